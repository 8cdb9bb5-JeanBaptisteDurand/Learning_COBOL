      * valeur du survivant, A = reprendre celle de l'absorbe),      *
      * reporte les choix de champs sur la fiche survivante du       *
      * F-CLIENT indexe, reattribue au survivant l'historique        *
      * d'adresses HIS001 et les liens clients LIE001 de l'absorbe,  *
      * supprime la fiche absorbee et trace chaque fusion dans       *
      * AUDFUS : un an plus tard, "ou est passe le client 4711" se   *
      * repond en une lecture. Une fusion dont l'absorbe detient     *
      * encore un contrat non clos (CTR001) est refusee : ses        *
      * contrats perdraient leur titulaire. Une fusion dont l'un des *
      * deux clients est sous gel juridique en cours (GEL001) est    *
      * refusee aussi : la fusion reecrit l'un et supprime l'autre.  *
      * En periode de gel des modifications clients (calendrier      *
      * CALEXP), la mise a jour est refusee, sauf derogation         *
      * d'urgence accordee par controle-gel et alertee dans ALR001.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Les decisions de fusion approuvees, une par ligne.
           SELECT F-DECISIONS ASSIGN TO DYNAMIC WS-NOM-DEC001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECISIONS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               FILE STATUS IS WS-FS-CLIENT.
      * L'historique d'adresses, dont les entrees de l'absorbe
      * passent sous l'identifiant du survivant.
           SELECT OPTIONAL F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
      * Les liens entre clients, ou l'absorbe passe sous
      * l'identifiant du survivant, qu'il soit client concerne ou
      * client lie.
           SELECT OPTIONAL F-LIENS ASSIGN TO DYNAMIC WS-NOM-LIE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CLE
               ALTERNATE RECORD KEY IS LN-ID-LIE WITH DUPLICATES
               FILE STATUS IS WS-FS-LIENS.
      * Piste d'audit des fusions, accumulee de run en run.
           SELECT OPTIONAL F-AUDIT-FUSION
               ASSIGN TO DYNAMIC WS-NOM-AUDFUS
               FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
              05 FH-CODE-POSTAL   PIC 9(05).
              05 FH-VILLE         PIC X(20).

           FD F-LIENS
               RECORD CONTAINS 60 CHARACTERS.
           01 FL-ENR-LIEN.
               COPY LIENCL.

      * Un enregistrement d'audit par fusion appliquee : qui a
      * survecu, qui a ete absorbe, quels champs ont ete repris.
           FD F-AUDIT-FUSION
              05 FILLER          PIC X(10).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-DEC001    PIC X(30) VALUE "DEC001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-LIE001    PIC X(30) VALUE "LIE001".
              05 WS-NOM-AUDFUS    PIC X(30) VALUE "AUDFUS".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 5.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-DECISIONS  PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-HISTO      PIC X(02).
           01 WS-FS-LIENS      PIC X(02).
           01 WS-FS-AUDIT      PIC X(02).

           01 WS-IND-DECISIONS PIC X(01) VALUE "N".
           01 WS-HISTO-OUVERT  PIC X(01) VALUE "N".
              88 HISTO-DISPONIBLE VALUE "O".

      * Report des liens de l'absorbe, sur le meme principe : liens
      * releves en table dans les deux sens, puis reecrits sous
      * l'identifiant du survivant.
           01 WS-NB-LIENS-MAX  PIC 9(02) VALUE 50.
           01 WS-NB-LIENS      PIC 9(02) VALUE 0.
           01 WS-TABLE-LIENS.
              05 WS-LIEN-ENR PIC X(60) OCCURS 50 TIMES.
           01 WS-I-LIEN        PIC 9(02).
           01 WS-FIN-LIENS     PIC X(01).
              88 FIN-LIENS-ABSORBE VALUE "O".
           01 WS-LIENS-OUVERT  PIC X(01) VALUE "N".
              88 LIENS-DISPONIBLES VALUE "O".
           01 WS-LIEN-PORTE    PIC X(60).

      * Horodatage complet date+heure, comme la piste AUDTEL.
           01 WS-HORODATAGE    PIC X(15).
           01 WS-DATE-DU-JOUR  PIC 9(08).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "FUSION-DOUBLONS".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "FUSION-DOUBLONS".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

      * Garde des contrats (sous-programme partage contrat-client) :
      * nombre de contrats non clos de l'absorbe.
           01 WS-DEMANDE-CONTRATS.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-ID-CLIENT   PIC 9(10).
              05 WS-CO-NB-OUVERTS  PIC 9(04).
              05 WS-CO-CODE-RETOUR PIC 9(02).

      * Garde des gels juridiques (sous-programme partage
      * gel-juridique) : gels en cours du survivant et de l'absorbe.
           01 WS-DEMANDE-GEL.
              05 WS-GE-FONCTION    PIC X(01).
              05 WS-GE-ID-CLIENT   PIC 9(10).
              05 WS-GE-NB-GELS     PIC 9(02).
              05 WS-GE-DOSSIER     PIC X(20).
              05 WS-GE-CODE-RETOUR PIC 9(02).
           01 WS-REFUS-GEL PIC X(01).
              88 GEL-BLOQUANT VALUE "O".

      * Compteurs du bilan de fusion.
           01 WS-COMPTEURS.
              05 WS-NB-LUES        PIC 9(06) VALUE 0.
              05 WS-NB-FUSIONNEES  PIC 9(06) VALUE 0.
              05 WS-NB-REJETEES    PIC 9(06) VALUE 0.
              05 WS-NB-HISTO-PORTES PIC 9(06) VALUE 0.
              05 WS-NB-LIENS-PORTES PIC 9(06) VALUE 0.
              05 WS-NB-REFUS-CONTRAT PIC 9(06) VALUE 0.
              05 WS-NB-REFUS-GEL   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "controle-gel" USING WS-GARDE-GEL.
           IF WS-GM-CODE-RETOUR = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
           IF HISTO-DISPONIBLE
               CLOSE F-HISTO-ADR
           END-IF.
           IF LIENS-DISPONIBLES
               CLOSE F-LIENS
           END-IF.
           CLOSE F-AUDIT-FUSION.
           MOVE "F" TO WS-CO-FONCTION.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.
           MOVE "F" TO WS-GE-FONCTION.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           DISPLAY "Traitement termine.".
               DISPLAY "Historique HIS001 indisponible (FILE STATUS "
                   WS-FS-HISTO ") : fusions sans report d'historique."
           END-IF.
           OPEN I-O F-LIENS.
           IF WS-FS-LIENS = "00" OR WS-FS-LIENS = "05"
               MOVE "O" TO WS-LIENS-OUVERT
           ELSE
               DISPLAY "Liens clients LIE001 indisponibles (FILE "
                   "STATUS " WS-FS-LIENS ") : fusions sans report "
                   "des liens."
           END-IF.
           OPEN EXTEND F-AUDIT-FUSION.
           IF WS-FS-AUDIT NOT = "00" AND WS-FS-AUDIT NOT = "05"
               DISPLAY "Erreur ouverture AUDFUS. FILE STATUS: "
      ****************************************************************
      * Application d'une fusion : relecture des deux fiches,        *
      * assemblage selon les choix, reecriture du survivant,         *
      * report de l'historique et des liens puis suppression de      *
      * l'absorbe.                                                   *
      * L'ordre (reecrire avant de supprimer) garantit qu'une        *
      * interruption laisse au pire les deux fiches en place,        *
      * jamais aucune.                                               *
                   EXIT PARAGRAPH
           END-READ.
           MOVE FS-ENR-CLIENT TO WS-ENR-ABSORBE.
           MOVE "N" TO WS-REFUS-GEL.
           MOVE WS-ID-SURVIVANT TO WS-GE-ID-CLIENT.
           PERFORM CONTROLER-GEL.
           MOVE WS-ID-ABSORBE TO WS-GE-ID-CLIENT.
           PERFORM CONTROLER-GEL.
           IF GEL-BLOQUANT
               ADD 1 TO WS-NB-REJETEES
               ADD 1 TO WS-NB-REFUS-GEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WS-CO-FONCTION.
           MOVE WS-ID-ABSORBE TO WS-CO-ID-CLIENT.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.
           IF WS-CO-CODE-RETOUR NOT = 0 OR WS-CO-NB-OUVERTS > 0
               DISPLAY "Absorbe " WS-ID-ABSORBE " titulaire de "
                   "contrat(s) non clos (ou CTR001 illisible) : "
                   "fusion refusee."
               ADD 1 TO WS-NB-REJETEES
               ADD 1 TO WS-NB-REFUS-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENR-SURVIVANT TO WS-JRN-AVANT.
           PERFORM ASSEMBLER-FICHE-FUSIONNEE.
           MOVE WS-ENR-SURVIVANT TO FS-ENR-CLIENT.
           IF HISTO-DISPONIBLE
               PERFORM REPORTER-HISTORIQUE
           END-IF.
           IF LIENS-DISPONIBLES
               PERFORM REPORTER-LIENS
           END-IF.
           MOVE WS-ID-ABSORBE TO FS-CLIENT-ID.
           DELETE F-CLIENT RECORD
           END-DELETE.
                   WS-ID-ABSORBE ". FILE STATUS: " WS-FS-HISTO
           END-IF.

      ****************************************************************
      * Report des liens LIE001 de l'absorbe vers le survivant :     *
      * releves en table dans les deux sens (client concerne par la  *
      * cle principale, client lie par la cle secondaire), reecrits  *
      * sous l'identifiant du survivant, puis supprimes a l'origine  *
      ****************************************************************
       REPORTER-LIENS.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           MOVE 0 TO WS-NB-LIENS.
           MOVE "N" TO WS-FIN-LIENS.
           MOVE WS-ID-ABSORBE TO LN-ID-CLIENT.
           MOVE LOW-VALUES TO LN-TYPE.
           MOVE 0 TO LN-ID-LIE.
           START F-LIENS KEY NOT LESS THAN LN-CLE
               INVALID KEY
                   SET FIN-LIENS-ABSORBE TO TRUE
           END-START.
           PERFORM RELEVER-LIEN-DIRECT UNTIL FIN-LIENS-ABSORBE.
           MOVE "N" TO WS-FIN-LIENS.
           MOVE WS-ID-ABSORBE TO LN-ID-LIE.
           START F-LIENS KEY EQUAL LN-ID-LIE
               INVALID KEY
                   SET FIN-LIENS-ABSORBE TO TRUE
           END-START.
           PERFORM RELEVER-LIEN-INVERSE UNTIL FIN-LIENS-ABSORBE.
           PERFORM VARYING WS-I-LIEN FROM 1 BY 1
                   UNTIL WS-I-LIEN > WS-NB-LIENS
               PERFORM REATTRIBUER-LIEN
           END-PERFORM.

       RELEVER-LIEN-DIRECT.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-ABSORBE TO TRUE
           END-READ.
           IF NOT FIN-LIENS-ABSORBE
               IF LN-ID-CLIENT NOT = WS-ID-ABSORBE
                   SET FIN-LIENS-ABSORBE TO TRUE
               ELSE
                   PERFORM RELEVER-LIEN
               END-IF
           END-IF.

       RELEVER-LIEN-INVERSE.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-ABSORBE TO TRUE
           END-READ.
           IF NOT FIN-LIENS-ABSORBE
               IF LN-ID-LIE NOT = WS-ID-ABSORBE
                   SET FIN-LIENS-ABSORBE TO TRUE
               ELSE
                   PERFORM RELEVER-LIEN
               END-IF
           END-IF.

       RELEVER-LIEN.
           IF WS-NB-LIENS < WS-NB-LIENS-MAX
               ADD 1 TO WS-NB-LIENS
               MOVE FL-ENR-LIEN TO WS-LIEN-ENR (WS-NB-LIENS)
           ELSE
               DISPLAY "Liens de " WS-ID-ABSORBE " au-dela de la "
                   "table : lien non reattribue."
           END-IF.

      * Reecrit un lien sous l'identifiant du survivant puis supprime
      * le lien d'origine. Un lien entre le survivant et l'absorbe
      * deviendrait un lien du survivant avec lui-meme : il est
      * abandonne. Un lien que le survivant porte deja (meme type,
      * meme autre client, ou conjoint deja enregistre dans l'autre
      * sens) conserve celui du survivant, en le signalant.
       REATTRIBUER-LIEN.
           MOVE WS-LIEN-ENR (WS-I-LIEN) TO FL-ENR-LIEN.
           IF LN-ID-CLIENT = WS-ID-ABSORBE
               MOVE WS-ID-SURVIVANT TO LN-ID-CLIENT
           END-IF.
           IF LN-ID-LIE = WS-ID-ABSORBE
               MOVE WS-ID-SURVIVANT TO LN-ID-LIE
           END-IF.
           MOVE FL-ENR-LIEN TO WS-LIEN-PORTE.
           EVALUATE TRUE
               WHEN LN-ID-CLIENT = LN-ID-LIE
                   DISPLAY "Lien " LN-TYPE " entre " WS-ID-SURVIVANT
                       " et l'absorbe " WS-ID-ABSORBE
                       " : lien abandonne."
               WHEN LN-CONJOINT
                   MOVE LN-ID-LIE TO LN-ID-CLIENT
                   MOVE WS-LIEN-PORTE (1:10) TO LN-ID-LIE
                   READ F-LIENS
                       KEY IS LN-CLE
                       INVALID KEY
                           MOVE WS-LIEN-PORTE TO FL-ENR-LIEN
                           PERFORM ECRIRE-LIEN-PORTE
                       NOT INVALID KEY
                           DISPLAY "Conjoint de " WS-ID-SURVIVANT
                               " deja enregistre : lien de "
                               "l'absorbe abandonne."
                   END-READ
               WHEN OTHER
                   PERFORM ECRIRE-LIEN-PORTE
           END-EVALUATE.
           MOVE WS-LIEN-ENR (WS-I-LIEN) TO FL-ENR-LIEN.
           DELETE F-LIENS RECORD
           END-DELETE.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Erreur suppression lien LIE001 de "
                   WS-ID-ABSORBE ". FILE STATUS: " WS-FS-LIENS
           END-IF.

       ECRIRE-LIEN-PORTE.
           MOVE SPACES TO LN-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO LN-DATE-MAJ.
           WRITE FL-ENR-LIEN
               INVALID KEY
                   DISPLAY "Lien " LN-TYPE " " LN-ID-CLIENT " / "
                       LN-ID-LIE " deja present : lien de "
                       "l'absorbe abandonne."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-LIENS-PORTES
           END-WRITE.

      ****************************************************************
      * Trace de la fusion dans AUDFUS : horodatage, proposition,    *
      * survivant, absorbe et choix de champs appliques              *
                   WS-FS-AUDIT
           END-IF.

      * Un gel en cours sur l'un des deux clients refuse la fusion ;
      * un registre des gels illisible aussi.
       CONTROLER-GEL.
           MOVE "C" TO WS-GE-FONCTION.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           IF WS-GE-CODE-RETOUR NOT = 0
               SET GEL-BLOQUANT TO TRUE
               DISPLAY "Client " WS-GE-ID-CLIENT " : gels juridiques "
                   "illisibles (GEL001) : fusion refusee."
           ELSE
               IF WS-GE-NB-GELS > 0
                   SET GEL-BLOQUANT TO TRUE
                   DISPLAY "Client " WS-GE-ID-CLIENT " sous gel "
                       "juridique (dossier "
                       FUNCTION TRIM(WS-GE-DOSSIER)
                       ") : fusion refusee."
               END-IF
           END-IF.

      ****************************************************************
      * Bilan de traitement : totaux de controle                     *
      ****************************************************************
           DISPLAY "Decisions lues    (DEC001)   : " WS-NB-LUES.
           DISPLAY "Fusions appliquees (AUDFUS)  : " WS-NB-FUSIONNEES.
           DISPLAY "Decisions rejetees           : " WS-NB-REJETEES.
           DISPLAY "  dont refus pour contrat    : "
               WS-NB-REFUS-CONTRAT.
           DISPLAY "  dont refus pour gel        : "
               WS-NB-REFUS-GEL.
           DISPLAY "Entrees d'historique portees : "
               WS-NB-HISTO-PORTES.
           DISPLAY "Liens clients portes         : "
               WS-NB-LIENS-PORTES.
           IF WS-NB-LUES = WS-NB-FUSIONNEES + WS-NB-REJETEES
               DISPLAY "Bilan OK : aucune decision perdue."
           ELSE
