      ****************************************************************
      * Confirmation annuelle des donnees par les clients : le       *
      * regulateur attend des donnees exactes et les clients en sont *
      * la meilleure source. Le programme travaille en trois temps.  *
      *   E  envoi : une fois l'an, par agence (agence-client) ou    *
      *      pour toutes, une lettre a chaque client actif avec la   *
      *      fiche normalisee de fiche-client, un coupon-reponse et  *
      *      une reference (annee puis rang). Etat CONFANN, une      *
      *      lettre par page ; chaque lettre est tenue dans le       *
      *      registre CNF001 (copybook CNFLET) avec l'image de la    *
      *      fiche imprimee, et inscrite dans l'historique des       *
      *      correspondances COR001. Un client deja ecrit dans       *
      *      l'annee ne l'est pas deux fois : l'envoi peut etre      *
      *      relance.                                                *
      *   R  retours : les coupons saisis ou scannes arrivent dans   *
      *      RCF001, une ligne reference;zone;nouvelle valeur par    *
      *      zone corrigee (zones de TRNCLI, sauf le statut), ou     *
      *      reference;OK pour des donnees confirmees sans           *
      *      changement. Chaque correction retenue est tracee dans   *
      *      CNC001 (copybook CNFCOR) et deposee a la suite de       *
      *      TRN001, avec pour ancienne valeur celle de la lettre :  *
      *      MAJ-CHAMPS-CLIENT l'applique sous verrou, la recontrole *
      *      par valide-client et la journalise par                  *
      *      journal-mouvement, comme toute correction. Les lignes   *
      *      ecartees partent dans CNFREJ avec leur motif :          *
      *        INVAL  ligne illisible ou valeur absente              *
      *        REFER  reference inconnue de CNF001                   *
      *        ZONE   code zone inconnu ou non corrigeable (prenom   *
      *               d'un client entreprise)                        *
      *        DOUBL  zone deja corrigee pour cette reference        *
      *        EGAL   valeur identique a celle de la lettre          *
      *   B  bilan de campagne d'une annee, par agence : lettres     *
      *      envoyees, reponses recues et taux, corrections recues,  *
      *      appliquees (F-CLIENT porte la valeur demandee), en      *
      *      attente (F-CLIENT porte encore la valeur de la lettre : *
      *      MAJ-CHAMPS-CLIENT pas encore passe, ou rejet au         *
      *      registre TRANSACT) et depassees. Etat CONFBIL.          *
      * Codes retour : 0 termine, 4 lignes de retour ecartees, 8     *
      * mode ou agence inconnus, 99 erreur fichier.                  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMATION-DONNEES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Le registre des lettres, cree au premier envoi.
           SELECT F-LETTRES ASSIGN TO DYNAMIC WS-NOM-CNF001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-REFERENCE
               ALTERNATE RECORD KEY IS CF-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-LETTRES.
           SELECT OPTIONAL F-CORRECTIONS ASSIGN TO DYNAMIC WS-NOM-CNC001
               FILE STATUS IS WS-FS-CORRECTIONS.
           SELECT F-RETOURS ASSIGN TO DYNAMIC WS-NOM-RCF001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETOURS.
           SELECT F-REJETS ASSIGN TO DYNAMIC WS-NOM-CNFREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.
      * Les transactions de MAJ-CHAMPS-CLIENT, completees a la suite
      * de celles que le back-office a pu deja deposer.
           SELECT OPTIONAL F-TRANSACTIONS
               ASSIGN TO DYNAMIC WS-NOM-TRN001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTIONS.

       DATA DIVISION.
       FILE SECTION.
           FD F-CLIENT
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FS-ENR-CLIENT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==FS-CLIENT-ID==
                       ==CLI-PRENOM== BY ==FS-PRENOM==
                       ==CLI-NOM== BY ==FS-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==FS-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==FS-ADRESSE==
                       ==CLI-RUE== BY ==FS-RUE==
                       ==CLI-CODE-POSTAL== BY ==FS-CODE-POSTAL==
                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==.

           FD F-LETTRES
               RECORD CONTAINS 200 CHARACTERS.
           01 FL-ENR-LETTRE.
               COPY CNFLET.

           FD F-CORRECTIONS
               RECORD CONTAINS 100 CHARACTERS.
           01 FC-ENR-CORRECTION.
               COPY CNFCOR.

           FD F-RETOURS.
           01 FS-LIGNE-RETOUR  PIC X(80).

           FD F-REJETS.
           01 FS-LIGNE-REJET   PIC X(100).

           FD F-TRANSACTIONS.
           01 FT-ENR-TRANSACTION.
               COPY TRNCLI.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CNF001    PIC X(30) VALUE "CNF001".
              05 WS-NOM-CNC001    PIC X(30) VALUE "CNC001".
              05 WS-NOM-RCF001    PIC X(30) VALUE "RCF001".
              05 WS-NOM-CNFREJ    PIC X(30) VALUE "CNFREJ".
              05 WS-NOM-TRN001    PIC X(30) VALUE "TRN001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 6.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT      PIC X(02).
           01 WS-FS-LETTRES     PIC X(02).
           01 WS-FS-CORRECTIONS PIC X(02).
           01 WS-FS-RETOURS     PIC X(02).
           01 WS-FS-REJETS      PIC X(02).
           01 WS-FS-TRANSACTIONS PIC X(02).

           01 WS-FIN-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".
           01 WS-FIN-LETTRES   PIC X(01) VALUE "N".
              88 FIN-FICHIER-LETTRES VALUE "O".
           01 WS-FIN-CORRECTIONS PIC X(01) VALUE "N".
              88 FIN-FICHIER-CORRECTIONS VALUE "O".
           01 WS-FIN-RETOURS   PIC X(01) VALUE "N".
              88 FIN-FICHIER-RETOURS VALUE "O".

           01 WS-MODE          PIC X(01).
              88 MODE-ENVOI    VALUE "E" "e".
              88 MODE-RETOURS  VALUE "R" "r".
              88 MODE-BILAN    VALUE "B" "b".

           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-DATE-DEC REDEFINES WS-DATE-DU-JOUR.
              05 WS-DATE-DEC-AA PIC 9(04).
              05 WS-DATE-DEC-MM PIC 9(02).
              05 WS-DATE-DEC-JJ PIC 9(02).
           01 WS-DATE-AFF.
              05 WS-DATE-AFF-JJ PIC 9(02).
              05 FILLER         PIC X(01) VALUE "/".
              05 WS-DATE-AFF-MM PIC 9(02).
              05 FILLER         PIC X(01) VALUE "/".
              05 WS-DATE-AFF-AA PIC 9(04).

      * Campagne : l'annee, l'agence demandee (a blanc = toutes) et
      * le dernier rang de reference attribue dans l'annee.
           01 WS-ANNEE         PIC 9(04).
           01 WS-ANNEE-SAISIE  PIC X(04).
           01 WS-AGENCE-SAISIE PIC X(02).
           01 WS-AGENCE-DEMANDEE PIC 9(02).
           01 WS-TOUTES-AGENCES PIC X(01) VALUE "O".
              88 TOUTES-AGENCES VALUE "O".
           01 WS-AGENCE        PIC 9(02).
           01 WS-CODE-POSTAL-AFF PIC 9(05).
           01 WS-DERNIER-RANG  PIC 9(06) VALUE 0.
           01 WS-DEJA-ECRIT    PIC X(01).
              88 DEJA-ECRIT-DANS-L-ANNEE VALUE "O".
           01 WS-ID-EXAMINE    PIC 9(10).

      * La fiche normalisee de fiche-client.
           01 WS-FICHE-CLIENT.
              05 WS-FICHE-LIGNE PIC X(80) OCCURS 4 TIMES.
           01 WS-I-FICHE       PIC 9(01).

      * La fiche telle qu'imprimee sur la lettre (CF-IMAGE), ou la
      * fiche courante au bilan : la valeur d'une zone s'y lit comme
      * MAJ-CHAMPS-CLIENT la lit, cadree a gauche, code postal sur
      * 5 chiffres.
           01 WS-CLIENT-LETTRE.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==WL-ID==
                       ==CLI-PRENOM== BY ==WL-PRENOM==
                       ==CLI-NOM== BY ==WL-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==WL-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==WL-ADRESSE==
                       ==CLI-RUE== BY ==WL-RUE==
                       ==CLI-CODE-POSTAL== BY ==WL-CODE-POSTAL==
                       ==CLI-VILLE== BY ==WL-VILLE==
                       ==CLI-TELEPHONE== BY ==WL-TELEPHONE==
                       ==CLI-EMAIL== BY ==WL-EMAIL==
                       ==CLI-STATUT== BY ==WL-STATUT==.
           01 WS-CODE-ZONE     PIC X(03).
              88 ZONE-PRENOM   VALUE "PRE".
              88 ZONE-NOM      VALUE "NOM".
              88 ZONE-RUE      VALUE "RUE".
              88 ZONE-CODE-POSTAL VALUE "CPO".
              88 ZONE-VILLE    VALUE "VIL".
              88 ZONE-TELEPHONE VALUE "TEL".
              88 ZONE-EMAIL    VALUE "EML".
              88 ZONE-CORRIGEABLE VALUE "PRE" "NOM" "RUE" "CPO" "VIL"
                                        "TEL" "EML".
              88 ZONE-CONFIRMEE VALUE "OK ".
           01 WS-VALEUR-ZONE   PIC X(30).
           01 WS-CP-ZONE       PIC 9(05).

      * Une ligne de retour.
           01 WS-CHAMP-REFERENCE PIC X(20).
           01 WS-CHAMP-ZONE    PIC X(10).
           01 WS-CHAMP-VALEUR  PIC X(60).
           01 WS-MOTIF         PIC X(05).

      * Corrections deja retenues (reference et zone), pour ecarter
      * un coupon saisi deux fois.
           01 WS-NB-RETENUES-MAX PIC 9(05) VALUE 20000.
           01 WS-NB-RETENUES   PIC 9(05) VALUE 0.
           01 WS-TABLE-RETENUES.
              05 WS-RETENUE OCCURS 20000 TIMES.
                 10 WS-RET-REFERENCE PIC 9(10).
                 10 WS-RET-ZONE      PIC X(03).
           01 WS-I             PIC 9(05).
           01 WS-TROUVE        PIC X(01).
              88 ENTREE-TROUVEE VALUE "O".

      * Bilan : cumuls par agence (rang = agence + 1).
           01 WS-TABLE-AGENCES.
              05 WS-AG OCCURS 100 TIMES.
                 10 WS-AG-LETTRES     PIC 9(07).
                 10 WS-AG-REPONSES    PIC 9(07).
                 10 WS-AG-CORRECTIONS PIC 9(07).
                 10 WS-AG-APPLIQUEES  PIC 9(07).
                 10 WS-AG-EN-ATTENTE  PIC 9(07).
                 10 WS-AG-DEPASSEES   PIC 9(07).
           01 WS-TOTAUX.
              05 WS-TOT-LETTRES     PIC 9(07) VALUE 0.
              05 WS-TOT-REPONSES    PIC 9(07) VALUE 0.
              05 WS-TOT-CORRECTIONS PIC 9(07) VALUE 0.
              05 WS-TOT-APPLIQUEES  PIC 9(07) VALUE 0.
              05 WS-TOT-EN-ATTENTE  PIC 9(07) VALUE 0.
              05 WS-TOT-DEPASSEES   PIC 9(07) VALUE 0.
           01 WS-A             PIC 9(03).
           01 WS-TAUX          PIC 9(03)V9.

           01 WS-ENTETE-BILAN.
              05 FILLER PIC X(08) VALUE "AGENCE".
              05 FILLER PIC X(10) VALUE "LETTRES".
              05 FILLER PIC X(10) VALUE "REPONSES".
              05 FILLER PIC X(08) VALUE "TAUX %".
              05 FILLER PIC X(13) VALUE "CORRECTIONS".
              05 FILLER PIC X(12) VALUE "APPLIQUEES".
              05 FILLER PIC X(12) VALUE "EN ATTENTE".
              05 FILLER PIC X(10) VALUE "DEPASSEES".
           01 WS-LIGNE-BILAN.
              05 WS-LB-AGENCE      PIC X(05).
              05 FILLER            PIC X(03) VALUE SPACES.
              05 WS-LB-LETTRES     PIC ZZZZZZ9.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 WS-LB-REPONSES    PIC ZZZZZZ9.
              05 FILLER            PIC X(03) VALUE SPACES.
              05 WS-LB-TAUX        PIC ZZ9.9.
              05 FILLER            PIC X(06) VALUE SPACES.
              05 WS-LB-CORRECTIONS PIC ZZZZZZ9.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 WS-LB-APPLIQUEES  PIC ZZZZZZ9.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 WS-LB-EN-ATTENTE  PIC ZZZZZZ9.
              05 FILLER            PIC X(05) VALUE SPACES.
              05 WS-LB-DEPASSEES   PIC ZZZZZZ9.

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08).
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-DEMANDE-CORRESPONDANCE.
              05 WS-CD-FONCTION    PIC X(01).
              05 WS-CD-ID-CLIENT   PIC 9(10).
              05 WS-CD-DATE        PIC 9(08).
              05 WS-CD-NATURE      PIC X(01) VALUE "L".
              05 WS-CD-CANAL       PIC X(10) VALUE "COURRIER".
              05 WS-CD-REFERENCE   PIC X(12) VALUE "CONF-DONNEES".
              05 WS-CD-PROGRAMME   PIC X(20)
                  VALUE "CONFIRMATION-DONNEES".
              05 WS-CD-NB-CONTACTS PIC 9(04).
              05 WS-CD-CODE-RETOUR PIC 9(02).

           01 WS-COMPTEURS.
              05 WS-NB-CLIENTS-LUS  PIC 9(07) VALUE 0.
              05 WS-NB-LETTRES      PIC 9(07) VALUE 0.
              05 WS-NB-DEJA-ECRITS  PIC 9(07) VALUE 0.
              05 WS-NB-HORS-AGENCE  PIC 9(07) VALUE 0.
              05 WS-NB-RETOURS-LUS  PIC 9(07) VALUE 0.
              05 WS-NB-CONFIRMES    PIC 9(07) VALUE 0.
              05 WS-NB-CORRIGES     PIC 9(07) VALUE 0.
              05 WS-NB-ECARTES      PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Envoi des lettres (E), chargement des retours (R) "
               "ou bilan de campagne (B) ? " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN MODE-ENVOI
                   PERFORM ENVOYER-CAMPAGNE
               WHEN MODE-RETOURS
                   PERFORM CHARGER-RETOURS
               WHEN MODE-BILAN
                   PERFORM EDITER-BILAN-CAMPAGNE
               WHEN OTHER
                   DISPLAY "Mode inconnu : rien a faire."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * E : une lettre par client actif de l'agence, pas encore      *
      * ecrit dans l'annee                                           *
      ****************************************************************
       ENVOYER-CAMPAGNE.
           MOVE WS-DATE-DEC-AA TO WS-ANNEE.
           DISPLAY "Agence (2 chiffres, vide = toutes) : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-AGENCE-SAISIE.
           ACCEPT WS-AGENCE-SAISIE.
           IF WS-AGENCE-SAISIE NOT = SPACES
               IF WS-AGENCE-SAISIE IS NOT NUMERIC
                   DISPLAY "Agence attendue sur deux chiffres."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AGENCE-SAISIE TO WS-AGENCE-DEMANDEE
               MOVE "N" TO WS-TOUTES-AGENCES
           END-IF.
           OPEN I-O F-LETTRES.
           IF WS-FS-LETTRES = "35"
               OPEN OUTPUT F-LETTRES
               CLOSE F-LETTRES
               OPEN I-O F-LETTRES
           END-IF.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur ouverture CNF001. FILE STATUS: "
                   WS-FS-LETTRES
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture INP001. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-LETTRES
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-DERNIER-RANG.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "CONFANN" TO WS-ED-NOM-ETAT.
           MOVE SPACES TO WS-ED-TITRE.
           IF TOUTES-AGENCES
               STRING "CONFIRMATION ANNUELLE DES DONNEES " WS-ANNEE
                   " - TOUTES AGENCES"
                   DELIMITED BY SIZE INTO WS-ED-TITRE
               END-STRING
           ELSE
               STRING "CONFIRMATION ANNUELLE DES DONNEES " WS-ANNEE
                   " - AGENCE " WS-AGENCE-DEMANDEE
                   DELIMITED BY SIZE INTO WS-ED-TITRE
               END-STRING
           END-IF.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-LETTRES
               CLOSE F-CLIENT
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-CLIENT.
           PERFORM TRAITER-CLIENT-CAMPAGNE UNTIL FIN-FICHIER-CLIENT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-LETTRES.
           CLOSE F-CLIENT.
           MOVE "F" TO WS-CD-FONCTION.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.
           DISPLAY "----------------------------------------------".
           DISPLAY "Confirmation annuelle " WS-ANNEE " : envoi".
           DISPLAY "Clients lus (INP001)      : " WS-NB-CLIENTS-LUS.
           DISPLAY "Lettres envoyees          : " WS-NB-LETTRES.
           DISPLAY "Deja ecrits dans l'annee  : " WS-NB-DEJA-ECRITS.
           DISPLAY "Hors agence demandee      : " WS-NB-HORS-AGENCE.
           DISPLAY "----------------------------------------------".

      * Le dernier rang attribue dans l'annee : les references de
      * l'annee se suivent dans l'ordre de la cle.
       CHERCHER-DERNIER-RANG.
           MOVE 0 TO WS-DERNIER-RANG.
           MOVE "N" TO WS-FIN-LETTRES.
           MOVE WS-ANNEE TO CF-ANNEE.
           MOVE 0 TO CF-RANG.
           START F-LETTRES KEY IS NOT LESS THAN CF-REFERENCE
               INVALID KEY
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-START.
           PERFORM LIRE-RANG-SUIVANT UNTIL FIN-FICHIER-LETTRES.

       LIRE-RANG-SUIVANT.
           READ F-LETTRES NEXT RECORD
               AT END
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-LETTRES
               IF CF-ANNEE = WS-ANNEE
                   MOVE CF-RANG TO WS-DERNIER-RANG
               ELSE
                   SET FIN-FICHIER-LETTRES TO TRUE
               END-IF
           END-IF.

       LIRE-CLIENT.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-FICHIER-CLIENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-CLIENTS-LUS
           END-READ.

       TRAITER-CLIENT-CAMPAGNE.
           IF FS-STATUT NOT = "A"
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF CLI-ETRANGER OF FS-ENR-CLIENT
               MOVE 0 TO WS-AGENCE
           ELSE
               MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL-AFF
               CALL "agence-client" USING WS-CODE-POSTAL-AFF WS-AGENCE
           END-IF.
           IF NOT TOUTES-AGENCES
               AND WS-AGENCE NOT = WS-AGENCE-DEMANDEE
               ADD 1 TO WS-NB-HORS-AGENCE
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-LETTRE-ANNEE.
           IF DEJA-ECRIT-DANS-L-ANNEE
               ADD 1 TO WS-NB-DEJA-ECRITS
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DERNIER-RANG.
           MOVE SPACES TO FL-ENR-LETTRE.
           MOVE WS-ANNEE TO CF-ANNEE.
           MOVE WS-DERNIER-RANG TO CF-RANG.
           MOVE FS-CLIENT-ID TO CF-ID-CLIENT.
           MOVE WS-AGENCE TO CF-AGENCE.
           MOVE WS-DATE-DU-JOUR TO CF-DATE-ENVOI.
           MOVE 0 TO CF-DATE-REPONSE.
           MOVE 0 TO CF-NB-CORRECTIONS.
           MOVE FS-ENR-CLIENT TO CF-IMAGE.
           WRITE FL-ENR-LETTRE
           END-WRITE.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur ecriture CNF001. FILE STATUS: "
                   WS-FS-LETTRES " : client " FS-CLIENT-ID
                   " sans lettre."
               MOVE 99 TO RETURN-CODE
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LETTRES.
           PERFORM EDITER-LETTRE-CONFIRMATION.
           MOVE "E" TO WS-CD-FONCTION.
           MOVE FS-CLIENT-ID TO WS-CD-ID-CLIENT.
           MOVE WS-DATE-DU-JOUR TO WS-CD-DATE.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.
           PERFORM LIRE-CLIENT.

      * Le client a-t-il deja une lettre de l'annee ? Ses lettres se
      * suivent sur la cle secondaire CF-ID-CLIENT.
       CHERCHER-LETTRE-ANNEE.
           MOVE "N" TO WS-DEJA-ECRIT.
           MOVE "N" TO WS-FIN-LETTRES.
           MOVE FS-CLIENT-ID TO WS-ID-EXAMINE.
           MOVE FS-CLIENT-ID TO CF-ID-CLIENT.
           READ F-LETTRES
               KEY IS CF-ID-CLIENT
               INVALID KEY
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-READ.
           PERFORM EXAMINER-LETTRE-CLIENT
               UNTIL FIN-FICHIER-LETTRES OR DEJA-ECRIT-DANS-L-ANNEE.

       EXAMINER-LETTRE-CLIENT.
           IF CF-ID-CLIENT NOT = WS-ID-EXAMINE
               SET FIN-FICHIER-LETTRES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF CF-ANNEE = WS-ANNEE
               SET DEJA-ECRIT-DANS-L-ANNEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           READ F-LETTRES NEXT RECORD
               AT END
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-READ.

      ****************************************************************
      * La lettre : adresse, fiche normalisee, puis le coupon-       *
      * reponse avec la reference et une ligne par zone corrigeable  *
      ****************************************************************
       EDITER-LETTRE-CONFIRMATION.
           IF WS-NB-LETTRES > 1
               MOVE "P" TO WS-ED-FONCTION
               CALL "edition-etat" USING WS-DEMANDE-EDITION
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
      * Client entreprise : raison sociale, puis le contact (la
      * zone du prenom porte le SIRET compacte).
           IF CLI-ENTREPRISE OF FS-ENR-CLIENT
               STRING "    " FUNCTION TRIM(FS-NOM)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               STRING "    A l'attention de "
                   FUNCTION TRIM(CLI-CONTACT OF FS-ENR-CLIENT)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "    " FUNCTION TRIM(FS-PRENOM) " "
                   FUNCTION TRIM(FS-NOM)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "    " FS-RUE DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF CLI-ETRANGER OF FS-ENR-CLIENT
               STRING "    " FUNCTION TRIM(CLI-CP-ETRANGER
                   OF FS-ENR-CLIENT) " "
                   FUNCTION TRIM(CLI-VILLE-ETRANGER OF FS-ENR-CLIENT)
                   " (" CLI-PAYS OF FS-ENR-CLIENT ")"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL-AFF
               STRING "    " WS-CODE-POSTAL-AFF " "
                   FUNCTION TRIM(FS-VILLE)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-DATE-DEC-JJ TO WS-DATE-AFF-JJ.
           MOVE WS-DATE-DEC-MM TO WS-DATE-AFF-MM.
           MOVE WS-DATE-DEC-AA TO WS-DATE-AFF-AA.
           STRING "Le " WS-DATE-AFF DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Objet : confirmation annuelle de vos donnees"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Reference a rappeler : " CF-REFERENCE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Madame, Monsieur," TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Nous sommes tenus de conserver des donnees exactes "
               "vous concernant. Voici celles que"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "nous detenons a ce jour :" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           CALL "fiche-client" USING FS-ENR-CLIENT WS-FICHE-CLIENT.
           PERFORM VARYING WS-I-FICHE FROM 1 BY 1
                   UNTIL WS-I-FICHE > 4
               STRING "    " WS-FICHE-LIGNE (WS-I-FICHE)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Merci de nous retourner le coupon ci-dessous, en "
               "confirmant ces donnees ou en"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "corrigeant celles qui ne sont plus exactes."
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Veuillez agreer, Madame, Monsieur, nos "
               "salutations distinguees."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "- - - - - - - - - - - - - - - - COUPON-REPONSE "
               "- - - - - - - - - - - - - - - -"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Reference : " CF-REFERENCE
               "      Client : " CF-ID-CLIENT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "[ ] OK   Ces donnees sont exactes" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "[ ]      Je corrige les donnees suivantes :"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF CLI-ENTREPRISE OF FS-ENR-CLIENT
               MOVE "    NOM  Raison sociale : ........................"
                   TO WS-LIGNE
           ELSE
               MOVE "    PRE  Prenom         : ........................"
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               MOVE "    NOM  Nom            : ........................"
                   TO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "    RUE  Rue            : ........................"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "    CPO  Code postal    : ........................"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "    VIL  Ville          : ........................"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "    TEL  Telephone      : ........................"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "    EML  Email          : ........................"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Date et signature :" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * R : chargement des coupons revenus                           *
      ****************************************************************
       CHARGER-RETOURS.
           PERFORM CHARGER-CORRECTIONS-RETENUES.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-RETOURS.
           IF WS-FS-RETOURS NOT = "00"
               DISPLAY "Erreur ouverture RCF001. FILE STATUS: "
                   WS-FS-RETOURS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O F-LETTRES.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur ouverture CNF001. FILE STATUS: "
                   WS-FS-LETTRES
               CLOSE F-RETOURS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND F-CORRECTIONS.
           IF WS-FS-CORRECTIONS NOT = "00"
               AND WS-FS-CORRECTIONS NOT = "05"
               DISPLAY "Erreur ouverture CNC001. FILE STATUS: "
                   WS-FS-CORRECTIONS
               CLOSE F-RETOURS
               CLOSE F-LETTRES
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND F-TRANSACTIONS.
           IF WS-FS-TRANSACTIONS NOT = "00"
               AND WS-FS-TRANSACTIONS NOT = "05"
               DISPLAY "Erreur ouverture TRN001. FILE STATUS: "
                   WS-FS-TRANSACTIONS
               CLOSE F-RETOURS
               CLOSE F-LETTRES
               CLOSE F-CORRECTIONS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-REJETS.
           IF WS-FS-REJETS NOT = "00"
               DISPLAY "Erreur ouverture CNFREJ. FILE STATUS: "
                   WS-FS-REJETS
               CLOSE F-RETOURS
               CLOSE F-LETTRES
               CLOSE F-CORRECTIONS
               CLOSE F-TRANSACTIONS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-RETOUR.
           PERFORM TRAITER-RETOUR UNTIL FIN-FICHIER-RETOURS.
           CLOSE F-RETOURS.
           CLOSE F-LETTRES.
           CLOSE F-CORRECTIONS.
           CLOSE F-TRANSACTIONS.
           CLOSE F-REJETS.
           DISPLAY "----------------------------------------------".
           DISPLAY "Confirmation annuelle : chargement des retours".
           DISPLAY "Lignes lues (RCF001)      : " WS-NB-RETOURS-LUS.
           DISPLAY "Donnees confirmees (OK)   : " WS-NB-CONFIRMES.
           DISPLAY "Corrections vers TRN001   : " WS-NB-CORRIGES.
           DISPLAY "Lignes ecartees (CNFREJ)  : " WS-NB-ECARTES.
           DISPLAY "Corrections a appliquer par MAJ-CHAMPS-CLIENT.".
           DISPLAY "----------------------------------------------".
           IF WS-NB-ECARTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Les corrections retenues par les chargements precedents.
       CHARGER-CORRECTIONS-RETENUES.
           MOVE "N" TO WS-FIN-CORRECTIONS.
           OPEN INPUT F-CORRECTIONS.
           IF WS-FS-CORRECTIONS NOT = "00"
               SET FIN-FICHIER-CORRECTIONS TO TRUE
           END-IF.
           PERFORM CHARGER-UNE-RETENUE UNTIL FIN-FICHIER-CORRECTIONS.
           CLOSE F-CORRECTIONS.

       CHARGER-UNE-RETENUE.
           READ F-CORRECTIONS
               AT END
                   SET FIN-FICHIER-CORRECTIONS TO TRUE
           END-READ.
           IF FIN-FICHIER-CORRECTIONS
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-RETENUES >= WS-NB-RETENUES-MAX
               DISPLAY "Table des corrections retenues pleine ("
                   WS-NB-RETENUES-MAX ") : chargement impossible."
               MOVE 99 TO RETURN-CODE
               SET FIN-FICHIER-CORRECTIONS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RETENUES.
           MOVE CC-REFERENCE TO WS-RET-REFERENCE (WS-NB-RETENUES).
           MOVE CC-CODE-ZONE TO WS-RET-ZONE (WS-NB-RETENUES).

       LIRE-RETOUR.
           READ F-RETOURS
               AT END
                   SET FIN-FICHIER-RETOURS TO TRUE
           END-READ.

       TRAITER-RETOUR.
           IF FS-LIGNE-RETOUR = SPACES
               PERFORM LIRE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RETOURS-LUS.
           MOVE SPACES TO WS-MOTIF.
           PERFORM CONTROLER-RETOUR.
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-ECARTES
               PERFORM ECRIRE-REJET
           END-IF.
           PERFORM LIRE-RETOUR.

       CONTROLER-RETOUR.
           MOVE SPACES TO WS-CHAMP-REFERENCE WS-CHAMP-ZONE
               WS-CHAMP-VALEUR.
           UNSTRING FS-LIGNE-RETOUR DELIMITED BY ";"
               INTO WS-CHAMP-REFERENCE WS-CHAMP-ZONE WS-CHAMP-VALEUR
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CHAMP-REFERENCE) IS NOT NUMERIC
               MOVE "INVAL" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CHAMP-REFERENCE) TO CF-REFERENCE.
           READ F-LETTRES
               KEY IS CF-REFERENCE
               INVALID KEY
                   MOVE "REFER" TO WS-MOTIF
           END-READ.
           IF WS-MOTIF NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CHAMP-ZONE))
               TO WS-CODE-ZONE.
           IF ZONE-CONFIRMEE
               ADD 1 TO WS-NB-CONFIRMES
               PERFORM MARQUER-REPONSE
               EXIT PARAGRAPH
           END-IF.
           MOVE CF-IMAGE TO WS-CLIENT-LETTRE.
           IF NOT ZONE-CORRIGEABLE
               OR (ZONE-PRENOM AND CLI-ENTREPRISE OF WS-CLIENT-LETTRE)
               MOVE "ZONE " TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHAMP-VALEUR = SPACES
               MOVE "INVAL" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-RETENUE.
           IF ENTREE-TROUVEE
               MOVE "DOUBL" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-VALEUR-ZONE.
           IF FUNCTION TRIM(WS-CHAMP-VALEUR) = WS-VALEUR-ZONE
               MOVE "EGAL " TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM RETENIR-CORRECTION.

       CHERCHER-RETENUE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-RETENUES OR ENTREE-TROUVEE
               IF WS-RET-REFERENCE (WS-I) = CF-REFERENCE
                   AND WS-RET-ZONE (WS-I) = WS-CODE-ZONE
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.

      * La correction part en transaction TRN001 (ancienne valeur :
      * celle de la lettre) et dans la trace CNC001 de la campagne.
       RETENIR-CORRECTION.
           MOVE SPACES TO FT-ENR-TRANSACTION.
           MOVE CF-ID-CLIENT TO TR-ID-CLIENT.
           MOVE WS-CODE-ZONE TO TR-CODE-ZONE.
           MOVE WS-VALEUR-ZONE TO TR-ANCIENNE-VALEUR.
           MOVE FUNCTION TRIM(WS-CHAMP-VALEUR) TO TR-NOUVELLE-VALEUR.
           WRITE FT-ENR-TRANSACTION
           END-WRITE.
           IF WS-FS-TRANSACTIONS NOT = "00"
               DISPLAY "Erreur ecriture TRN001. FILE STATUS: "
                   WS-FS-TRANSACTIONS
               MOVE 99 TO RETURN-CODE
               SET FIN-FICHIER-RETOURS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FC-ENR-CORRECTION.
           MOVE CF-REFERENCE TO CC-REFERENCE.
           MOVE CF-ID-CLIENT TO CC-ID-CLIENT.
           MOVE WS-CODE-ZONE TO CC-CODE-ZONE.
           MOVE TR-ANCIENNE-VALEUR TO CC-ANCIENNE-VALEUR.
           MOVE TR-NOUVELLE-VALEUR TO CC-NOUVELLE-VALEUR.
           MOVE WS-DATE-DU-JOUR TO CC-DATE-SAISIE.
           WRITE FC-ENR-CORRECTION
           END-WRITE.
           IF WS-FS-CORRECTIONS NOT = "00"
               DISPLAY "Erreur ecriture CNC001. FILE STATUS: "
                   WS-FS-CORRECTIONS
           END-IF.
           ADD 1 TO WS-NB-CORRIGES.
           IF WS-NB-RETENUES < WS-NB-RETENUES-MAX
               ADD 1 TO WS-NB-RETENUES
               MOVE CF-REFERENCE TO WS-RET-REFERENCE (WS-NB-RETENUES)
               MOVE WS-CODE-ZONE TO WS-RET-ZONE (WS-NB-RETENUES)
           END-IF.
           ADD 1 TO CF-NB-CORRECTIONS.
           PERFORM MARQUER-REPONSE.

      * La premiere ligne revenue date la reponse de la lettre.
       MARQUER-REPONSE.
           IF CF-DATE-REPONSE = 0
               MOVE WS-DATE-DU-JOUR TO CF-DATE-REPONSE
           END-IF.
           REWRITE FL-ENR-LETTRE
           END-REWRITE.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur reecriture CNF001. FILE STATUS: "
                   WS-FS-LETTRES
           END-IF.

       ECRIRE-REJET.
           MOVE SPACES TO FS-LIGNE-REJET.
           STRING WS-MOTIF DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FS-LIGNE-RETOUR DELIMITED BY SIZE
               INTO FS-LIGNE-REJET
           END-STRING.
           WRITE FS-LIGNE-REJET.

      * La zone WS-CODE-ZONE de WS-CLIENT-LETTRE, mise en texte
      * comme la lit MAJ-CHAMPS-CLIENT.
       LIRE-VALEUR-ZONE.
           MOVE SPACES TO WS-VALEUR-ZONE.
           EVALUATE TRUE
               WHEN ZONE-PRENOM
                   MOVE WL-PRENOM TO WS-VALEUR-ZONE
               WHEN ZONE-NOM
                   MOVE WL-NOM TO WS-VALEUR-ZONE
               WHEN ZONE-RUE
                   MOVE WL-RUE TO WS-VALEUR-ZONE
               WHEN ZONE-CODE-POSTAL
                   MOVE WL-CODE-POSTAL TO WS-CP-ZONE
                   MOVE WS-CP-ZONE TO WS-VALEUR-ZONE
               WHEN ZONE-VILLE
                   MOVE WL-VILLE TO WS-VALEUR-ZONE
               WHEN ZONE-TELEPHONE
                   MOVE WL-TELEPHONE TO WS-VALEUR-ZONE
               WHEN ZONE-EMAIL
                   MOVE WL-EMAIL TO WS-VALEUR-ZONE
           END-EVALUATE.

      ****************************************************************
      * B : bilan de campagne d'une annee, par agence                *
      ****************************************************************
       EDITER-BILAN-CAMPAGNE.
           DISPLAY "Annee de la campagne (AAAA, vide = annee en "
               "cours) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-ANNEE-SAISIE.
           ACCEPT WS-ANNEE-SAISIE.
           IF WS-ANNEE-SAISIE = SPACES
               MOVE WS-DATE-DEC-AA TO WS-ANNEE
           ELSE
               IF WS-ANNEE-SAISIE IS NOT NUMERIC
                   DISPLAY "Annee attendue sur quatre chiffres."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ANNEE-SAISIE TO WS-ANNEE
           END-IF.
           INITIALIZE WS-TABLE-AGENCES.
           OPEN INPUT F-LETTRES.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur ouverture CNF001. FILE STATUS: "
                   WS-FS-LETTRES
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture INP001. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-LETTRES
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-LETTRES.
           MOVE WS-ANNEE TO CF-ANNEE.
           MOVE 0 TO CF-RANG.
           START F-LETTRES KEY IS NOT LESS THAN CF-REFERENCE
               INVALID KEY
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-START.
           PERFORM CUMULER-LETTRE UNTIL FIN-FICHIER-LETTRES.
           MOVE "N" TO WS-FIN-CORRECTIONS.
           OPEN INPUT F-CORRECTIONS.
           IF WS-FS-CORRECTIONS NOT = "00"
               SET FIN-FICHIER-CORRECTIONS TO TRUE
           END-IF.
           PERFORM CUMULER-CORRECTION UNTIL FIN-FICHIER-CORRECTIONS.
           CLOSE F-CORRECTIONS.
           CLOSE F-CLIENT.
           CLOSE F-LETTRES.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "CONFBIL" TO WS-ED-NOM-ETAT.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "BILAN DE LA CONFIRMATION ANNUELLE " WS-ANNEE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTETE-BILAN TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-UNE-AGENCE
               VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 100.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAL" TO WS-LB-AGENCE.
           MOVE WS-TOT-LETTRES TO WS-LB-LETTRES.
           MOVE WS-TOT-REPONSES TO WS-LB-REPONSES.
           MOVE 0 TO WS-TAUX.
           IF WS-TOT-LETTRES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-TOT-REPONSES * 100 / WS-TOT-LETTRES
           END-IF.
           MOVE WS-TAUX TO WS-LB-TAUX.
           MOVE WS-TOT-CORRECTIONS TO WS-LB-CORRECTIONS.
           MOVE WS-TOT-APPLIQUEES TO WS-LB-APPLIQUEES.
           MOVE WS-TOT-EN-ATTENTE TO WS-LB-EN-ATTENTE.
           MOVE WS-TOT-DEPASSEES TO WS-LB-DEPASSEES.
           MOVE WS-LIGNE-BILAN TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "En attente : F-CLIENT porte encore la valeur de la "
               & "lettre (MAJ-CHAMPS-CLIENT a passer,"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "ou transaction rejetee : voir le registre TRANSACT)."
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Depassees : la zone a change depuis par une autre "
               & "voie, ou le client n'est plus au fichier."
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan de la confirmation annuelle " WS-ANNEE.
           DISPLAY "Lettres envoyees          : " WS-TOT-LETTRES.
           DISPLAY "Reponses recues           : " WS-TOT-REPONSES.
           DISPLAY "Corrections recues        : " WS-TOT-CORRECTIONS.
           DISPLAY "Corrections appliquees    : " WS-TOT-APPLIQUEES.
           DISPLAY "----------------------------------------------".

       CUMULER-LETTRE.
           READ F-LETTRES NEXT RECORD
               AT END
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-READ.
           IF FIN-FICHIER-LETTRES
               EXIT PARAGRAPH
           END-IF.
           IF CF-ANNEE NOT = WS-ANNEE
               SET FIN-FICHIER-LETTRES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-A = CF-AGENCE + 1.
           ADD 1 TO WS-AG-LETTRES (WS-A) WS-TOT-LETTRES.
           IF CF-DATE-REPONSE NOT = 0
               ADD 1 TO WS-AG-REPONSES (WS-A) WS-TOT-REPONSES
           END-IF.

      * Une correction de l'annee : appliquee si F-CLIENT porte la
      * valeur demandee, en attente s'il porte encore celle de la
      * lettre, depassee sinon.
       CUMULER-CORRECTION.
           READ F-CORRECTIONS
               AT END
                   SET FIN-FICHIER-CORRECTIONS TO TRUE
           END-READ.
           IF FIN-FICHIER-CORRECTIONS
               EXIT PARAGRAPH
           END-IF.
           IF CC-ANNEE NOT = WS-ANNEE
               EXIT PARAGRAPH
           END-IF.
           MOVE CC-REFERENCE TO CF-REFERENCE.
           READ F-LETTRES
               KEY IS CF-REFERENCE
               INVALID KEY
                   MOVE 0 TO CF-AGENCE
           END-READ.
           COMPUTE WS-A = CF-AGENCE + 1.
           ADD 1 TO WS-AG-CORRECTIONS (WS-A) WS-TOT-CORRECTIONS.
           MOVE CC-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   ADD 1 TO WS-AG-DEPASSEES (WS-A) WS-TOT-DEPASSEES
                   EXIT PARAGRAPH
           END-READ.
           MOVE FS-ENR-CLIENT TO WS-CLIENT-LETTRE.
           MOVE CC-CODE-ZONE TO WS-CODE-ZONE.
           PERFORM LIRE-VALEUR-ZONE.
           EVALUATE WS-VALEUR-ZONE
               WHEN CC-NOUVELLE-VALEUR
                   ADD 1 TO WS-AG-APPLIQUEES (WS-A) WS-TOT-APPLIQUEES
               WHEN CC-ANCIENNE-VALEUR
                   ADD 1 TO WS-AG-EN-ATTENTE (WS-A) WS-TOT-EN-ATTENTE
               WHEN OTHER
                   ADD 1 TO WS-AG-DEPASSEES (WS-A) WS-TOT-DEPASSEES
           END-EVALUATE.

       EDITER-UNE-AGENCE.
           IF WS-AG-LETTRES (WS-A) = 0
               AND WS-AG-CORRECTIONS (WS-A) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LB-AGENCE.
           COMPUTE WS-AGENCE = WS-A - 1.
           MOVE WS-AGENCE TO WS-LB-AGENCE.
           MOVE WS-AG-LETTRES (WS-A) TO WS-LB-LETTRES.
           MOVE WS-AG-REPONSES (WS-A) TO WS-LB-REPONSES.
           MOVE 0 TO WS-TAUX.
           IF WS-AG-LETTRES (WS-A) > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-AG-REPONSES (WS-A) * 100 / WS-AG-LETTRES (WS-A)
           END-IF.
           MOVE WS-TAUX TO WS-LB-TAUX.
           MOVE WS-AG-CORRECTIONS (WS-A) TO WS-LB-CORRECTIONS.
           MOVE WS-AG-APPLIQUEES (WS-A) TO WS-LB-APPLIQUEES.
           MOVE WS-AG-EN-ATTENTE (WS-A) TO WS-LB-EN-ATTENTE.
           MOVE WS-AG-DEPASSEES (WS-A) TO WS-LB-DEPASSEES.
           MOVE WS-LIGNE-BILAN TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.
