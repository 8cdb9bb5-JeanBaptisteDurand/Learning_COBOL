      ****************************************************************
      * Chargeur des corrections envoyees par l'equipe CRM : lit un  *
      * fichier delimite (CRM001), premiere ligne                    *
      * ENTETE;identifiant;date;nombre_de_lignes comme WEB001, puis  *
      * une ligne par fiche corrigee, champs separes par des         *
      * points-virgules dans l'ordre id;horodatage;prenom;nom;rue;   *
      * code_postal;ville;telephone;email;statut. Un champ vide      *
      * laisse la valeur de la fiche inchangee ; l'horodatage        *
      * (AAAAMMJJHHMMSS) est celui de la correction cote CRM. Le CRM *
      * corrige des clients connus : il n'en cree pas. La fiche      *
      * corrigee est validee par valide-client, puis passe par       *
      * l'arbitrage arbitre-client (source CRM) comme les mises a    *
      * jour web et base : les champs qui perdent restent tels quels *
      * et partent au rapport ARB001. Les lignes en echec vont a     *
      * REJC01 avec leurs motifs. Codes retour : 0 termine, 4 lignes *
      * rejetees, 8 lot refuse ou verrou refuse, 99 erreur fichier.  *
      * Sur un client entreprise, le prenom fourni est le nom du     *
      * contact ; sur une adresse a l'etranger, le code postal et la *
      * ville sont ceux du pays. Un champ qui deborde de sa zone est *
      * rejete (EML02 email de plus de 29 caracteres, ENT01 contact  *
      * de plus de 11, PAY01 code postal ou ville etrangers trop     *
      * longs, CPO01 code postal francais illisible) au lieu d'etre  *
      * tronque.                                                     *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-CRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CRM ASSIGN TO DYNAMIC WS-NOM-CRM001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRM.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Rejets du chargement : la ligne d'origine et ses motifs.
           SELECT F-REJETS-CRM ASSIGN TO DYNAMIC WS-NOM-REJC01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS-CRM.

       DATA DIVISION.
       FILE SECTION.
           FD F-CRM.
           01 FS-LIGNE-CRM PIC X(250).

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
                       ==CLI-STATUT== BY ==FS-STATUT==
                       ==CLI-ENTREPRISE== BY ==FS-ENTREPRISE==
                       ==CLI-CONTACT== BY ==FS-CONTACT==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==
                       ==CLI-CP-ETRANGER== BY ==FS-CP-ETRANGER==
                       ==CLI-VILLE-ETRANGER== BY ==FS-VILLE-ETRANGER==.

           FD F-REJETS-CRM.
           01 FS-LIGNE-REJET-CRM PIC X(310).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CRM001    PIC X(30) VALUE "CRM001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-REJC01    PIC X(30) VALUE "REJC01".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CRM        PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-REJETS-CRM PIC X(02).

           01 WS-IND-CRM       PIC X(01) VALUE "N".
              88 FIN-FICHIER-CRM VALUE "O".

      * Identite du lot, controlee avant toute mise a jour comme
      * celle de WEB001 : entete present et compte de lignes exact.
      * Un lot rejoue ne fait pas de degat : ses valeurs sont deja
      * en place, ou plus anciennes que les mouvements qui ont suivi
      * et ecartees par l'arbitrage.
           01 WS-CHAMP-ENTETE  PIC X(10).
           01 WS-LOT-ID        PIC X(20).
           01 WS-LOT-DATE      PIC X(08).
           01 WS-LOT-ATTENDU-X PIC X(06).
           01 WS-LOT-ATTENDU   PIC 9(06) VALUE 0.
           01 WS-LOT-COMPTE    PIC 9(06) VALUE 0.
           01 WS-LOT-VALIDE    PIC X(01) VALUE "N".
              88 LOT-ACCEPTE VALUE "O".

      * Champs decoupes de la ligne CRM, chacun plus large que la
      * zone qu'il alimente : un octet de trop non blanc est un
      * debordement.
           01 WS-CHAMP-ID          PIC X(10).
           01 WS-CHAMP-HORODATAGE  PIC X(20).
           01 WS-CHAMP-PRENOM      PIC X(20).
           01 WS-CHAMP-NOM         PIC X(20).
           01 WS-CHAMP-RUE         PIC X(30).
           01 WS-CHAMP-CODE-POSTAL PIC X(09).
           01 WS-CHAMP-VILLE       PIC X(20).
           01 WS-CHAMP-TELEPHONE   PIC X(15).
           01 WS-CHAMP-EMAIL       PIC X(30).
           01 WS-CHAMP-STATUT      PIC X(01).

      * Motifs de rejet de la ligne courante, dans l'ordre de
      * detection.
           01 WS-MOTIFS        PIC X(30).
           01 WS-LIGNE-INVALIDE PIC X(01).
              88 LIGNE-REJETEE VALUE "O".

      * Table des motifs rendue par le sous-programme partage
      * valide-client.
           01 WS-MOTIFS-VALIDATION.
              05 WS-NB-MOTIFS    PIC 9(02).
              05 WS-MOTIF-TABLE  PIC X(05) OCCURS 5 TIMES.
           01 WS-I             PIC 9(02).

           01 WS-LIGNE-REJET   PIC X(310).

      * Verification de la cle de controle des identifiants
      * (sous-programme partage cle-client).
           01 WS-DEMANDE-CLE.
              05 WS-CC-FONCTION PIC X(01).
              05 WS-CC-BASE     PIC 9(09).
              05 WS-CC-ID       PIC 9(10).
              05 WS-CC-VALIDE   PIC X(01).

      * Arbitrage de la correction contre les derniers mouvements
      * du fichier (copybook ARBCLI).
           01 WS-DEMANDE-ARBITRAGE.
              COPY ARBCLI.

      * Demande de journalisation pour le journal central des
      * mouvements (sous-programme partage journal-mouvement).
           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-PROGRAMME PIC X(20) VALUE "CHARGE-CRM".
              05 WS-JRN-ACTION    PIC X(05).
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

      * Jeton de mise a jour de F-CLIENT (sous-programme partage
      * verrou-client, fichier LCK001).
           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "CHARGE-CRM".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Compteurs du bilan de chargement.
           01 WS-COMPTEURS.
              05 WS-NB-LUS       PIC 9(06) VALUE 0.
              05 WS-NB-MAJ       PIC 9(06) VALUE 0.
              05 WS-NB-INCHANGES PIC 9(06) VALUE 0.
              05 WS-NB-REJETS    PIC 9(06) VALUE 0.
              05 WS-NB-CHAMPS-ECARTES PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Passe 1 : l'identite du lot est controlee AVANT toute mise
      * a jour ; un lot tronque est refuse entier.
           PERFORM CONTROLER-LOT.
           IF NOT LOT-ACCEPTE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OUVERTURE-FICHIERS.
      * La premiere ligne (l'entete de lot, deja controlee) est
      * consommee avant la boucle de chargement.
           PERFORM LIRE-LIGNE-CRM.
           MOVE 0 TO WS-NB-LUS.
           PERFORM LIRE-LIGNE-CRM.
           PERFORM CHARGER-UNE-LIGNE UNTIL FIN-FICHIER-CRM.
           PERFORM AFFICHER-BILAN.
           CLOSE F-CRM.
           CLOSE F-CLIENT.
           CLOSE F-REJETS-CRM.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           DISPLAY "Traitement termine.".
           IF WS-NB-REJETS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      * Passe 1 : entete du lot et compte de lignes, avant la        *
      * moindre mise a jour                                          *
      ****************************************************************
       CONTROLER-LOT.
           OPEN INPUT F-CRM.
           IF WS-FS-CRM NOT = "00"
               DISPLAY "Erreur ouverture CRM001. FILE STATUS: "
                   WS-FS-CRM
               EXIT PARAGRAPH
           END-IF.
           READ F-CRM
               AT END
                   DISPLAY "CRM001 vide : lot refuse."
                   CLOSE F-CRM
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-CHAMP-ENTETE WS-LOT-ID WS-LOT-DATE
               WS-LOT-ATTENDU-X.
           UNSTRING FS-LIGNE-CRM DELIMITED BY ";"
               INTO WS-CHAMP-ENTETE WS-LOT-ID WS-LOT-DATE
                   WS-LOT-ATTENDU-X
           END-UNSTRING.
           IF WS-CHAMP-ENTETE NOT = "ENTETE"
               DISPLAY "CRM001 sans entete de lot (premiere ligne "
                   "attendue : ENTETE;id;date;nombre) : lot refuse."
               CLOSE F-CRM
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-LOT-ATTENDU-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LOT-ATTENDU-X)
                   TO WS-LOT-ATTENDU
           ELSE
               DISPLAY "Entete de lot illisible (nombre de lignes "
                   "non numerique) : lot refuse."
               CLOSE F-CRM
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPTER-LIGNES-DU-LOT.
           CLOSE F-CRM.
           IF WS-LOT-COMPTE NOT = WS-LOT-ATTENDU
               DISPLAY "Lot " FUNCTION TRIM(WS-LOT-ID) " : "
                   WS-LOT-COMPTE " ligne(s) pour "
                   WS-LOT-ATTENDU " annoncee(s) (livraison "
                   "tronquee ?) : lot refuse."
           ELSE
               SET LOT-ACCEPTE TO TRUE
               DISPLAY "Lot " FUNCTION TRIM(WS-LOT-ID) " du "
                   WS-LOT-DATE " accepte : " WS-LOT-COMPTE
                   " ligne(s)."
           END-IF.

       COMPTER-LIGNES-DU-LOT.
           MOVE 0 TO WS-LOT-COMPTE.
           MOVE "N" TO WS-IND-CRM.
           PERFORM COMPTER-UNE-LIGNE UNTIL FIN-FICHIER-CRM.
           MOVE "N" TO WS-IND-CRM.

       COMPTER-UNE-LIGNE.
           READ F-CRM
               AT END
                   SET FIN-FICHIER-CRM TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOT-COMPTE
           END-READ.

      ****************************************************************
      * Ouverture des fichiers                                       *
      ****************************************************************
       OUVERTURE-FICHIERS.
           OPEN INPUT F-CRM.
           IF WS-FS-CRM NOT = "00"
               DISPLAY "Erreur ouverture CRM001. FILE STATUS: "
                   WS-FS-CRM
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-CRM
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-REJETS-CRM.
           IF WS-FS-REJETS-CRM NOT = "00"
               DISPLAY "Erreur ouverture REJC01. FILE STATUS: "
                   WS-FS-REJETS-CRM
               CLOSE F-CRM
               CLOSE F-CLIENT
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.

       LIRE-LIGNE-CRM.
           READ F-CRM
               AT END
                   SET FIN-FICHIER-CRM TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
           END-READ.
      * Battement du verrou toutes les 100 lignes.
           IF NOT FIN-FICHIER-CRM
               AND WS-NB-LUS > 0
               AND FUNCTION MOD(WS-NB-LUS, 100) = 0
               MOVE "B" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
           END-IF.

      ****************************************************************
      * Decoupage, controle, arbitrage et application d'une ligne    *
      ****************************************************************
       CHARGER-UNE-LIGNE.
           PERFORM DECOUPER-LIGNE.
           PERFORM VALIDER-LIGNE.
           IF LIGNE-REJETEE
               PERFORM ECRIRE-REJET-CRM
           ELSE
               PERFORM APPLIQUER-CORRECTION
           END-IF.
           PERFORM LIRE-LIGNE-CRM.

       DECOUPER-LIGNE.
           MOVE SPACES TO WS-CHAMP-ID WS-CHAMP-HORODATAGE
               WS-CHAMP-PRENOM WS-CHAMP-NOM WS-CHAMP-RUE
               WS-CHAMP-CODE-POSTAL WS-CHAMP-VILLE
               WS-CHAMP-TELEPHONE WS-CHAMP-EMAIL WS-CHAMP-STATUT.
           UNSTRING FS-LIGNE-CRM DELIMITED BY ";"
               INTO WS-CHAMP-ID WS-CHAMP-HORODATAGE
                   WS-CHAMP-PRENOM WS-CHAMP-NOM WS-CHAMP-RUE
                   WS-CHAMP-CODE-POSTAL WS-CHAMP-VILLE
                   WS-CHAMP-TELEPHONE WS-CHAMP-EMAIL WS-CHAMP-STATUT
           END-UNSTRING.

      ****************************************************************
      * Controle de la ligne : identifiant connu et porteur de sa    *
      * cle, horodatage complet, email et statut lisibles, champs    *
      * tenant dans la variante de la fiche relue, puis les regles   *
      * de valide-client sur la fiche corrigee                       *
      ****************************************************************
       VALIDER-LIGNE.
           MOVE "N" TO WS-LIGNE-INVALIDE.
           MOVE SPACES TO WS-MOTIFS.
           IF WS-CHAMP-ID = SPACES
               OR FUNCTION TRIM(WS-CHAMP-ID) IS NOT NUMERIC
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " IDN01"
                   DELIMITED BY SIZE INTO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           MOVE "V" TO WS-CC-FONCTION.
           MOVE FUNCTION NUMVAL(WS-CHAMP-ID) TO WS-CC-ID.
           CALL "cle-client" USING WS-DEMANDE-CLE.
           IF WS-CC-VALIDE NOT = "O"
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " CLE01"
                   DELIMITED BY SIZE INTO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHAMP-HORODATAGE (1:14) IS NOT NUMERIC
               OR WS-CHAMP-HORODATAGE (15:6) NOT = SPACES
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " HOR01"
                   DELIMITED BY SIZE INTO WS-MOTIFS
           END-IF.
           IF WS-CHAMP-EMAIL (30:1) NOT = SPACE
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " EML02"
                   DELIMITED BY SIZE INTO WS-MOTIFS
           END-IF.
           IF WS-CHAMP-STATUT NOT = SPACES
               AND WS-CHAMP-STATUT NOT = "A"
               AND WS-CHAMP-STATUT NOT = "I"
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " STA01"
                   DELIMITED BY SIZE INTO WS-MOTIFS
           END-IF.
           IF LIGNE-REJETEE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CC-ID TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   SET LIGNE-REJETEE TO TRUE
                   STRING FUNCTION TRIM(WS-MOTIFS) " INC01"
                       DELIMITED BY SIZE INTO WS-MOTIFS
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CONTROLER-VARIANTE.
           IF LIGNE-REJETEE
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-ENR-CLIENT TO AR-ACTUELLE.
           PERFORM CONSTRUIRE-CORRECTION.
           CALL "valide-client"
               USING FS-ENR-CLIENT WS-MOTIFS-VALIDATION.
           IF WS-NB-MOTIFS > 0
               SET LIGNE-REJETEE TO TRUE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-MOTIFS
                   STRING FUNCTION TRIM(WS-MOTIFS)
                       " " WS-MOTIF-TABLE (WS-I)
                       DELIMITED BY SIZE INTO WS-MOTIFS
               END-PERFORM
           END-IF.

      * Les champs fournis doivent tenir dans la variante de la fiche
      * relue : contact d'entreprise sur 11 caracteres, code postal
      * (8) et ville (12) etrangers, code postal francais numerique.
       CONTROLER-VARIANTE.
           IF FS-ENTREPRISE
               AND WS-CHAMP-PRENOM (12:9) NOT = SPACES
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " ENT01"
                   DELIMITED BY SIZE INTO WS-MOTIFS
           END-IF.
           IF FS-ETRANGER
               IF WS-CHAMP-CODE-POSTAL (9:1) NOT = SPACE
                   OR WS-CHAMP-VILLE (13:8) NOT = SPACES
                   SET LIGNE-REJETEE TO TRUE
                   STRING FUNCTION TRIM(WS-MOTIFS) " PAY01"
                       DELIMITED BY SIZE INTO WS-MOTIFS
               END-IF
           ELSE
               IF WS-CHAMP-CODE-POSTAL NOT = SPACES
                   AND (FUNCTION TRIM(WS-CHAMP-CODE-POSTAL)
                       IS NOT NUMERIC
                   OR WS-CHAMP-CODE-POSTAL (6:4) NOT = SPACES)
                   SET LIGNE-REJETEE TO TRUE
                   STRING FUNCTION TRIM(WS-MOTIFS) " CPO01"
                       DELIMITED BY SIZE INTO WS-MOTIFS
               END-IF
           END-IF.

      * La fiche corrigee : la fiche actuelle, chaque champ fourni
      * par le CRM remplacant le sien (zones COMP-3 comprises). Le
      * prenom d'une entreprise est son contact ; le code postal et
      * la ville d'une adresse etrangere ceux du pays, le code pays
      * et sa marque restant en place.
       CONSTRUIRE-CORRECTION.
           IF WS-CHAMP-PRENOM NOT = SPACES
               IF FS-ENTREPRISE
                   MOVE WS-CHAMP-PRENOM TO FS-CONTACT
               ELSE
                   MOVE WS-CHAMP-PRENOM TO FS-PRENOM
               END-IF
           END-IF.
           IF WS-CHAMP-NOM NOT = SPACES
               MOVE WS-CHAMP-NOM TO FS-NOM
           END-IF.
           IF WS-CHAMP-RUE NOT = SPACES
               MOVE WS-CHAMP-RUE TO FS-RUE
           END-IF.
           IF WS-CHAMP-CODE-POSTAL NOT = SPACES
               IF FS-ETRANGER
                   MOVE WS-CHAMP-CODE-POSTAL TO FS-CP-ETRANGER
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CHAMP-CODE-POSTAL)
                       TO FS-CODE-POSTAL
               END-IF
           END-IF.
           IF WS-CHAMP-VILLE NOT = SPACES
               IF FS-ETRANGER
                   MOVE WS-CHAMP-VILLE TO FS-VILLE-ETRANGER
               ELSE
                   MOVE WS-CHAMP-VILLE TO FS-VILLE
               END-IF
           END-IF.
           IF WS-CHAMP-TELEPHONE NOT = SPACES
               MOVE WS-CHAMP-TELEPHONE TO FS-TELEPHONE
           END-IF.
           IF WS-CHAMP-EMAIL NOT = SPACES
               MOVE WS-CHAMP-EMAIL TO FS-EMAIL
           END-IF.
           IF WS-CHAMP-STATUT NOT = SPACES
               MOVE WS-CHAMP-STATUT TO FS-STATUT
           END-IF.

      ****************************************************************
      * Arbitrage puis reecriture de la fiche, si un champ au moins  *
      * l'a emporte                                                  *
      ****************************************************************
       APPLIQUER-CORRECTION.
           MOVE "CRM" TO AR-SOURCE.
           MOVE "CHARGE-CRM" TO AR-PROGRAMME.
           MOVE WS-LOT-ID TO AR-LOT.
           MOVE WS-CHAMP-HORODATAGE (1:14) TO AR-HORODATAGE.
           MOVE FS-ENR-CLIENT TO AR-PROPOSEE.
           CALL "arbitre-client" USING WS-DEMANDE-ARBITRAGE.
           ADD AR-NB-ECARTES TO WS-NB-CHAMPS-ECARTES.
           IF AR-CODE-RETOUR NOT = 0
               MOVE " ARB99" TO WS-MOTIFS
               SET LIGNE-REJETEE TO TRUE
               PERFORM ECRIRE-REJET-CRM
               EXIT PARAGRAPH
           END-IF.
           IF AR-PROPOSEE = AR-ACTUELLE
               ADD 1 TO WS-NB-INCHANGES
               EXIT PARAGRAPH
           END-IF.
           REWRITE FS-ENR-CLIENT FROM AR-PROPOSEE
           END-REWRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur reecriture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE " MAJ01" TO WS-MOTIFS
               SET LIGNE-REJETEE TO TRUE
               PERFORM ECRIRE-REJET-CRM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MAJ.
           MOVE "MODIF" TO WS-JRN-ACTION.
           MOVE AR-ACTUELLE TO WS-JRN-AVANT.
           MOVE AR-PROPOSEE TO WS-JRN-APRES.
           CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL.

      ****************************************************************
      * Rejet d'une ligne CRM : le lot, les motifs et la ligne       *
      ****************************************************************
       ECRIRE-REJET-CRM.
           MOVE SPACES TO WS-LIGNE-REJET.
           STRING "lot " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOT-ID) DELIMITED BY SIZE
               " :" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOTIFS) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               FS-LIGNE-CRM DELIMITED BY SIZE
               INTO WS-LIGNE-REJET
           END-STRING.
           MOVE WS-LIGNE-REJET TO FS-LIGNE-REJET-CRM.
           WRITE FS-LIGNE-REJET-CRM.
           IF WS-FS-REJETS-CRM NOT = "00"
               DISPLAY "Erreur ecriture REJC01. FILE STATUS: "
                   WS-FS-REJETS-CRM
           ELSE
               ADD 1 TO WS-NB-REJETS
           END-IF.

      ****************************************************************
      * Bilan du chargement : totaux de controle                     *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan du chargement des corrections CRM".
           DISPLAY "Lignes lues      (CRM001)  : " WS-NB-LUS.
           DISPLAY "Fiches mises a jour        : " WS-NB-MAJ.
           DISPLAY "Fiches inchangees          : " WS-NB-INCHANGES.
           DISPLAY "Lignes rejetees  (REJC01)  : " WS-NB-REJETS.
           DISPLAY "Champs ecartes   (ARB001)  : "
               WS-NB-CHAMPS-ECARTES.
           IF WS-NB-LUS = WS-NB-MAJ + WS-NB-INCHANGES + WS-NB-REJETS
               DISPLAY "Bilan OK : aucune ligne perdue."
           ELSE
               DISPLAY "ATTENTION : ecart entre lues et "
                   "traitees/rejetees !"
           END-IF.
           DISPLAY "----------------------------------------------".
