      ****************************************************************
      * Mise a jour des clients par transactions de zone : les       *
      * listes de corrections du back-office, jusqu'ici ressaisies   *
      * une a une dans MAINT-CLIENT, arrivent dans TRN001 (copybook  *
      * TRNCLI : identifiant, code zone, ancienne et nouvelle        *
      * valeur) et sont appliquees au F-CLIENT indexe sous le jeton  *
      * verrou-client. Une transaction n'est appliquee que si la     *
      * zone porte encore l'ancienne valeur (sinon elle est          *
      * perimee : quelqu'un est passe entre-temps), puis le client   *
      * corrige est recontrole par valide-client et chaque           *
      * correction appliquee est tracee MODIF par journal-mouvement. *
      * Le registre TRANSACT (formateur partage edition-etat) liste  *
      * chaque transaction : appliquee, rejetee avec son motif, ou   *
      * perimee avec la valeur trouvee. Le bilan s'equilibre :       *
      * lues = appliquees + rejetees + perimees. Codes retour : 0    *
      * tout applique, 4 rejets ou perimees, 8 verrou refuse,        *
      * 99 erreur fichier.                                           *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-CHAMPS-CLIENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRANSACTIONS ASSIGN TO DYNAMIC WS-NOM-TRN001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACTIONS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
           FD F-TRANSACTIONS.
           01 FT-ENR-TRANSACTION.
               COPY TRNCLI.

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

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-TRN001    PIC X(30) VALUE "TRN001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-TRANSACTIONS PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).

           01 WS-FIN-TRANSACTIONS PIC X(01) VALUE "N".
              88 FIN-TRANSACTIONS VALUE "O".

      * Issue de la transaction courante.
           01 WS-ISSUE         PIC X(01).
              88 TRN-APPLIQUEE VALUE "A".
              88 TRN-REJETEE   VALUE "R".
              88 TRN-PERIMEE   VALUE "P".
           01 WS-MOTIFS        PIC X(30).

      * Valeur actuelle de la zone visee, mise en texte pour etre
      * comparee a l'ancienne valeur de la transaction, et longueur
      * utile de la zone dans l'enregistrement client.
           01 WS-VALEUR-ACTUELLE PIC X(30).
           01 WS-LONGUEUR-ZONE PIC 9(02).
           01 WS-CODE-POSTAL-X PIC 9(05).

      * Image du client avant correction : avant-image du journal
      * et base de comparaison des motifs de valide-client.
           01 WS-IMAGE-AVANT   PIC X(145).

      * Motifs rendus par valide-client avant et apres correction :
      * seuls les motifs apparus avec la correction la font rejeter,
      * pour qu'une zone puisse etre corrigee sur un client dont une
      * autre zone est deja en defaut.
           01 WS-MOTIFS-AVANT.
              05 WS-NB-MOTIFS-AVANT  PIC 9(02).
              05 WS-MOTIF-AVANT      PIC X(05) OCCURS 5 TIMES.
           01 WS-MOTIFS-APRES.
              05 WS-NB-MOTIFS-APRES  PIC 9(02).
              05 WS-MOTIF-APRES      PIC X(05) OCCURS 5 TIMES.
           01 WS-I             PIC 9(02).
           01 WS-J             PIC 9(02).
           01 WS-MOTIF-CONNU   PIC X(01).
              88 MOTIF-DEJA-PRESENT VALUE "O".

           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-PROGRAMME PIC X(20) VALUE "MAJ-CHAMPS-CLIENT".
              05 WS-JRN-ACTION    PIC X(05).
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20)
                  VALUE "MAJ-CHAMPS-CLIENT".
              05 WS-VR-CODE-RETOUR PIC 9(02).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "TRANSACT".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).
           01 WS-DATE-DU-JOUR  PIC 9(08).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(12) VALUE "CLIENT".
              05 FILLER PIC X(05) VALUE "ZONE".
              05 FILLER PIC X(32) VALUE "ANCIENNE VALEUR".
              05 FILLER PIC X(32) VALUE "NOUVELLE VALEUR".
              05 FILLER PIC X(12) VALUE "ISSUE".
              05 FILLER PIC X(30) VALUE "MOTIF / VALEUR TROUVEE".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-ID-CLIENT PIC X(10).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-ZONE      PIC X(03).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-ANCIENNE  PIC X(30).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-NOUVELLE  PIC X(30).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-ISSUE     PIC X(10).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-MOTIF     PIC X(30).

           01 WS-COMPTEURS.
              05 WS-NB-LUES       PIC 9(06) VALUE 0.
              05 WS-NB-APPLIQUEES PIC 9(06) VALUE 0.
              05 WS-NB-REJETEES   PIC 9(06) VALUE 0.
              05 WS-NB-PERIMEES   PIC 9(06) VALUE 0.
              05 WS-NB-ERREURS    PIC 9(06) VALUE 0.
           01 WS-AFF-COMPTEUR  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OUVERTURE-FICHIERS.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "REGISTRE DES TRANSACTIONS CLIENT DU "
               WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-TRANSACTIONS
               CLOSE F-CLIENT
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM LIRE-TRANSACTION.
           PERFORM TRAITER-UNE-TRANSACTION UNTIL FIN-TRANSACTIONS.
           PERFORM EDITER-TOTAUX.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-TRANSACTIONS.
           CLOSE F-CLIENT.
           PERFORM RENDRE-VERROU.
           PERFORM AFFICHER-BILAN.
           EVALUATE TRUE
               WHEN WS-NB-ERREURS > 0
                   MOVE 99 TO RETURN-CODE
               WHEN WS-NB-REJETEES > 0 OR WS-NB-PERIMEES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       RENDRE-VERROU.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.

      ****************************************************************
      * Ouverture des fichiers                                       *
      ****************************************************************
       OUVERTURE-FICHIERS.
           OPEN INPUT F-TRANSACTIONS.
           IF WS-FS-TRANSACTIONS NOT = "00"
               DISPLAY "Erreur ouverture TRN001. FILE STATUS: "
                   WS-FS-TRANSACTIONS
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-TRANSACTIONS
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.

       LIRE-TRANSACTION.
           READ F-TRANSACTIONS
               AT END
                   SET FIN-TRANSACTIONS TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
           END-READ.
      * Battement du verrou toutes les 100 transactions, comme
      * CHARGE-CLIENTS pendant un gros lot.
           IF NOT FIN-TRANSACTIONS
               AND FUNCTION MOD(WS-NB-LUES, 100) = 0
               MOVE "B" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
           END-IF.

      ****************************************************************
      * Une transaction : controles, comparaison de l'ancienne       *
      * valeur, correction, recontrole, reecriture et journal, puis  *
      * sa ligne au registre                                         *
      ****************************************************************
       TRAITER-UNE-TRANSACTION.
           SET TRN-REJETEE TO TRUE.
           MOVE SPACES TO WS-MOTIFS.
           PERFORM APPLIQUER-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-APPLIQUEE
                   ADD 1 TO WS-NB-APPLIQUEES
               WHEN TRN-PERIMEE
                   ADD 1 TO WS-NB-PERIMEES
               WHEN OTHER
                   ADD 1 TO WS-NB-REJETEES
           END-EVALUATE.
           PERFORM EDITER-TRANSACTION.
           PERFORM LIRE-TRANSACTION.

       APPLIQUER-TRANSACTION.
           IF TR-ID-CLIENT-X IS NOT NUMERIC
               MOVE "IDN01 IDENTIFIANT INVALIDE" TO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           IF NOT TR-ZONE-CONNUE
               MOVE "ZON01 CODE ZONE INCONNU" TO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   MOVE "CLI01 CLIENT INCONNU" TO WS-MOTIFS
           END-READ.
           IF WS-MOTIFS NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-VALEUR-ACTUELLE.
           IF WS-VALEUR-ACTUELLE NOT = TR-ANCIENNE-VALEUR
               SET TRN-PERIMEE TO TRUE
               MOVE WS-VALEUR-ACTUELLE TO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-NOUVELLE-VALEUR.
           IF WS-MOTIFS NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-ENR-CLIENT TO WS-IMAGE-AVANT.
           CALL "valide-client" USING FS-ENR-CLIENT WS-MOTIFS-AVANT.
           PERFORM PORTER-NOUVELLE-VALEUR.
           CALL "valide-client" USING FS-ENR-CLIENT WS-MOTIFS-APRES.
           PERFORM RETENIR-MOTIFS-NOUVEAUX.
           IF WS-MOTIFS NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           REWRITE FS-ENR-CLIENT
           END-REWRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur reecriture client " TR-ID-CLIENT-X
                   ". FILE STATUS: " WS-FS-CLIENT
               ADD 1 TO WS-NB-ERREURS
               STRING "ERR99 REECRITURE STATUS " WS-FS-CLIENT
                   DELIMITED BY SIZE INTO WS-MOTIFS
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           SET TRN-APPLIQUEE TO TRUE.
           MOVE "MODIF" TO WS-JRN-ACTION.
           MOVE WS-IMAGE-AVANT TO WS-JRN-AVANT.
           MOVE FS-ENR-CLIENT TO WS-JRN-APRES.
           CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL.

      * La zone visee, mise en texte cadre a gauche comme dans la
      * transaction (code postal sur 5 chiffres).
       LIRE-VALEUR-ACTUELLE.
           MOVE SPACES TO WS-VALEUR-ACTUELLE.
           EVALUATE TRUE
               WHEN TR-ZONE-PRENOM
                   MOVE FS-PRENOM TO WS-VALEUR-ACTUELLE
                   MOVE 20 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-NOM
                   MOVE FS-NOM TO WS-VALEUR-ACTUELLE
                   MOVE 20 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-RUE
                   MOVE FS-RUE TO WS-VALEUR-ACTUELLE
                   MOVE 30 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-CODE-POSTAL
                   MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL-X
                   MOVE WS-CODE-POSTAL-X TO WS-VALEUR-ACTUELLE
                   MOVE 5 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-VILLE
                   MOVE FS-VILLE TO WS-VALEUR-ACTUELLE
                   MOVE 20 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-TELEPHONE
                   MOVE FS-TELEPHONE TO WS-VALEUR-ACTUELLE
                   MOVE 15 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-EMAIL
                   MOVE FS-EMAIL TO WS-VALEUR-ACTUELLE
                   MOVE 30 TO WS-LONGUEUR-ZONE
               WHEN TR-ZONE-STATUT
                   MOVE FS-STATUT TO WS-VALEUR-ACTUELLE
                   MOVE 1 TO WS-LONGUEUR-ZONE
           END-EVALUATE.

      * Controles de forme que valide-client ne peut pas faire :
      * la valeur doit tenir dans la zone, le code postal doit etre
      * numerique pour entrer dans sa zone COMP-3, le statut est A
      * ou I.
       CONTROLER-NOUVELLE-VALEUR.
           IF WS-LONGUEUR-ZONE < 30
               AND TR-NOUVELLE-VALEUR (WS-LONGUEUR-ZONE + 1:)
                   NOT = SPACES
               MOVE "LNG01 VALEUR TROP LONGUE" TO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           IF TR-ZONE-CODE-POSTAL
               AND TR-NOUVELLE-VALEUR (1:5) IS NOT NUMERIC
               MOVE "CPO01 CODE POSTAL NON NUMERIQUE" TO WS-MOTIFS
               EXIT PARAGRAPH
           END-IF.
           IF TR-ZONE-STATUT
               AND TR-NOUVELLE-VALEUR (1:1) NOT = "A"
               AND TR-NOUVELLE-VALEUR (1:1) NOT = "I"
               MOVE "STA01 STATUT ATTENDU A OU I" TO WS-MOTIFS
           END-IF.

       PORTER-NOUVELLE-VALEUR.
           EVALUATE TRUE
               WHEN TR-ZONE-PRENOM
                   MOVE TR-NOUVELLE-VALEUR TO FS-PRENOM
               WHEN TR-ZONE-NOM
                   MOVE TR-NOUVELLE-VALEUR TO FS-NOM
               WHEN TR-ZONE-RUE
                   MOVE TR-NOUVELLE-VALEUR TO FS-RUE
               WHEN TR-ZONE-CODE-POSTAL
                   MOVE TR-NOUVELLE-VALEUR (1:5) TO WS-CODE-POSTAL-X
                   MOVE WS-CODE-POSTAL-X TO FS-CODE-POSTAL
               WHEN TR-ZONE-VILLE
                   MOVE TR-NOUVELLE-VALEUR TO FS-VILLE
               WHEN TR-ZONE-TELEPHONE
                   MOVE TR-NOUVELLE-VALEUR TO FS-TELEPHONE
               WHEN TR-ZONE-EMAIL
                   MOVE TR-NOUVELLE-VALEUR TO FS-EMAIL
               WHEN TR-ZONE-STATUT
                   MOVE TR-NOUVELLE-VALEUR TO FS-STATUT
           END-EVALUATE.

      * Motifs de valide-client apparus avec la correction : ceux
      * que le client portait deja ne bloquent pas la transaction.
       RETENIR-MOTIFS-NOUVEAUX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-MOTIFS-APRES
               MOVE "N" TO WS-MOTIF-CONNU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-MOTIFS-AVANT
                   IF WS-MOTIF-AVANT (WS-J) = WS-MOTIF-APRES (WS-I)
                       SET MOTIF-DEJA-PRESENT TO TRUE
                   END-IF
               END-PERFORM
               IF NOT MOTIF-DEJA-PRESENT
                   STRING FUNCTION TRIM(WS-MOTIFS) " "
                       WS-MOTIF-APRES (WS-I)
                       DELIMITED BY SIZE INTO WS-MOTIFS
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE FUNCTION TRIM(WS-MOTIFS) TO WS-MOTIFS.

      ****************************************************************
      * Registre : une ligne par transaction lue                     *
      ****************************************************************
       EDITER-TRANSACTION.
           MOVE TR-ID-CLIENT-X TO WS-LD-ID-CLIENT.
           MOVE TR-CODE-ZONE TO WS-LD-ZONE.
           MOVE TR-ANCIENNE-VALEUR TO WS-LD-ANCIENNE.
           MOVE TR-NOUVELLE-VALEUR TO WS-LD-NOUVELLE.
           EVALUATE TRUE
               WHEN TRN-APPLIQUEE
                   MOVE "APPLIQUEE" TO WS-LD-ISSUE
               WHEN TRN-PERIMEE
                   MOVE "PERIMEE" TO WS-LD-ISSUE
               WHEN OTHER
                   MOVE "REJETEE" TO WS-LD-ISSUE
           END-EVALUATE.
           MOVE WS-MOTIFS TO WS-LD-MOTIF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-LUES TO WS-AFF-COMPTEUR.
           STRING "TRANSACTIONS LUES      : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-APPLIQUEES TO WS-AFF-COMPTEUR.
           STRING "APPLIQUEES             : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-REJETEES TO WS-AFF-COMPTEUR.
           STRING "REJETEES               : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-PERIMEES TO WS-AFF-COMPTEUR.
           STRING "PERIMEES               : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

      ****************************************************************
      * Bilan : totaux de controle                                   *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan des transactions client".
           DISPLAY "Transactions lues  (TRN001) : " WS-NB-LUES.
           DISPLAY "Appliquees        (F-CLIENT): " WS-NB-APPLIQUEES.
           DISPLAY "Rejetees                    : " WS-NB-REJETEES.
           DISPLAY "Perimees                    : " WS-NB-PERIMEES.
           IF WS-NB-LUES = WS-NB-APPLIQUEES + WS-NB-REJETEES
                   + WS-NB-PERIMEES
               DISPLAY "Bilan OK : aucune transaction perdue."
           ELSE
               DISPLAY "ATTENTION : ecart entre lues et traitees."
           END-IF.
           DISPLAY "----------------------------------------------".
