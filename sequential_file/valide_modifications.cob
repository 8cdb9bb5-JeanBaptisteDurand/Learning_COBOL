      ****************************************************************
      * Validation a quatre yeux des modifications sensibles deposees*
      * par MAINT-CLIENT dans ATT001 (copybook MODATT) : pour un     *
      * client donne ou pour toutes les demandes en attente, la      *
      * fiche actuelle et la fiche demandee sont affichees, puis un  *
      * second operateur approuve ou rejette. L'auteur d'une demande *
      * ne peut pas la valider. Une demande approuvee n'est          *
      * appliquee a INP001 que si la fiche n'a pas change depuis le  *
      * depot (image avant identique) ; elle est alors journalisee   *
      * dans MVT001. Une demande plus vieille que le delai           *
      * d'expiration est marquee expiree au passage, comme le fait   *
      * RAPPORT-ATTENTES. Appele par CONSOLE-CLIENT, qui fournit le  *
      * code de l'operateur connecte.                                *
      * Codes retour : 0 termine, 8 refus (operateur absent,         *
      * verrou), 99 erreur fichier.                                  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDE-MODIFICATIONS.

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
           SELECT F-ATTENTES ASSIGN TO DYNAMIC WS-NOM-ATT001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-CLE
               FILE STATUS IS WS-FS-ATTENTES.

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

           FD F-ATTENTES
               RECORD CONTAINS 340 CHARACTERS.
           01 FA-ENR-ATTENTE.
               COPY MODATT.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-ATT001    PIC X(30) VALUE "ATT001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-ATTENTES   PIC X(02).

           01 WS-FIN-ATTENTES  PIC X(01).
              88 FIN-ATTENTES  VALUE "O".
           01 WS-ARRET         PIC X(01).
              88 ARRET-DEMANDE VALUE "O".

      * Delai d'expiration d'une demande, en jours calendaires : le
      * meme que la valeur par defaut de RAPPORT-ATTENTES.
           01 WS-DELAI-EXPIRATION PIC 9(03) VALUE 7.
           01 WS-AGE-JOURS     PIC S9(05).
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Client demande (0 = toutes les demandes en attente).
           01 WS-ID-DEMANDE    PIC 9(10).
           01 WS-DECISION      PIC X(01).
              88 DECISION-APPROUVER VALUE "A" "a".
              88 DECISION-REJETER   VALUE "R" "r".
              88 DECISION-ARRETER   VALUE "F" "f".

      * Fiche normalisee rendue par le formateur partage
      * fiche-client.
           01 WS-FICHE-CLIENT.
              05 WS-FICHE-LIGNE PIC X(80) OCCURS 4 TIMES.
           01 WS-I-FICHE       PIC 9(01).

           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20)
                  VALUE "VALIDE-MODIFICATIONS".
              05 WS-VR-CODE-RETOUR PIC 9(02).

           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-PROGRAMME PIC X(20)
                  VALUE "VALIDE-MODIFICATIONS".
              05 WS-JRN-ACTION    PIC X(05).
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

           01 WS-COMPTEURS.
              05 WS-NB-PRESENTEES PIC 9(06) VALUE 0.
              05 WS-NB-APPROUVEES PIC 9(06) VALUE 0.
              05 WS-NB-REJETEES   PIC 9(06) VALUE 0.
              05 WS-NB-EXPIREES   PIC 9(06) VALUE 0.
              05 WS-NB-AUTEUR     PIC 9(06) VALUE 0.

       LINKAGE SECTION.
      * Zone d'appel : code de l'operateur valideur connecte, code
      * retour.
           01 VM-DEMANDE.
              05 VM-OPERATEUR    PIC X(03).
              05 VM-CODE-RETOUR  PIC 9(02).

       PROCEDURE DIVISION USING VM-DEMANDE.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO VM-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO VM-CODE-RETOUR.
           MOVE "N" TO WS-FIN-ATTENTES.
           MOVE "N" TO WS-ARRET.
           INITIALIZE WS-COMPTEURS.
           IF VM-OPERATEUR = SPACES
               DISPLAY "Aucun operateur connecte : "
                   "validation impossible."
               MOVE 8 TO VM-CODE-RETOUR
               MOVE VM-CODE-RETOUR TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Identifiant du client (0 = toutes les demandes "
               "en attente) : " WITH NO ADVANCING.
           ACCEPT WS-ID-DEMANDE.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 8 TO VM-CODE-RETOUR
               MOVE VM-CODE-RETOUR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-ATTENTES.
           IF WS-FS-ATTENTES = "35"
               DISPLAY "Aucune modification en attente."
               PERFORM RENDRE-VERROU
               MOVE VM-CODE-RETOUR TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FS-ATTENTES NOT = "00"
               DISPLAY "Erreur ouverture ATT001. FILE STATUS: "
                   WS-FS-ATTENTES
               PERFORM RENDRE-VERROU
               MOVE 99 TO VM-CODE-RETOUR
               MOVE VM-CODE-RETOUR TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-ATTENTES
               PERFORM RENDRE-VERROU
               MOVE 99 TO VM-CODE-RETOUR
               MOVE VM-CODE-RETOUR TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ID-DEMANDE TO MA-ID-CLIENT.
           MOVE 0 TO MA-DATE-DEMANDE.
           MOVE 0 TO MA-HEURE-DEMANDE.
           START F-ATTENTES KEY IS NOT LESS THAN MA-CLE
               INVALID KEY
                   SET FIN-ATTENTES TO TRUE
           END-START.
           PERFORM TRAITER-UNE-ATTENTE
               UNTIL FIN-ATTENTES OR ARRET-DEMANDE.
           CLOSE F-CLIENT.
           CLOSE F-ATTENTES.
           PERFORM RENDRE-VERROU.
           PERFORM AFFICHER-BILAN.
           MOVE VM-CODE-RETOUR TO RETURN-CODE
           GOBACK.

       RENDRE-VERROU.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.

      ****************************************************************
      * Une demande d'ATT001 : expiree, reservee a un autre          *
      * operateur, ou soumise a la decision du valideur              *
      ****************************************************************
       TRAITER-UNE-ATTENTE.
           READ F-ATTENTES NEXT RECORD
               AT END
                   SET FIN-ATTENTES TO TRUE
           END-READ.
           IF FIN-ATTENTES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ID-DEMANDE NOT = 0
               AND MA-ID-CLIENT NOT = WS-ID-DEMANDE
               SET FIN-ATTENTES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT MA-EN-ATTENTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PRESENTEES.
           DISPLAY "==============================================".
           DISPLAY "Demande du " MA-DATE-DEMANDE " a "
               MA-HEURE-DEMANDE " par " MA-DEMANDEUR
               " pour le client " MA-ID-CLIENT.
           COMPUTE WS-AGE-JOURS =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DU-JOUR)
               - FUNCTION INTEGER-OF-DATE (MA-DATE-DEMANDE).
           IF WS-AGE-JOURS > WS-DELAI-EXPIRATION
               DISPLAY "Demande deposee depuis plus de "
                   WS-DELAI-EXPIRATION " jours : expiree, a "
                   "redeposer."
               SET MA-EXPIREE TO TRUE
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO WS-NB-EXPIREES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fiche actuelle a la demande :".
           CALL "fiche-client" USING MA-AVANT WS-FICHE-CLIENT.
           PERFORM AFFICHER-FICHE.
           DISPLAY "Fiche demandee :".
           CALL "fiche-client" USING MA-APRES WS-FICHE-CLIENT.
           PERFORM AFFICHER-FICHE.
           IF MA-DEMANDEUR = VM-OPERATEUR
               DISPLAY "Vous etes l'auteur de cette demande : "
                   "validation reservee a un autre operateur."
               ADD 1 TO WS-NB-AUTEUR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Approuver (A), rejeter (R), passer (P), "
               "arreter (F) ? " WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN DECISION-APPROUVER
                   PERFORM APPROUVER-DEMANDE
               WHEN DECISION-REJETER
                   PERFORM REJETER-DEMANDE
               WHEN DECISION-ARRETER
                   SET ARRET-DEMANDE TO TRUE
               WHEN OTHER
                   DISPLAY "Demande laissee en attente."
           END-EVALUATE.
           MOVE "B" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.

       AFFICHER-FICHE.
           PERFORM VARYING WS-I-FICHE FROM 1 BY 1
                   UNTIL WS-I-FICHE > 4
               DISPLAY WS-FICHE-LIGNE (WS-I-FICHE)
           END-PERFORM.

      ****************************************************************
      * Approbation : la fiche doit etre encore celle qu'a vue le    *
      * demandeur, sans quoi la demande est rejetee                  *
      ****************************************************************
       APPROUVER-DEMANDE.
           MOVE MA-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   DISPLAY "Client supprime depuis la demande : "
                       "demande rejetee."
                   PERFORM REJETER-DEMANDE
                   EXIT PARAGRAPH
           END-READ.
           IF FS-ENR-CLIENT NOT = MA-AVANT
               DISPLAY "La fiche a change depuis la demande : "
                   "demande rejetee, a redeposer."
               PERFORM REJETER-DEMANDE
               EXIT PARAGRAPH
           END-IF.
           REWRITE FS-ENR-CLIENT FROM MA-APRES
           END-REWRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur reecriture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO VM-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "MODIF" TO WS-JRN-ACTION.
           MOVE MA-AVANT TO WS-JRN-AVANT.
           MOVE MA-APRES TO WS-JRN-APRES.
           CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL.
           SET MA-APPROUVEE TO TRUE.
           PERFORM ENREGISTRER-DECISION.
           ADD 1 TO WS-NB-APPROUVEES.
           DISPLAY "Modification approuvee et appliquee.".

       REJETER-DEMANDE.
           SET MA-REJETEE TO TRUE.
           PERFORM ENREGISTRER-DECISION.
           ADD 1 TO WS-NB-REJETEES.
           DISPLAY "Modification rejetee.".

       ENREGISTRER-DECISION.
           IF MA-EXPIREE
               MOVE SPACES TO MA-VALIDEUR
           ELSE
               MOVE VM-OPERATEUR TO MA-VALIDEUR
           END-IF.
           MOVE WS-DATE-DU-JOUR TO MA-DATE-DECISION.
           REWRITE FA-ENR-ATTENTE
           END-REWRITE.
           IF WS-FS-ATTENTES NOT = "00"
               DISPLAY "Erreur reecriture ATT001. FILE STATUS: "
                   WS-FS-ATTENTES
               MOVE 99 TO VM-CODE-RETOUR
           END-IF.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan des validations (operateur "
               VM-OPERATEUR ")".
           DISPLAY "Demandes presentees  : " WS-NB-PRESENTEES.
           DISPLAY "Approuvees           : " WS-NB-APPROUVEES.
           DISPLAY "Rejetees             : " WS-NB-REJETEES.
           DISPLAY "Expirees             : " WS-NB-EXPIREES.
           DISPLAY "Reservees (auteur)   : " WS-NB-AUTEUR.
           DISPLAY "----------------------------------------------".
