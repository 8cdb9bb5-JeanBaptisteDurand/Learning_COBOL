      ****************************************************************
      * Vieillissement des modifications sensibles en attente de     *
      * validation (ATT001, copybook MODATT) : toute demande encore  *
      * en attente depuis plus de N jours (saisi, 7 par defaut) est  *
      * marquee expiree ; elle devra etre redeposee par MAINT-CLIENT.*
      * L'etat ATTENTES (formateur partage edition-etat) liste les   *
      * demandes en attente et celles expirees par ce passage, avec  *
      * leur age, leur auteur et les zones touchees, puis la         *
      * repartition par tranche d'age et le compte par statut de     *
      * tout le fichier. Le passage prend le jeton verrou-client,    *
      * comme MAINT-CLIENT et VALIDE-MODIFICATIONS qui tiennent      *
      * ATT001. Codes retour : 0 rien a signaler, 4 demandes         *
      * expirees par ce passage, 8 verrou refuse, 99 erreur fichier. *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-ATTENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ATTENTES ASSIGN TO DYNAMIC WS-NOM-ATT001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-CLE
               FILE STATUS IS WS-FS-ATTENTES.

       DATA DIVISION.
       FILE SECTION.
           FD F-ATTENTES
               RECORD CONTAINS 340 CHARACTERS.
           01 FA-ENR-ATTENTE.
               COPY MODATT.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-ATT001    PIC X(30) VALUE "ATT001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-ATTENTES   PIC X(02).

           01 WS-FIN-ATTENTES  PIC X(01) VALUE "N".
              88 FIN-ATTENTES  VALUE "O".

      * Delai d'expiration en jours calendaires (0 = 7 par defaut,
      * le delai applique par VALIDE-MODIFICATIONS).
           01 WS-DELAI-EXPIRATION PIC 9(03) VALUE 0.
           01 WS-AGE-JOURS     PIC S9(05).
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Images avant et apres de la demande, pour nommer les zones
      * touchees.
           01 WS-IMAGE-AVANT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==AV-CLIENT-ID==
                       ==CLI-PRENOM== BY ==AV-PRENOM==
                       ==CLI-NOM== BY ==AV-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==AV-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==AV-ADRESSE==
                       ==CLI-RUE== BY ==AV-RUE==
                       ==CLI-CODE-POSTAL== BY ==AV-CODE-POSTAL==
                       ==CLI-VILLE== BY ==AV-VILLE==
                       ==CLI-TELEPHONE== BY ==AV-TELEPHONE==
                       ==CLI-EMAIL== BY ==AV-EMAIL==
                       ==CLI-STATUT== BY ==AV-STATUT==.
           01 WS-IMAGE-APRES.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==AP-CLIENT-ID==
                       ==CLI-PRENOM== BY ==AP-PRENOM==
                       ==CLI-NOM== BY ==AP-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==AP-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==AP-ADRESSE==
                       ==CLI-RUE== BY ==AP-RUE==
                       ==CLI-CODE-POSTAL== BY ==AP-CODE-POSTAL==
                       ==CLI-VILLE== BY ==AP-VILLE==
                       ==CLI-TELEPHONE== BY ==AP-TELEPHONE==
                       ==CLI-EMAIL== BY ==AP-EMAIL==
                       ==CLI-STATUT== BY ==AP-STATUT==.
           01 WS-ZONES-TOUCHEES PIC X(26).
           01 WS-POS-ZONE       PIC 9(02).

           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20)
                  VALUE "RAPPORT-ATTENTES".
              05 WS-VR-CODE-RETOUR PIC 9(02).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "ATTENTES".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(12) VALUE "CLIENT".
              05 FILLER PIC X(16) VALUE "DEPOSEE LE".
              05 FILLER PIC X(05) VALUE "PAR".
              05 FILLER PIC X(06) VALUE "AGE".
              05 FILLER PIC X(28) VALUE "ZONES MODIFIEES".
              05 FILLER PIC X(20) VALUE "ETAT".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-ID-CLIENT PIC 9(10).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-DATE      PIC 9(08).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 WS-LD-HEURE     PIC 9(06).
              05 FILLER          PIC X(01) VALUE SPACES.
              05 WS-LD-DEMANDEUR PIC X(03).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-AGE       PIC ZZ9.
              05 FILLER          PIC X(03) VALUE " j ".
              05 WS-LD-ZONES     PIC X(26).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-ETAT      PIC X(20).

      * Tranches d'age des demandes restees en attente.
           01 WS-TRANCHES.
              05 WS-NB-TRANCHE-0-1 PIC 9(06) VALUE 0.
              05 WS-NB-TRANCHE-2-3 PIC 9(06) VALUE 0.
              05 WS-NB-TRANCHE-4   PIC 9(06) VALUE 0.

           01 WS-COMPTEURS.
              05 WS-NB-LUES        PIC 9(06) VALUE 0.
              05 WS-NB-EN-ATTENTE  PIC 9(06) VALUE 0.
              05 WS-NB-EXPIREES-JOUR PIC 9(06) VALUE 0.
              05 WS-NB-APPROUVEES  PIC 9(06) VALUE 0.
              05 WS-NB-REJETEES    PIC 9(06) VALUE 0.
              05 WS-NB-EXPIREES    PIC 9(06) VALUE 0.
              05 WS-NB-ERREURS     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Delai d'expiration en jours (vide = 7) : "
               WITH NO ADVANCING.
           ACCEPT WS-DELAI-EXPIRATION.
           IF WS-DELAI-EXPIRATION = 0
               MOVE 7 TO WS-DELAI-EXPIRATION
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-ATTENTES.
           IF WS-FS-ATTENTES = "35"
               DISPLAY "Aucune demande de modification (ATT001 "
                   "absent)."
               PERFORM RENDRE-VERROU
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FS-ATTENTES NOT = "00"
               DISPLAY "Erreur ouverture ATT001. FILE STATUS: "
                   WS-FS-ATTENTES
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "MODIFICATIONS EN ATTENTE AU " WS-DATE-DU-JOUR
               " (DELAI " WS-DELAI-EXPIRATION " JOURS)"
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-ATTENTES
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM TRAITER-UNE-ATTENTE UNTIL FIN-ATTENTES.
           PERFORM EDITER-SYNTHESE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-ATTENTES.
           PERFORM RENDRE-VERROU.
           PERFORM AFFICHER-BILAN.
           EVALUATE TRUE
               WHEN WS-NB-ERREURS > 0
                   MOVE 99 TO RETURN-CODE
               WHEN WS-NB-EXPIREES-JOUR > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       RENDRE-VERROU.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.

      ****************************************************************
      * Une demande d'ATT001 : comptee par statut ; si elle est en   *
      * attente, expiree au-dela du delai ou classee par age         *
      ****************************************************************
       TRAITER-UNE-ATTENTE.
           READ F-ATTENTES NEXT RECORD
               AT END
                   SET FIN-ATTENTES TO TRUE
           END-READ.
           IF FIN-ATTENTES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LUES.
           EVALUATE TRUE
               WHEN MA-APPROUVEE
                   ADD 1 TO WS-NB-APPROUVEES
                   EXIT PARAGRAPH
               WHEN MA-REJETEE
                   ADD 1 TO WS-NB-REJETEES
                   EXIT PARAGRAPH
               WHEN MA-EXPIREE
                   ADD 1 TO WS-NB-EXPIREES
                   EXIT PARAGRAPH
           END-EVALUATE.
           COMPUTE WS-AGE-JOURS =
               FUNCTION INTEGER-OF-DATE (WS-DATE-DU-JOUR)
               - FUNCTION INTEGER-OF-DATE (MA-DATE-DEMANDE).
           PERFORM NOMMER-ZONES-TOUCHEES.
           MOVE MA-ID-CLIENT TO WS-LD-ID-CLIENT.
           MOVE MA-DATE-DEMANDE TO WS-LD-DATE.
           MOVE MA-HEURE-DEMANDE TO WS-LD-HEURE.
           MOVE MA-DEMANDEUR TO WS-LD-DEMANDEUR.
           MOVE WS-AGE-JOURS TO WS-LD-AGE.
           MOVE WS-ZONES-TOUCHEES TO WS-LD-ZONES.
           IF WS-AGE-JOURS > WS-DELAI-EXPIRATION
               SET MA-EXPIREE TO TRUE
               MOVE SPACES TO MA-VALIDEUR
               MOVE WS-DATE-DU-JOUR TO MA-DATE-DECISION
               REWRITE FA-ENR-ATTENTE
               END-REWRITE
               IF WS-FS-ATTENTES NOT = "00"
                   DISPLAY "Erreur reecriture ATT001. FILE STATUS: "
                       WS-FS-ATTENTES
                   ADD 1 TO WS-NB-ERREURS
                   MOVE "ERREUR REECRITURE" TO WS-LD-ETAT
               ELSE
                   ADD 1 TO WS-NB-EXPIREES-JOUR
                   ADD 1 TO WS-NB-EXPIREES
                   MOVE "EXPIREE CE JOUR" TO WS-LD-ETAT
               END-IF
           ELSE
               ADD 1 TO WS-NB-EN-ATTENTE
               MOVE "EN ATTENTE" TO WS-LD-ETAT
               EVALUATE TRUE
                   WHEN WS-AGE-JOURS < 2
                       ADD 1 TO WS-NB-TRANCHE-0-1
                   WHEN WS-AGE-JOURS < 4
                       ADD 1 TO WS-NB-TRANCHE-2-3
                   WHEN OTHER
                       ADD 1 TO WS-NB-TRANCHE-4
               END-EVALUATE
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      * Les zones sensibles qui different entre les deux images.
       NOMMER-ZONES-TOUCHEES.
           MOVE MA-AVANT TO WS-IMAGE-AVANT.
           MOVE MA-APRES TO WS-IMAGE-APRES.
           MOVE SPACES TO WS-ZONES-TOUCHEES.
           MOVE 1 TO WS-POS-ZONE.
           IF AV-PRENOM NOT = AP-PRENOM OR AV-NOM NOT = AP-NOM
               STRING "NOM " DELIMITED BY SIZE
                   INTO WS-ZONES-TOUCHEES WITH POINTER WS-POS-ZONE
               END-STRING
           END-IF.
           IF AV-ADRESSE NOT = AP-ADRESSE
               STRING "ADRESSE " DELIMITED BY SIZE
                   INTO WS-ZONES-TOUCHEES WITH POINTER WS-POS-ZONE
               END-STRING
           END-IF.
           IF AV-TELEPHONE NOT = AP-TELEPHONE
               STRING "TELEPHONE " DELIMITED BY SIZE
                   INTO WS-ZONES-TOUCHEES WITH POINTER WS-POS-ZONE
               END-STRING
           END-IF.
           IF AV-EMAIL NOT = AP-EMAIL
               STRING "EMAIL" DELIMITED BY SIZE
                   INTO WS-ZONES-TOUCHEES WITH POINTER WS-POS-ZONE
               END-STRING
           END-IF.

      ****************************************************************
      * Repartition par age et compte par statut                     *
      ****************************************************************
       EDITER-SYNTHESE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "DEMANDES EN ATTENTE PAR AGE" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  0 a 1 jour    : " WS-NB-TRANCHE-0-1
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  2 a 3 jours   : " WS-NB-TRANCHE-2-3
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  4 jours et +  : " WS-NB-TRANCHE-4
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "DEMANDES PAR STATUT" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  En attente    : " WS-NB-EN-ATTENTE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Approuvees    : " WS-NB-APPROUVEES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Rejetees      : " WS-NB-REJETEES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Expirees      : " WS-NB-EXPIREES
               " (dont " WS-NB-EXPIREES-JOUR " ce jour)"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan des modifications en attente".
           DISPLAY "Demandes lues        : " WS-NB-LUES.
           DISPLAY "Encore en attente    : " WS-NB-EN-ATTENTE.
           DISPLAY "Expirees ce jour     : " WS-NB-EXPIREES-JOUR.
           DISPLAY "Erreurs              : " WS-NB-ERREURS.
           DISPLAY "----------------------------------------------".
