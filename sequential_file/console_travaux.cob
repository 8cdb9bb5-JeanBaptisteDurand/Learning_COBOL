      * et y cloturent les travaux de la liste WRK001 construite par *
      * GENERE-TRAVAUX a partir des scores qualite. Dans l'esprit de *
      * CONSOLE-CLIENT : un menu, la liste des travaux ouverts, la   *
      * prise au nom du clerc connecte (profil OPR001, options       *
      * ouvertes selon son role), la cloture datee. La               *
      * prochaine passe de GENERE-TRAVAUX rouvrira tout travail      *
      * clos dont le motif reapparait a la re-notation. Chaque prise *
      * et chaque cloture est tracee dans le journal des travaux     *
      * TRJ001 (copybook TRVJRN) que lit RAPPORT-TRAVAUX.            *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TRAVAUX ASSIGN TO DYNAMIC WS-NOM-WRK001
               FILE STATUS IS WS-FS-TRAVAUX.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-TRJ001
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
              05 FW-DATE-OUVERTURE PIC 9(08).
              05 FW-DATE-CLOTURE   PIC 9(08).

           FD F-JOURNAL
               RECORD CONTAINS 40 CHARACTERS.
           01 FJ-ENR-JOURNAL.
               COPY TRVJRN.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-WRK001    PIC X(30) VALUE "WRK001".
              05 WS-NOM-TRJ001    PIC X(30) VALUE "TRJ001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-TRAVAUX    PIC X(02).
           01 WS-FS-JOURNAL    PIC X(02).
           01 WS-FIN-TRAVAUX   PIC X(01) VALUE "N".
              88 FIN-FICHIER-TRAVAUX VALUE "O".


           01 WS-CHOIX         PIC X(02) VALUE SPACES.
              88 CHOIX-FIN VALUE "0 " "0".
              88 CHOIX-CONNU VALUE "1" "2" "3".
           01 WS-I             PIC 9(04).
           01 WS-RANG-SAISI    PIC 9(04).

      * Connexion du clerc et controle de son role avant chaque
      * option (sous-programme partage connexion-operateur) ; la
      * prise d'un travail porte son code.
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "CONSOLE-TRAVAUX".
              05 WS-CO-OPTION      PIC X(02).
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).
           01 WS-INITIALES     PIC X(03).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-NB-AFFICHES   PIC 9(04).
           01 WS-HEURE-COURANTE PIC X(08).
           01 WS-EVENEMENT     PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "C" TO WS-CO-FONCTION.
           MOVE SPACES TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Console des travaux fermee : connexion "
                   "refusee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CO-OPERATEUR TO WS-INITIALES.
           PERFORM CHARGER-TRAVAUX.
           IF WS-NB-TRV = 0
               DISPLAY "Liste WRK001 vide ou absente : lancer "
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           MOVE "D" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           DISPLAY "Fin de la console des travaux.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           DISPLAY " 0  Fin".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF CHOIX-CONNU
               PERFORM CONTROLER-HABILITATION
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-CHOIX
               WHEN "1"
                   PERFORM LISTER-TRAVAUX
                   DISPLAY "Choix inconnu, recommencez."
           END-EVALUATE.

       CONTROLER-HABILITATION.
           MOVE "0" TO WS-CO-OPTION (1:1).
           MOVE WS-CHOIX (1:1) TO WS-CO-OPTION (2:1).
           MOVE "A" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.

       LISTER-TRAVAUX.
           MOVE 0 TO WS-NB-AFFICHES.
           PERFORM VARYING WS-I FROM 1 BY 1
               DISPLAY "Travail deja clos."
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO WS-TRV-STATUT (WS-RANG-SAISI).
           MOVE WS-INITIALES TO WS-TRV-INITIALES (WS-RANG-SAISI).
           PERFORM SAUVEGARDER-TRAVAUX.
           MOVE "P" TO WS-EVENEMENT.
           PERFORM TRACER-EVENEMENT.
           DISPLAY "Travail " WS-RANG-SAISI " pris par "
               WS-INITIALES ".".

               DISPLAY "Rang inconnu."
               EXIT PARAGRAPH
           END-IF.
           IF TRAVAIL-CLOS (WS-RANG-SAISI)
               DISPLAY "Travail deja clos."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           MOVE "C" TO WS-TRV-STATUT (WS-RANG-SAISI).
           MOVE WS-DATE-DU-JOUR TO WS-TRV-CLOTURE (WS-RANG-SAISI).
           PERFORM SAUVEGARDER-TRAVAUX.
           MOVE "C" TO WS-EVENEMENT.
           PERFORM TRACER-EVENEMENT.
           DISPLAY "Travail " WS-RANG-SAISI " cloture (la "
               "re-notation le rouvrira si le motif persiste).".

               END-WRITE
           END-PERFORM.
           CLOSE F-TRAVAUX.

      ****************************************************************
      * Trace d'une prise ou d'une cloture dans TRJ001, au nom du    *
      * clerc connecte                                               *
      ****************************************************************
       TRACER-EVENEMENT.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL = "00" OR WS-FS-JOURNAL = "05"
               MOVE SPACES TO FJ-ENR-JOURNAL
               STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
                   WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
                   INTO TJ-HORODATAGE
               END-STRING
               MOVE WS-EVENEMENT TO TJ-EVENEMENT
               MOVE WS-TRV-ID (WS-RANG-SAISI) TO TJ-ID-CLIENT
               MOVE WS-TRV-MOTIF (WS-RANG-SAISI) TO TJ-MOTIF
               MOVE WS-INITIALES TO TJ-INITIALES
               IF BAC-A-SABLE-ACTIF
                   MOVE "B" TO TJ-ORIGINE
               END-IF
               WRITE FJ-ENR-JOURNAL
               END-WRITE
               IF WS-FS-JOURNAL NOT = "00"
                   DISPLAY "Erreur ecriture TRJ001. FILE STATUS: "
                       WS-FS-JOURNAL
               END-IF
               CLOSE F-JOURNAL
           ELSE
               DISPLAY "Erreur ouverture TRJ001. FILE STATUS: "
                   WS-FS-JOURNAL
           END-IF.
