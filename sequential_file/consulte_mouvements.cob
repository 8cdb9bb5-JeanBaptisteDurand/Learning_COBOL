       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.
           SELECT OPTIONAL F-AUDIT-TEL ASSIGN TO DYNAMIC WS-NOM-AUDTEL
               FILE STATUS IS WS-FS-AUDIT-TEL.
           SELECT OPTIONAL F-AUDIT-EMAIL ASSIGN TO DYNAMIC WS-NOM-AUD001
               FILE STATUS IS WS-FS-AUDIT-EML.

       DATA DIVISION.
       FILE SECTION.
      * Le journal central, au format ecrit par journal-mouvement.
           FD F-MOUVEMENTS
               RECORD CONTAINS 344 CHARACTERS.
           01 FS-ENR-MOUVEMENT.
              05 FM-HORODATAGE  PIC X(15).
              05 FM-PROGRAMME   PIC X(20).
              05 FM-ACTION      PIC X(05).
              05 FM-AVANT       PIC X(145).
              05 FM-APRES       PIC X(145).
              05 FM-OPERATEUR   PIC X(03).
              05 FM-ORIGINE     PIC X(01).

      * La piste des telephones, au format de NORMALISE-TEL.
           FD F-AUDIT-TEL
              05 FE-HORODATAGE  PIC X(15).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
              05 WS-NOM-AUDTEL    PIC X(30) VALUE "AUDTEL".
              05 WS-NOM-AUD001    PIC X(30) VALUE "AUD001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-MOUVEMENTS PIC X(02).
           01 WS-FS-AUDIT-TEL  PIC X(02).
           01 WS-FS-AUDIT-EML  PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-ID-DEMANDE.
           PERFORM COLLECTER-MOUVEMENTS.
               MOVE FM-APRES TO WS-IMAGE-APRES
               PERFORM LISTER-CHAMPS-DIFFERENTS
               MOVE SPACES TO WS-LIBELLE
               IF FM-OPERATEUR = SPACES
                   STRING FM-ACTION " par "
                       FUNCTION TRIM(FM-PROGRAMME)
                       " :" WS-CHAMPS-DIFFERENTS
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   END-STRING
               ELSE
                   STRING FM-ACTION " par "
                       FUNCTION TRIM(FM-PROGRAMME)
                       " (" FM-OPERATEUR ") :" WS-CHAMPS-DIFFERENTS
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   END-STRING
               END-IF
               PERFORM RANGER-EVENEMENT-MVT
           END-IF.
           PERFORM LIRE-MOUVEMENT.
               MOVE FM-HORODATAGE
                   TO WS-EVT-HORODATAGE (WS-NB-EVTS)
               MOVE "MVT001" TO WS-EVT-SOURCE (WS-NB-EVTS)
      * Un mouvement ecrit par un run du bac a sable le dit.
               IF FM-ORIGINE = "B"
                   MOVE "BACSAB" TO WS-EVT-SOURCE (WS-NB-EVTS)
               END-IF
               MOVE WS-LIBELLE TO WS-EVT-LIBELLE (WS-NB-EVTS)
               MOVE "N" TO WS-EVT-CLASSE (WS-NB-EVTS)
           ELSE
