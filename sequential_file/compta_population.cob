       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-VOLUMES ASSIGN TO DYNAMIC WS-NOM-VOL001
               FILE STATUS IS WS-FS-VOLUMES.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.

       DATA DIVISION.
              05 FV-AGENCE PIC 9(02).

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

           FD F-ALERTES
               RECORD CONTAINS 69 CHARACTERS.
           01 FS-ENR-ALERTE PIC X(69).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-VOL001    PIC X(30) VALUE "VOL001".
              05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
              05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-VOLUMES    PIC X(02).
           01 WS-FS-MOUVEMENTS PIC X(02).
           01 WS-FS-ALERTES    PIC X(02).
              05 WS-ALR-LUS         PIC 9(06).
              05 WS-ALR-ECRITS      PIC 9(06).
              05 WS-ALR-REJETS      PIC 9(06).
              05 WS-ALR-ORIGINE     PIC X(01).
           01 WS-DATE-DU-JOUR   PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RELEVER-DEUX-DERNIERS-RUNS.
           IF WS-NB-RUNS < 2
               DISPLAY "Moins de deux runs dans VOL001 : rien a "
           MOVE 0 TO WS-ALR-SQLCODE.
           MOVE WS-LUS-DERNIER TO WS-ALR-LUS.
           MOVE ZERO TO WS-ALR-ECRITS WS-ALR-REJETS.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-ALR-ORIGINE
           ELSE
               MOVE SPACE TO WS-ALR-ORIGINE
           END-IF.
           OPEN EXTEND F-ALERTES.
           IF WS-FS-ALERTES = "00" OR WS-FS-ALERTES = "05"
               WRITE FS-ENR-ALERTE FROM WS-ENR-ALERTE
