       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTACTS ASSIGN TO DYNAMIC WS-NOM-CTC001
               FILE STATUS IS WS-FS-CONTACTS.

       DATA DIVISION.
              05 FK-ID-CLIENT  PIC 9(10).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CTC001    PIC X(30) VALUE "CTC001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CONTACTS   PIC X(02).
           01 WS-FIN-CONTACTS  PIC X(01) VALUE "N".
              88 FIN-FICHIER-CONTACTS VALUE "O".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Mois a rapporter (AAAAMM, vide = tout) : "
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
