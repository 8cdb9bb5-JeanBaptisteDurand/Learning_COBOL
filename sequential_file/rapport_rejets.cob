       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGUE.
           SELECT F-REJETS ASSIGN TO DYNAMIC WS-NOM-REJ001
               FILE STATUS IS WS-FS-REJETS.

       DATA DIVISION.
           01 FS-ENR-REJET PIC X(108).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CATREJ    PIC X(30) VALUE "CATREJ".
              05 WS-NOM-REJ001    PIC X(30) VALUE "REJ001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CATALOGUE  PIC X(02).
           01 WS-FS-REJETS     PIC X(02).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "RAPPORT QUOTIDIEN DES REJETS (REJ001)"
               TO WS-ED-TITRE.
