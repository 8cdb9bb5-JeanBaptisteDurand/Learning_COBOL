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
           SELECT F-PHONETIQUE ASSIGN TO DYNAMIC WS-NOM-PHO001
               FILE STATUS IS WS-FS-PHONETIQUE.

       DATA DIVISION.
              05 FP-NOM       PIC X(20).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
               05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
               05 WS-NOM-PHO001    PIC X(30) VALUE "PHO001".
           01 WS-DEMANDE-BAC-A-SABLE.
               05 WS-BS-FONCTION    PIC X(01) VALUE "T".
               05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
               05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                  88 BAC-A-SABLE-ACTIF VALUE "O".
               05 WS-BS-PREFIXE     PIC X(08).
               05 WS-BS-NOM         PIC X(40).
               05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-PHONETIQUE PIC X(02).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Ouverture du fichier F-CLIENT en lecture...".
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
