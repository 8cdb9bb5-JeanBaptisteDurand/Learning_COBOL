       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-VERROU ASSIGN TO DYNAMIC WS-NOM-LCK001
               FILE STATUS IS WS-FS-VERROU.

       DATA DIVISION.
           05 FV-BATTEMENT  PIC X(15).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-LCK001    PIC X(30) VALUE "LCK001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-VERROU     PIC X(02).
       01 WS-VERROU-TENU   PIC X(01).
          88 VERROU-OCCUPE VALUE "O".

       PROCEDURE DIVISION USING VR-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO VR-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO VR-CODE-RETOUR.
           PERFORM PRENDRE-HORODATAGE.
           EVALUATE VR-FONCTION
