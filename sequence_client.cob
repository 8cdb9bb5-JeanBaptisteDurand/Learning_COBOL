       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SEQUENCE ASSIGN TO DYNAMIC WS-NOM-SEQ001
               FILE STATUS IS WS-FS-SEQUENCE.

       DATA DIVISION.
       01 FS-ENR-SEQUENCE PIC X(10).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-SEQ001    PIC X(30) VALUE "SEQ001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-SEQUENCE   PIC X(02).
      * Prochain identifiant a delivrer. A la toute premiere
      * utilisation (SEQ001 absent), le compteur demarre au-dessus de

       PROCEDURE DIVISION USING SQ-ID-ATTRIBUE SQ-CODE-RETOUR.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO SQ-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO SQ-CODE-RETOUR.
           PERFORM LIRE-COMPTEUR.
           IF SQ-CODE-RETOUR = 0
