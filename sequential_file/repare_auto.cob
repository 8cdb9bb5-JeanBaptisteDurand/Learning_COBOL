       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REGLES ASSIGN TO DYNAMIC WS-NOM-RGL001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES.
           SELECT F-REJETS ASSIGN TO DYNAMIC WS-NOM-REJ001
               FILE STATUS IS WS-FS-REJETS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-REFERENTIEL ASSIGN TO DYNAMIC WS-NOM-REFCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.

           01 FS-LIGNE-REF PIC X(40).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-RGL001    PIC X(30) VALUE "RGL001".
              05 WS-NOM-REJ001    PIC X(30) VALUE "REJ001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-REFCP     PIC X(30) VALUE "REFCP".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 4.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-REGLES      PIC X(02).
           01 WS-FS-REJETS      PIC X(02).
           01 WS-FS-CLIENT      PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-REGLES.
           IF WS-NB-REGLES = 0
               DISPLAY "Fichier de regles RGL001 vide ou absent : "
