       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
           SELECT OPTIONAL F-SCORES ASSIGN TO DYNAMIC WS-NOM-SCO001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCORES.
      * Le rapport imprimable du mois.
           SELECT F-RAPPORT ASSIGN TO DYNAMIC WS-NOM-MOBRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

           01 FS-LIGNE-RAPPORT PIC X(132).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-SCO001    PIC X(30) VALUE "SCO001".
              05 WS-NOM-MOBRPT    PIC X(30) VALUE "MOBRPT".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-HISTO      PIC X(02).
           01 WS-FS-SCORES     PIC X(02).
           01 WS-FS-RAPPORT    PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Seuil de changements sur douze mois (vide = 3) "
               ": " WITH NO ADVANCING.
           ACCEPT WS-SEUIL.
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO WS-LIGNE
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           PERFORM LIRE-HISTORIQUE.
           PERFORM TRAITER-ENTREE UNTIL FIN-HISTORIQUE.
           IF WS-ID-COURANT > 0
