       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
           01 FS-LIGNE-CARTE PIC X(80).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-CARTE      PIC X(02).

           01 WS-PART-COURANTE PIC 9(01) VALUE 1.
           01 WS-CLE-PRECEDENTE PIC 9(10) VALUE 0.

           01 WS-NOM-CARTE     PIC X(30).
           01 WS-LIGNE         PIC X(80).
           01 WS-BORNE-AFF     PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Nombre d'instances de partition (2-9) : "
               WITH NO ADVANCING.
           ACCEPT WS-NB-INSTANCES.
               STRING "PRM001P" WS-P DELIMITED BY SIZE
                   INTO WS-NOM-CARTE
               END-STRING
               MOVE WS-NOM-CARTE TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-CARTE
               OPEN OUTPUT F-CARTE
               IF WS-FS-CARTE NOT = "00"
                   DISPLAY "Erreur ouverture " WS-NOM-CARTE
                   " client(s) attendus (carte PRM001P" WS-P ")"
           END-PERFORM.
           DISPLAY "----------------------------------------------".

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
