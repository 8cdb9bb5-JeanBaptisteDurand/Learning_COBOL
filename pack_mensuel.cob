       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JRN001
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.
           SELECT OPTIONAL F-STATUTS ASSIGN TO DYNAMIC WS-NOM-ALRSTA
               FILE STATUS IS WS-FS-STATUTS.
           SELECT OPTIONAL F-VOLUMES ASSIGN TO DYNAMIC WS-NOM-VOL001
               FILE STATUS IS WS-FS-VOLUMES.
           SELECT F-PACK ASSIGN TO DYNAMIC WS-NOM-PCK001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PACK.

       DATA DIVISION.
       FILE SECTION.
       FD F-JOURNAL
           RECORD CONTAINS 54 CHARACTERS.
       01 FS-ENR-JOURNAL.
           05 FJ-DATE   PIC 9(08).
           05 FJ-ETAPE  PIC 9(02).
           05 FJ-ECRITS PIC 9(06).
           05 FJ-REJETS PIC 9(06).
           05 FJ-AGENCE PIC 9(02).
           05 FJ-TRAVAIL PIC X(08).
      * Issue du travail ; les travaux sautes, deja franchis ou non
      * prevus n'ont pas tourne et ne comptent pas dans la grille.
           05 FJ-ETAT   PIC X(01).
               88 FJ-EXECUTE VALUE "O" "E" " ".
           05 FJ-ORIGINE PIC X(01).

       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE.
           05 FA-DATE        PIC 9(08).
           05 FA-HEURE       PIC X(06).
           05 FA-LUS         PIC 9(06).
           05 FA-ECRITS      PIC 9(06).
           05 FA-REJETS      PIC 9(06).
           05 FA-ORIGINE     PIC X(01).

       FD F-STATUTS
           RECORD CONTAINS 60 CHARACTERS.
       01 FS-LIGNE-PACK PIC X(132).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-JRN001    PIC X(30) VALUE "JRN001".
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
           05 WS-NOM-ALRSTA    PIC X(30) VALUE "ALRSTA".
           05 WS-NOM-VOL001    PIC X(30) VALUE "VOL001".
           05 WS-NOM-PCK001    PIC X(30) VALUE "PCK001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 5.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-JOURNAL PIC X(02).
       01 WS-FS-ALERTES PIC X(02).
       01 WS-FS-STATUTS PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Mois du dossier (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
           OPEN OUTPUT F-PACK.
               WS-MOIS-DEMANDE DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PACK.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO WS-LIGNE
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-PACK
           END-IF.
           PERFORM DEPOUILLER-JOURNAL.
           PERFORM EDITER-GRILLE-DES-JOURS.
           PERFORM DEPOUILLER-ALERTES.
           END-READ.
           IF NOT FIN-FICHIER-JOURNAL
               AND FJ-DATE (1:6) = WS-MOIS-DEMANDE
               AND FJ-EXECUTE
               MOVE FJ-DATE (7:2) TO WS-JJ
               IF WS-JJ >= 1 AND WS-JJ <= 31
                   ADD 1 TO WS-JR-ETAPES (WS-JJ)
