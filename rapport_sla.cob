       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JRN001
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.

       DATA DIVISION.
       FILE SECTION.
       FD F-JOURNAL
           RECORD CONTAINS 54 CHARACTERS.
       01 FS-ENR-JOURNAL PIC X(54).

       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE PIC X(69).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-JRN001    PIC X(30) VALUE "JRN001".
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-JOURNAL PIC X(02).
       01 WS-FS-ALERTES PIC X(02).
       01 WS-FIN-JOURNAL PIC X(01) VALUE "N".
           05 WS-JRN-ECRITS PIC 9(06).
           05 WS-JRN-REJETS PIC 9(06).
           05 WS-JRN-AGENCE PIC 9(02).
           05 WS-JRN-TRAVAIL PIC X(08).
           05 WS-JRN-ETAT   PIC X(01).
           05 WS-JRN-ORIGINE PIC X(01).
      * Seuls les travaux reellement executes (reussis ou en echec)
      * ont une duree ; les anciens enregistrements, sans issue,
      * etaient tous executes.
               88 JRN-EXECUTE VALUE "O" "E" " ".

      * Statistiques par etape (rang du travail dans le reseau, 1 a
      * 50) : cumul et compte des durees sur les runs retenus, duree
      * la plus recente, duree constatee ce soir (zero si l'etape
      * n'a pas encore tourne), nom du travail le plus recent.
       01 WS-NB-ETAPES-MAX PIC 9(02) VALUE 50.
       01 WS-TABLE-ETAPES.
           05 WS-ETAPE-ENTRY OCCURS 50 TIMES.
              10 WS-ETA-TRAVAIL  PIC X(08) VALUE SPACES.
              10 WS-ETA-CUMUL    PIC 9(08) VALUE 0.
              10 WS-ETA-NB       PIC 9(04) VALUE 0.
              10 WS-ETA-DERNIERE PIC 9(06) VALUE 0.
           05 WS-ALR-LUS         PIC 9(06).
           05 WS-ALR-ECRITS      PIC 9(06).
           05 WS-ALR-REJETS      PIC 9(06).
           05 WS-ALR-ORIGINE     PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Nombre de runs pour les moyennes (vide = 10) : "
               WITH NO ADVANCING.
           ACCEPT WS-NB-RUNS-DEMANDES.
           IF WS-JRN-DATE >= WS-DATE-PLANCHER
               AND WS-JRN-ETAPE >= 1
               AND WS-JRN-ETAPE <= WS-NB-ETAPES-MAX
               AND JRN-EXECUTE
               MOVE WS-JRN-TRAVAIL TO WS-ETA-TRAVAIL (WS-JRN-ETAPE)
               PERFORM CALCULER-DUREE-ETAPE
               ADD WS-DUREE TO WS-ETA-CUMUL (WS-JRN-ETAPE)
               ADD 1 TO WS-ETA-NB (WS-JRN-ETAPE)
                   MOVE "O" TO WS-ETA-VUE-SOIR (WS-JRN-ETAPE)
               END-IF
           END-IF.
      * Un travail saute ou non prevu ce soir ne tournera plus : il
      * ne pese pas dans la projection.
           IF WS-JRN-DATE = WS-DATE-DU-JOUR
               AND WS-JRN-ETAPE >= 1
               AND WS-JRN-ETAPE <= WS-NB-ETAPES-MAX
               AND NOT JRN-EXECUTE
               MOVE "O" TO WS-ETA-VUE-SOIR (WS-JRN-ETAPE)
           END-IF.
           PERFORM LIRE-JOURNAL.

       CALCULER-DUREE-ETAPE.
                       WS-ETA-CUMUL (WS-I) / WS-ETA-NB (WS-I)
                   MOVE WS-MOYENNE TO WS-MOYENNE-EDIT
                   MOVE WS-ETA-DERNIERE (WS-I) TO WS-DUREE-EDIT
                   DISPLAY "Etape " WS-I " " WS-ETA-TRAVAIL (WS-I)
                       " : moyenne "
                       WS-MOYENNE-EDIT "s, derniere "
                       WS-DUREE-EDIT "s sur " WS-ETA-NB (WS-I)
                       " passage(s)" WITH NO ADVANCING
           MOVE SPACES TO WS-ALR-FILE-STATUS.
           MOVE 0 TO WS-ALR-SQLCODE.
           MOVE ZERO TO WS-ALR-LUS WS-ALR-ECRITS WS-ALR-REJETS.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-ALR-ORIGINE
           ELSE
               MOVE SPACE TO WS-ALR-ORIGINE
           END-IF.
           OPEN EXTEND F-ALERTES.
           IF WS-FS-ALERTES = "00" OR WS-FS-ALERTES = "05"
               WRITE FS-ENR-ALERTE FROM WS-ENR-ALERTE
