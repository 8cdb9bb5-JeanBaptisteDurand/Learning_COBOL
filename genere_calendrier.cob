      * BATCH-NUIT-CLIENT consulte ce calendrier au demarrage au
      * lieu de coder ces decisions en dur : les erreurs des veilles
      * de feries s'arretent ici.
      * Les periodes de gel des modifications du fichier client
      * (cloture d'exercice, semaines d'audit) viennent de la carte
      * CALGEL, une ligne par periode :
      *   debut;fin;motif;code de derogation
      * (dates AAAAMMJJ incluses, code de derogation facultatif,
      * lignes * et blanches ignorees). Chaque date couverte porte
      * l'indicateur de gel, le motif et le code, que la garde
      * controle-gel oppose aux programmes de mise a jour. Une ligne
      * invalide est signalee et ignoree (code retour 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CALENDRIER ASSIGN TO DYNAMIC WS-NOM-CALEXP
               FILE STATUS IS WS-FS-CALENDRIER.
           SELECT OPTIONAL F-GELS ASSIGN TO DYNAMIC WS-NOM-CALGEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GELS.

       DATA DIVISION.
       FILE SECTION.
      * Une entree par date : run O/N, mode C/D, audit O/N,
      * purge O/N, gel O/N avec son motif et son code de derogation.
       FD F-CALENDRIER
           RECORD CONTAINS 64 CHARACTERS.
       01 FS-ENR-CALENDRIER.
           05 FC-DATE  PIC 9(08).
           05 FC-RUN   PIC X(01).
           05 FC-MODE  PIC X(01).
           05 FC-AUDIT PIC X(01).
           05 FC-PURGE PIC X(01).
           05 FC-GEL   PIC X(01).
           05 FC-MOTIF-GEL       PIC X(40).
           05 FC-CODE-DEROGATION PIC X(08).
           05 FILLER             PIC X(03).

       FD F-GELS.
       01 FS-LIGNE-GEL PIC X(120).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CALEXP    PIC X(30) VALUE "CALEXP".
           05 WS-NOM-CALGEL    PIC X(30) VALUE "CALGEL".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CALENDRIER PIC X(02).
       01 WS-FS-GELS       PIC X(02).
       01 WS-FIN-GELS      PIC X(01) VALUE "N".
           88 FIN-FICHIER-GELS VALUE "O".

      * Les periodes de gel de la carte CALGEL.
       01 WS-NB-GELS-MAX   PIC 9(02) VALUE 50.
       01 WS-NB-GELS       PIC 9(02) VALUE 0.
       01 WS-TABLE-GELS.
           05 WS-GEL-ENTRY OCCURS 50 TIMES.
               10 WS-GEL-DEBUT      PIC 9(08).
               10 WS-GEL-FIN        PIC 9(08).
               10 WS-GEL-MOTIF      PIC X(40).
               10 WS-GEL-DEROGATION PIC X(08).
       01 WS-GEL-DEBUT-LU  PIC X(08).
       01 WS-GEL-FIN-LU    PIC X(08).
       01 WS-GEL-MOTIF-LU  PIC X(40).
       01 WS-GEL-CODE-LU   PIC X(08).
       01 WS-NB-GELS-INVALIDES PIC 9(02) VALUE 0.
       01 WS-NB-JOURS-GELES PIC 9(02) VALUE 0.
       01 WS-IG            PIC 9(02).

      * Mois demande et bornes du mois (nombre de jours par
      * calendar-utils).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Mois du calendrier a generer (AAAAMM) : "
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
           CALL "calendar-utils" USING WS-CU-ANNEE WS-CU-MOIS
               WS-CU-JOUR WS-CU-BISSEXTILE WS-CU-JOURS-MOIS
               WS-CU-JOUR-ANNEE.
           PERFORM CHARGER-GELS.
           OPEN OUTPUT F-CALENDRIER.
           IF WS-FS-CALENDRIER NOT = "00"
               DISPLAY "Erreur ouverture CALEXP. FILE STATUS: "
           CLOSE F-CALENDRIER.
           DISPLAY "Calendrier CALEXP genere : " WS-NB-ENTREES
               " date(s), dont " WS-NB-OUVRES " soir(s) de run.".
           IF WS-NB-JOURS-GELES > 0
               DISPLAY "Gel des modifications clients : "
                   WS-NB-JOURS-GELES " date(s) du mois."
           END-IF.
           IF WS-NB-GELS-INVALIDES > 0
               DISPLAY "ATTENTION : " WS-NB-GELS-INVALIDES
                   " ligne(s) CALGEL invalide(s) ignoree(s)."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      * Chargement des periodes de gel de la carte CALGEL            *
      ****************************************************************
       CHARGER-GELS.
           OPEN INPUT F-GELS.
           IF WS-FS-GELS NOT = "00"
               SET FIN-FICHIER-GELS TO TRUE
           END-IF.
           PERFORM LIRE-LIGNE-GEL UNTIL FIN-FICHIER-GELS.
           CLOSE F-GELS.
           IF WS-NB-GELS > 0
               DISPLAY "Carte CALGEL : " WS-NB-GELS
                   " periode(s) de gel."
           END-IF.

       LIRE-LIGNE-GEL.
           READ F-GELS
               AT END
                   SET FIN-FICHIER-GELS TO TRUE
           END-READ.
           IF FIN-FICHIER-GELS
               OR FS-LIGNE-GEL = SPACES
               OR FS-LIGNE-GEL (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GEL-DEBUT-LU WS-GEL-FIN-LU
               WS-GEL-MOTIF-LU WS-GEL-CODE-LU.
           UNSTRING FS-LIGNE-GEL DELIMITED BY ";"
               INTO WS-GEL-DEBUT-LU WS-GEL-FIN-LU
                   WS-GEL-MOTIF-LU WS-GEL-CODE-LU
           END-UNSTRING.
           IF WS-GEL-DEBUT-LU IS NOT NUMERIC
               OR WS-GEL-FIN-LU IS NOT NUMERIC
               OR WS-GEL-FIN-LU < WS-GEL-DEBUT-LU
               OR WS-GEL-MOTIF-LU = SPACES
               DISPLAY "Ligne CALGEL invalide ignoree : "
                   FUNCTION TRIM(FS-LIGNE-GEL)
               ADD 1 TO WS-NB-GELS-INVALIDES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-GELS >= WS-NB-GELS-MAX
               DISPLAY "Table des gels pleine, ligne ignoree : "
                   FUNCTION TRIM(FS-LIGNE-GEL)
               ADD 1 TO WS-NB-GELS-INVALIDES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-GELS.
           MOVE WS-GEL-DEBUT-LU TO WS-GEL-DEBUT (WS-NB-GELS).
           MOVE WS-GEL-FIN-LU TO WS-GEL-FIN (WS-NB-GELS).
           MOVE WS-GEL-MOTIF-LU TO WS-GEL-MOTIF (WS-NB-GELS).
           MOVE WS-GEL-CODE-LU TO WS-GEL-DEROGATION (WS-NB-GELS).

      ****************************************************************
      * Une entree du calendrier : la date est-elle ouvree, est-ce   *
      * le premier ou le dernier jour ouvre du mois                  *
               MOVE "N" TO FC-AUDIT
               MOVE "N" TO FC-PURGE
           END-IF.
      * La premiere periode de gel qui couvre la date fait foi.
           MOVE "N" TO FC-GEL.
           MOVE SPACES TO FC-MOTIF-GEL.
           MOVE SPACES TO FC-CODE-DEROGATION.
           MOVE SPACES TO FS-ENR-CALENDRIER (62:3).
           PERFORM VARYING WS-IG FROM WS-NB-GELS BY -1
                   UNTIL WS-IG < 1
               IF WS-DATE-COURANTE >= WS-GEL-DEBUT (WS-IG)
                   AND WS-DATE-COURANTE <= WS-GEL-FIN (WS-IG)
                   MOVE "O" TO FC-GEL
                   MOVE WS-GEL-MOTIF (WS-IG) TO FC-MOTIF-GEL
                   MOVE WS-GEL-DEROGATION (WS-IG)
                       TO FC-CODE-DEROGATION
               END-IF
           END-PERFORM.
           IF FC-GEL = "O"
               ADD 1 TO WS-NB-JOURS-GELES
           END-IF.
           WRITE FS-ENR-CALENDRIER
           END-WRITE.
           ADD 1 TO WS-NB-ENTREES.
