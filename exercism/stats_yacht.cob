       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-YACHT.

      * Statistiques de jeu par joueur sur les feuilles de marque de
      * YACHT : SCORES_<joueur>.DAT ne garde que le total de chaque
      * partie, YACHTHIS.DAT garde la feuille complete (les 12
      * categories et la prime de la section haute). Pour chaque
      * joueur du roster JOUEURS.DAT, ce programme edite la moyenne
      * de chaque categorie, la part des parties ou elle a ete
      * sacrifiee a zero, le taux de prime de la section haute et la
      * frequence des yachts, chaque chiffre face a la moyenne du
      * roster (toutes les feuilles des joueurs du roster). Qui jette
      * toujours son FULL HOUSE se voit enfin.
      * Codes retour : 0, 4 aucune feuille de marque, 99 roster
      * illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ROSTER ASSIGN TO "JOUEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
           SELECT OPTIONAL F-HISTORIQUE ASSIGN TO "YACHTHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIQUE.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne de roster, au format tenu par YACHT (nom + rating).
       FD F-ROSTER.
       01 FS-ENR-ROSTER.
           05 FR-NOM   PIC X(20).
           05 FR-RESTE PIC X(11).

      * Une feuille de marque finale, au format de YACHT.
       FD F-HISTORIQUE.
       01 FH-ENR-HISTORIQUE.
           05 FH-DATE       PIC 9(8).
           05 FH-HEURE      PIC 9(6).
           05 FH-NOM        PIC X(20).
           05 FH-NB-JOUEURS PIC 9(1).
           05 FH-RONDE      PIC 9(2).
           05 FH-TABLE      PIC 9(2).
           05 FH-CASE       PIC 9(3) OCCURS 13 TIMES.
           05 FH-TOTAL      PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-ROSTER     PIC X(02).
       01 WS-FS-HISTORIQUE PIC X(02).
       01 WS-FIN-ROSTER    PIC X(01) VALUE "N".
           88 FIN-FICHIER-ROSTER VALUE "O".
       01 WS-FIN-HISTORIQUE PIC X(01) VALUE "N".
           88 FIN-FICHIER-HISTORIQUE VALUE "O".

      * Les cases de la feuille, dans l'ordre de YACHT ; la 13e est
      * la prime de la section haute.
       01 WS-NOMS-CASES-INIT.
           05 FILLER PIC X(15) VALUE "ONES".
           05 FILLER PIC X(15) VALUE "TWOS".
           05 FILLER PIC X(15) VALUE "THREES".
           05 FILLER PIC X(15) VALUE "FOURS".
           05 FILLER PIC X(15) VALUE "FIVES".
           05 FILLER PIC X(15) VALUE "SIXES".
           05 FILLER PIC X(15) VALUE "CHOICE".
           05 FILLER PIC X(15) VALUE "YACHT".
           05 FILLER PIC X(15) VALUE "FULL HOUSE".
           05 FILLER PIC X(15) VALUE "FOUR OF A KIND".
           05 FILLER PIC X(15) VALUE "LITTLE STRAIGHT".
           05 FILLER PIC X(15) VALUE "BIG STRAIGHT".
           05 FILLER PIC X(15) VALUE "PRIME HAUTE".
       01 WS-NOMS-CASES REDEFINES WS-NOMS-CASES-INIT.
           05 WS-NOM-CASE PIC X(15) OCCURS 13 TIMES.
       01 WS-NB-CATEGORIES PIC 9(2) VALUE 12.
       01 WS-CASE-YACHT    PIC 9(2) VALUE 8.
       01 WS-CASE-PRIME    PIC 9(2) VALUE 13.

      * Cumuls par joueur du roster ; la derniere entree cumule tout
      * le roster et donne la moyenne de comparaison.
       01 WS-NB-JOUEURS-MAX PIC 9(02) VALUE 20.
       01 WS-NB-JOUEURS    PIC 9(02) VALUE 0.
       01 WS-ROSTER        PIC 9(02) VALUE 21.
       01 WS-TABLE-STATS.
           05 WS-ST-ENTRY OCCURS 21 TIMES.
               10 WS-ST-NOM      PIC X(20).
               10 WS-ST-PARTIES  PIC 9(5).
               10 WS-ST-TOTAL    PIC 9(7).
               10 WS-ST-CASE OCCURS 13 TIMES.
                   15 WS-ST-SOMME PIC 9(6).
                   15 WS-ST-ZEROS PIC 9(5).
       01 WS-J             PIC 9(02).
       01 WS-K             PIC 9(02).
       01 WS-TROUVE        PIC 9(02).
       01 WS-NB-FEUILLES   PIC 9(05) VALUE 0.
       01 WS-NB-HORS-ROSTER PIC 9(05) VALUE 0.

      * Chiffres d'une ligne : moyenne du joueur et du roster, ecart,
      * taux en pour cent.
       01 WS-MOY-JOUEUR    PIC 9(4)V9.
       01 WS-MOY-ROSTER    PIC 9(4)V9.
       01 WS-ECART         PIC S9(4)V9.
       01 WS-TAUX-JOUEUR   PIC 9(3).
       01 WS-TAUX-ROSTER   PIC 9(3).
       01 WS-MOY-EDIT      PIC ZZZ9.9.
       01 WS-MOY-ROSTER-EDIT PIC ZZZ9.9.
       01 WS-ECART-EDIT    PIC ++++9.9.
       01 WS-TAUX-EDIT     PIC ZZ9.
       01 WS-TAUX-ROSTER-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "Erreur ouverture JOUEURS.DAT. FILE STATUS: "
                   WS-FS-ROSTER
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-TABLE-STATS.
           PERFORM LIRE-ROSTER.
           PERFORM CHARGER-UN-JOUEUR UNTIL FIN-FICHIER-ROSTER.
           CLOSE F-ROSTER.
           MOVE "MOYENNE ROSTER" TO WS-ST-NOM (WS-ROSTER).
           OPEN INPUT F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-IF.
           PERFORM CUMULER-UNE-FEUILLE UNTIL FIN-FICHIER-HISTORIQUE.
           CLOSE F-HISTORIQUE.
           IF WS-ST-PARTIES (WS-ROSTER) = 0
               DISPLAY "Aucune feuille de marque d'un joueur du roster "
                   "dans YACHTHIS.DAT."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-JOUEURS
               PERFORM EDITER-UN-JOUEUR
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           DISPLAY WS-NB-FEUILLES " feuille(s) de marque lue(s), "
               WS-NB-HORS-ROSTER " hors roster ignoree(s).".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIRE-ROSTER.
           READ F-ROSTER
               AT END
                   SET FIN-FICHIER-ROSTER TO TRUE
           END-READ.

       CHARGER-UN-JOUEUR.
           IF FR-NOM NOT = SPACES
               AND WS-NB-JOUEURS < WS-NB-JOUEURS-MAX
               ADD 1 TO WS-NB-JOUEURS
               MOVE FR-NOM TO WS-ST-NOM (WS-NB-JOUEURS)
           END-IF.
           PERFORM LIRE-ROSTER.

      ****************************************************************
      * Une feuille de marque : cumulee au joueur et au roster. Les  *
      * noms se comparent sur 15 caracteres, ceux que YACHT tient    *
      ****************************************************************
       CUMULER-UNE-FEUILLE.
           READ F-HISTORIQUE
               AT END
                   SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-READ.
           IF FIN-FICHIER-HISTORIQUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-FEUILLES.
           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-JOUEURS OR WS-TROUVE > 0
               IF WS-ST-NOM (WS-K) (1:15) = FH-NOM (1:15)
                   MOVE WS-K TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = 0
               ADD 1 TO WS-NB-HORS-ROSTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM CUMULER-FEUILLE-ENTREE.
           MOVE WS-ROSTER TO WS-TROUVE.
           PERFORM CUMULER-FEUILLE-ENTREE.

       CUMULER-FEUILLE-ENTREE.
           ADD 1 TO WS-ST-PARTIES (WS-TROUVE).
           ADD FH-TOTAL TO WS-ST-TOTAL (WS-TROUVE).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 13
               ADD FH-CASE (WS-K) TO WS-ST-SOMME (WS-TROUVE, WS-K)
               IF FH-CASE (WS-K) = 0
                   ADD 1 TO WS-ST-ZEROS (WS-TROUVE, WS-K)
               END-IF
           END-PERFORM.

      ****************************************************************
      * Fiche d'un joueur : moyenne de chaque categorie et part des  *
      * parties ou elle finit a zero, face au roster, puis taux de   *
      * prime de la section haute et frequence des yachts            *
      ****************************************************************
       EDITER-UN-JOUEUR.
           DISPLAY "----------------------------------------------".
           IF WS-ST-PARTIES (WS-J) = 0
               DISPLAY "Joueur " FUNCTION TRIM(WS-ST-NOM (WS-J))
                   " : aucune feuille de marque."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOY-JOUEUR ROUNDED =
               WS-ST-TOTAL (WS-J) / WS-ST-PARTIES (WS-J).
           COMPUTE WS-MOY-ROSTER ROUNDED =
               WS-ST-TOTAL (WS-ROSTER) / WS-ST-PARTIES (WS-ROSTER).
           MOVE WS-MOY-JOUEUR TO WS-MOY-EDIT.
           MOVE WS-MOY-ROSTER TO WS-MOY-ROSTER-EDIT.
           DISPLAY "Joueur " FUNCTION TRIM(WS-ST-NOM (WS-J)) " : "
               WS-ST-PARTIES (WS-J) " partie(s), total moyen "
               WS-MOY-EDIT " (roster " WS-MOY-ROSTER-EDIT ")".
           DISPLAY "Categorie        Moyenne  Roster   Ecart  Zeros% "
               "Roster".
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CATEGORIES
               PERFORM EDITER-UNE-CATEGORIE
           END-PERFORM.
           MOVE WS-CASE-PRIME TO WS-K.
           PERFORM CALCULER-TAUX-REUSSITE.
           DISPLAY "Prime section haute : " WS-TAUX-EDIT
               " % des parties (roster " WS-TAUX-ROSTER-EDIT " %)".
           MOVE WS-CASE-YACHT TO WS-K.
           PERFORM CALCULER-TAUX-REUSSITE.
           DISPLAY "Yacht reussi        : " WS-TAUX-EDIT
               " % des parties (roster " WS-TAUX-ROSTER-EDIT " %)".

       EDITER-UNE-CATEGORIE.
           COMPUTE WS-MOY-JOUEUR ROUNDED =
               WS-ST-SOMME (WS-J, WS-K) / WS-ST-PARTIES (WS-J).
           COMPUTE WS-MOY-ROSTER ROUNDED =
               WS-ST-SOMME (WS-ROSTER, WS-K)
               / WS-ST-PARTIES (WS-ROSTER).
           COMPUTE WS-ECART = WS-MOY-JOUEUR - WS-MOY-ROSTER.
           COMPUTE WS-TAUX-JOUEUR ROUNDED =
               WS-ST-ZEROS (WS-J, WS-K) * 100 / WS-ST-PARTIES (WS-J).
           COMPUTE WS-TAUX-ROSTER ROUNDED =
               WS-ST-ZEROS (WS-ROSTER, WS-K) * 100
               / WS-ST-PARTIES (WS-ROSTER).
           MOVE WS-MOY-JOUEUR TO WS-MOY-EDIT.
           MOVE WS-MOY-ROSTER TO WS-MOY-ROSTER-EDIT.
           MOVE WS-ECART TO WS-ECART-EDIT.
           MOVE WS-TAUX-JOUEUR TO WS-TAUX-EDIT.
           MOVE WS-TAUX-ROSTER TO WS-TAUX-ROSTER-EDIT.
           DISPLAY WS-NOM-CASE (WS-K) "  " WS-MOY-EDIT
               "  " WS-MOY-ROSTER-EDIT " " WS-ECART-EDIT
               "    " WS-TAUX-EDIT "    " WS-TAUX-ROSTER-EDIT.

      * Part des parties ou la case WS-K n'est pas a zero.
       CALCULER-TAUX-REUSSITE.
           COMPUTE WS-TAUX-JOUEUR ROUNDED =
               (WS-ST-PARTIES (WS-J) - WS-ST-ZEROS (WS-J, WS-K))
               * 100 / WS-ST-PARTIES (WS-J).
           COMPUTE WS-TAUX-ROSTER ROUNDED =
               (WS-ST-PARTIES (WS-ROSTER)
               - WS-ST-ZEROS (WS-ROSTER, WS-K))
               * 100 / WS-ST-PARTIES (WS-ROSTER).
           MOVE WS-TAUX-JOUEUR TO WS-TAUX-EDIT.
           MOVE WS-TAUX-ROSTER TO WS-TAUX-ROSTER-EDIT.
