      * proposee a la reprise au lancement : une fenetre de terminal
      * fermee ne coute plus la partie, sur le modele de la
      * persistance des tables de high-scores.
      * Une partie peut etre une table de la ligue planifiee par
      * LIGUE-YACHT : les joueurs viennent alors du calendrier
      * LIGUE.DAT et les totaux finaux y sont notes.
      * La feuille de marque complete de chaque joueur est gardee en
      * fin de partie dans YACHTHIS.DAT, que STATS-YACHT exploite.
      * Un total final au-dela du maximum theorique d'une partie
      * (feuille alteree, sauvegarde trafiquee) n'est pas reporte au
      * fichier de scores : il est mis en quarantaine pour la revue
      * de CONTROLE-SCORES et ne compte pas au rating.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ROSTER ASSIGN TO "JOUEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
      * L'historique des feuilles de marque (STATS-YACHT).
           SELECT OPTIONAL F-HISTORIQUE ASSIGN TO "YACHTHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIQUE.
      * Le calendrier de la ligue (LIGUE-YACHT).
           SELECT OPTIONAL F-LIGUE ASSIGN TO "LIGUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIGUE.
      * Les scores en quarantaine (CONTROLE-SCORES).
           SELECT OPTIONAL F-QUARANTAINE ASSIGN TO "QUARANTAINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUARANTAINE.

       DATA DIVISION.
       FILE SECTION.
       FD F-SAUVEGARDE
           RECORD CONTAINS 410 CHARACTERS.
       01 FS-ENR-SAUVEGARDE PIC X(410).

       FD F-SCORES-JOUEUR.
       01 FS-ENR-SCORE PIC X(3).
               10 FR-PARTIES PIC 9(3).
               10 FR-DELTA   PIC S9(3) SIGN LEADING SEPARATE.

      * Une feuille de marque finale : date et heure de fin de
      * partie, joueur, nombre de joueurs, table de ligue eventuelle,
      * score des 12 categories dans l'ordre de WS-NOMS-CATEGORIES
      * puis, en 13e case, la prime de la section haute (35 points
      * quand ONES a SIXES font 63 ou plus, sans effet sur le total
      * de la partie), et total final. Meme format dans STATS-YACHT.
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

      * Une table du calendrier, au format de LIGUE-YACHT.
       FD F-LIGUE.
       01 FL-ENR-LIGUE.
           05 FL-RONDE      PIC 9(2).
           05 FL-TABLE      PIC 9(2).
           05 FL-ETAT       PIC X(1).
           05 FL-DATE       PIC 9(8).
           05 FL-NB-JOUEURS PIC 9(1).
           05 FL-PLACE OCCURS 6 TIMES.
               10 FL-NOM    PIC X(20).
               10 FL-SCORE  PIC 9(4).

      * Un score en quarantaine, au format de CONTROLE-SCORES ; un
      * total retenu ici porte la ligne 0 (jamais ecrit au fichier).
       FD F-QUARANTAINE.
       01 FQ-ENR-QUARANTAINE.
           05 FQ-NOM     PIC X(20).
           05 FQ-LIGNE   PIC 9(4).
           05 FQ-SCORE   PIC X(4).
           05 FQ-MOTIF   PIC X(1).
           05 FQ-LIBELLE PIC X(40).
           05 FQ-DATE    PIC 9(8).
           05 FQ-STATUT  PIC X(1).

       WORKING-STORAGE SECTION.

      * Dice input is a 5-digit string, each digit from 1 to 6.
           05  WS-SAV-TOUR          PIC 9(2).
           05  WS-SAV-JOUEUR        PIC 9.
           05  WS-SAV-JOUEURS       PIC X(402).
           05  WS-SAV-RONDE         PIC 9(2).
           05  WS-SAV-TABLE         PIC 9(2).
       01  WS-REPONSE-REPRISE       PIC X(1).
       01  WS-SAUVEGARDE-PRESENTE   PIC X(1) VALUE "N".
           88  SAUVEGARDE-PRESENTE VALUE "O".
       01  WS-NOM-FICHIER-SCORES    PIC X(30).
       01  WS-FS-SCORES             PIC X(02).
       01  WS-SCORE-REPORTE         PIC 9(3).
      * Maximum theorique d'une partie : 105 en section haute, 28 au
      * FULL HOUSE, 24 au FOUR OF A KIND, 30 a chaque suite et au
      * CHOICE, 50 au YACHT. Au-dela, le total va en quarantaine.
       01  WS-SCORE-MAXIMUM         PIC 9(3) VALUE 297.
       01  WS-FS-QUARANTAINE        PIC X(02).
       01  WS-TOTAL-RETENU          PIC 9(4).

      * Conseiller de categorie : evalue les des du tour contre
      * chaque categorie encore libre du joueur courant (le meme
       01 WS-SCORE-MILLI        PIC 9(4).
       01 WS-DELTA-DUEL         PIC S9(4).

      * Historique des feuilles de marque de fin de partie.
       01 WS-FS-HISTORIQUE      PIC X(02).
       01 WS-HEURE-FIN          PIC X(08).
       01 WS-SECTION-HAUTE      PIC 9(3).
       01 WS-SEUIL-PRIME-HAUTE  PIC 9(3) VALUE 63.
       01 WS-PRIME-HAUTE        PIC 9(3) VALUE 35.

      * Table de ligue jouee (ronde 0 = partie libre) et calendrier
      * charge pour y noter les totaux finaux.
       01 WS-FS-LIGUE           PIC X(02).
       01 WS-FIN-LIGUE          PIC X(01) VALUE "N".
           88 FIN-FICHIER-LIGUE VALUE "O".
       01 WS-TABLE-LIGUE-SAISIE PIC X(4).
       01 WS-LIGUE-RONDE        PIC 9(2) VALUE 0.
       01 WS-LIGUE-TABLE        PIC 9(2) VALUE 0.
       01 WS-NB-TABLES-MAX      PIC 9(03) VALUE 200.
       01 WS-NB-TABLES          PIC 9(03) VALUE 0.
       01 WS-CALENDRIER.
           05 WS-TB-ENR OCCURS 200 TIMES PIC X(158).
       01 WS-TB-I               PIC 9(03).
       01 WS-TB-TROUVEE         PIC 9(03).
       01 WS-TB-RESTANTES       PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM PROPOSER-REPRISE
           IF NOT SAUVEGARDE-PRESENTE
               PERFORM CHOISIR-TABLE-LIGUE
           END-IF
           IF NOT SAUVEGARDE-PRESENTE AND WS-LIGUE-RONDE = 0
               DISPLAY "Nombre de joueurs (1 a 6) : "
                   WITH NO ADVANCING
               ACCEPT WS-NB-JOUEURS
           DISPLAY "Partie terminee."
           PERFORM AFFICHER-CLASSEMENT
           PERFORM REPORTER-SCORES-FINAUX
           PERFORM ARCHIVER-FEUILLES
           IF WS-NB-JOUEURS > 1
               PERFORM METTRE-A-JOUR-RATINGS
           END-IF
           IF WS-LIGUE-RONDE > 0
               PERFORM NOTER-TABLE-LIGUE
           END-IF
           PERFORM EFFACER-SAUVEGARDE

           STOP RUN.
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-SCORES
           END-STRING
           IF WS-JOUEUR-TOTAL (I-JOUEUR) > WS-SCORE-MAXIMUM
               PERFORM RETENIR-UN-SCORE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOUEUR-TOTAL (I-JOUEUR) TO WS-SCORE-REPORTE
           OPEN EXTEND F-SCORES-JOUEUR
           IF WS-FS-SCORES = "00" OR WS-FS-SCORES = "05"
                   ". FILE STATUS: " WS-FS-SCORES
           END-IF.

      ******************************************************************
      * RETENIR-UN-SCORE : un total impossible n'entre pas au fichier
      * de scores ; il est ajoute a QUARANTAINE.DAT (ligne 0, en
      * attente de revue) et c'est la revue de CONTROLE-SCORES qui
      * l'ecrira s'il est libere.
      ******************************************************************
       RETENIR-UN-SCORE.
           OPEN EXTEND F-QUARANTAINE
           IF WS-FS-QUARANTAINE NOT = "00"
               AND WS-FS-QUARANTAINE NOT = "05"
               DISPLAY "Erreur ouverture QUARANTAINE.DAT. FILE STATUS: "
                   WS-FS-QUARANTAINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOUEUR-NOM (I-JOUEUR) TO FQ-NOM
           MOVE 0 TO FQ-LIGNE
           MOVE WS-JOUEUR-TOTAL (I-JOUEUR) TO WS-TOTAL-RETENU
           MOVE WS-TOTAL-RETENU TO FQ-SCORE
           MOVE "M" TO FQ-MOTIF
           MOVE SPACES TO FQ-LIBELLE
           STRING "total de fin de partie au-dela de "
               DELIMITED BY SIZE
               WS-SCORE-MAXIMUM DELIMITED BY SIZE
               INTO FQ-LIBELLE
           END-STRING
           ACCEPT FQ-DATE FROM DATE YYYYMMDD
           MOVE "Q" TO FQ-STATUT
           WRITE FQ-ENR-QUARANTAINE
           END-WRITE
           CLOSE F-QUARANTAINE
           DISPLAY "Total de " FUNCTION TRIM(WS-JOUEUR-NOM (I-JOUEUR))
               " (" WS-TOTAL-RETENU ") impossible : mis en "
               "quarantaine, ni reporte ni compte au rating.".

      ******************************************************************
      * ARCHIVER-FEUILLES : ajoute la feuille de marque complete de
      * chaque joueur a YACHTHIS.DAT, case par case, pour que
      * STATS-YACHT voie les categories sacrifiees et la prime de la
      * section haute, et pas seulement le total.
      ******************************************************************
       ARCHIVER-FEUILLES.
           OPEN EXTEND F-HISTORIQUE
           IF WS-FS-HISTORIQUE NOT = "00"
               AND WS-FS-HISTORIQUE NOT = "05"
               DISPLAY "Erreur ouverture YACHTHIS.DAT. FILE STATUS: "
                   WS-FS-HISTORIQUE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-HEURE-FIN FROM TIME
           PERFORM VARYING I-JOUEUR FROM 1 BY 1
                   UNTIL I-JOUEUR > WS-NB-JOUEURS
               PERFORM ARCHIVER-UNE-FEUILLE
           END-PERFORM
           CLOSE F-HISTORIQUE
           DISPLAY "Feuilles de marque gardees dans YACHTHIS.DAT.".

       ARCHIVER-UNE-FEUILLE.
           MOVE SPACES TO FH-ENR-HISTORIQUE
           ACCEPT FH-DATE FROM DATE YYYYMMDD
           MOVE WS-HEURE-FIN (1:6) TO FH-HEURE
           MOVE WS-JOUEUR-NOM (I-JOUEUR) TO FH-NOM
           MOVE WS-NB-JOUEURS TO FH-NB-JOUEURS
           MOVE WS-LIGUE-RONDE TO FH-RONDE
           MOVE WS-LIGUE-TABLE TO FH-TABLE
           MOVE 0 TO WS-SECTION-HAUTE
           PERFORM VARYING I-CASE FROM 1 BY 1
                   UNTIL I-CASE > WS-NB-CATEGORIES
               MOVE WS-CASE-SCORE (I-JOUEUR, I-CASE) TO FH-CASE (I-CASE)
               IF I-CASE <= 6
                   ADD WS-CASE-SCORE (I-JOUEUR, I-CASE)
                       TO WS-SECTION-HAUTE
               END-IF
           END-PERFORM
           IF WS-SECTION-HAUTE >= WS-SEUIL-PRIME-HAUTE
               MOVE WS-PRIME-HAUTE TO FH-CASE (13)
           ELSE
               MOVE 0 TO FH-CASE (13)
           END-IF
           MOVE WS-JOUEUR-TOTAL (I-JOUEUR) TO FH-TOTAL
           WRITE FH-ENR-HISTORIQUE
           END-WRITE.

      ******************************************************************
      * PROPOSER-REPRISE : si une sauvegarde existe, propose de la
      * recharger ; la partie reprend alors exactement au tour et au
                       MOVE WS-SAV-TOUR TO WS-TOUR-DEPART
                       MOVE WS-SAV-JOUEUR TO WS-JOUEUR-DEPART
                       MOVE WS-SAV-JOUEURS TO WS-JOUEURS
                       MOVE WS-SAV-RONDE TO WS-LIGUE-RONDE
                       MOVE WS-SAV-TABLE TO WS-LIGUE-TABLE
                       DISPLAY "Partie reprise au tour "
                           WS-TOUR-DEPART " joueur " WS-JOUEUR-DEPART
                   END-IF
               MOVE 1 TO WS-SAV-JOUEUR
           END-IF
           MOVE WS-JOUEURS TO WS-SAV-JOUEURS
           MOVE WS-LIGUE-RONDE TO WS-SAV-RONDE
           MOVE WS-LIGUE-TABLE TO WS-SAV-TABLE
           OPEN OUTPUT F-SAUVEGARDE
           WRITE FS-ENR-SAUVEGARDE FROM WS-ENR-SAUVEGARDE
           END-WRITE
      * delta = K * (resultat - attente) / 1000, applique en miroir.
      ******************************************************************
       AJUSTER-UN-DUEL.
      * Un total en quarantaine ne compte pas au rating.
           IF WS-JOUEUR-TOTAL (WS-DUEL-I) > WS-SCORE-MAXIMUM
               OR WS-JOUEUR-TOTAL (WS-DUEL-J) > WS-SCORE-MAXIMUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOUEUR-NOM (WS-DUEL-I) TO WS-NOM-CHERCHE
           PERFORM CHERCHER-AU-ROSTER
           MOVE WS-R TO WS-RST-I
           END-PERFORM
           CLOSE F-ROSTER
           DISPLAY "Ratings mis a jour dans JOUEURS.DAT.".

      ******************************************************************
      * CHOISIR-TABLE-LIGUE : une partie neuve peut etre une table
      * du calendrier LIGUE.DAT, donnee par sa ronde et son numero
      * (RRTT) ; les joueurs assis a cette table sont alors ceux de
      * la partie. Une table inconnue ou deja jouee laisse la partie
      * libre.
      ******************************************************************
       CHOISIR-TABLE-LIGUE.
           DISPLAY "Table de ligue a jouer (RRTT, vide = partie "
               "libre) : " WITH NO ADVANCING
           ACCEPT WS-TABLE-LIGUE-SAISIE
           IF WS-TABLE-LIGUE-SAISIE = SPACES
               OR WS-TABLE-LIGUE-SAISIE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TABLE-LIGUE-SAISIE (1:2) TO WS-LIGUE-RONDE
           MOVE WS-TABLE-LIGUE-SAISIE (3:2) TO WS-LIGUE-TABLE
           PERFORM CHARGER-CALENDRIER
           IF WS-TB-TROUVEE = 0
               DISPLAY "Table " WS-TABLE-LIGUE-SAISIE
                   " absente de LIGUE.DAT : partie libre."
               MOVE 0 TO WS-LIGUE-RONDE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TB-ENR (WS-TB-TROUVEE) TO FL-ENR-LIGUE
           IF FL-ETAT NOT = "A"
               DISPLAY "Table " WS-TABLE-LIGUE-SAISIE
                   " deja jouee le " FL-DATE " : partie libre."
               MOVE 0 TO WS-LIGUE-RONDE
               EXIT PARAGRAPH
           END-IF
           MOVE FL-NB-JOUEURS TO WS-NB-JOUEURS
           DISPLAY "Ronde " WS-LIGUE-RONDE " table " WS-LIGUE-TABLE
               " :"
           PERFORM VARYING I-JOUEUR FROM 1 BY 1
                   UNTIL I-JOUEUR > WS-NB-JOUEURS
               MOVE FL-NOM (I-JOUEUR) TO WS-JOUEUR-NOM (I-JOUEUR)
               DISPLAY "  " WS-JOUEUR-NOM (I-JOUEUR)
           END-PERFORM.

      ******************************************************************
      * CHARGER-CALENDRIER : LIGUE.DAT en table ; WS-TB-TROUVEE donne
      * la table WS-LIGUE-RONDE / WS-LIGUE-TABLE (0 = absente).
      ******************************************************************
       CHARGER-CALENDRIER.
           MOVE 0 TO WS-NB-TABLES
           MOVE 0 TO WS-TB-TROUVEE
           MOVE "N" TO WS-FIN-LIGUE
           OPEN INPUT F-LIGUE
           IF WS-FS-LIGUE NOT = "00"
               SET FIN-FICHIER-LIGUE TO TRUE
           END-IF
           PERFORM CHARGER-LIGNE-CALENDRIER UNTIL FIN-FICHIER-LIGUE
           CLOSE F-LIGUE.

       CHARGER-LIGNE-CALENDRIER.
           READ F-LIGUE
               AT END SET FIN-FICHIER-LIGUE TO TRUE
           END-READ
           IF NOT FIN-FICHIER-LIGUE
               IF WS-NB-TABLES < WS-NB-TABLES-MAX
                   ADD 1 TO WS-NB-TABLES
                   MOVE FL-ENR-LIGUE TO WS-TB-ENR (WS-NB-TABLES)
                   IF FL-RONDE = WS-LIGUE-RONDE
                       AND FL-TABLE = WS-LIGUE-TABLE
                       MOVE WS-NB-TABLES TO WS-TB-TROUVEE
                   END-IF
               ELSE
                   DISPLAY "Calendrier trop long : ronde " FL-RONDE
                       " table " FL-TABLE " ignoree."
               END-IF
           END-IF.

      ******************************************************************
      * NOTER-TABLE-LIGUE : les totaux finaux sont notes a la table
      * jouee, dans l'ordre ou les joueurs y sont assis, puis le
      * calendrier est reecrit. La derniere table d'une ronde annonce
      * le classement de la ronde, edite par LIGUE-YACHT.
      ******************************************************************
       NOTER-TABLE-LIGUE.
           PERFORM CHARGER-CALENDRIER
           IF WS-TB-TROUVEE = 0
               DISPLAY "Table " WS-LIGUE-RONDE WS-LIGUE-TABLE
                   " absente de LIGUE.DAT : resultat non note."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TB-ENR (WS-TB-TROUVEE) TO FL-ENR-LIGUE
           MOVE "J" TO FL-ETAT
           ACCEPT FL-DATE FROM DATE YYYYMMDD
           PERFORM VARYING I-JOUEUR FROM 1 BY 1
                   UNTIL I-JOUEUR > WS-NB-JOUEURS
               MOVE WS-JOUEUR-TOTAL (I-JOUEUR) TO FL-SCORE (I-JOUEUR)
           END-PERFORM
           MOVE FL-ENR-LIGUE TO WS-TB-ENR (WS-TB-TROUVEE)
           OPEN OUTPUT F-LIGUE
           IF WS-FS-LIGUE NOT = "00"
               DISPLAY "Erreur ouverture LIGUE.DAT. FILE STATUS: "
                   WS-FS-LIGUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TB-RESTANTES
           PERFORM VARYING WS-TB-I FROM 1 BY 1
                   UNTIL WS-TB-I > WS-NB-TABLES
               MOVE WS-TB-ENR (WS-TB-I) TO FL-ENR-LIGUE
               WRITE FL-ENR-LIGUE
               END-WRITE
               IF FL-RONDE = WS-LIGUE-RONDE AND FL-ETAT = "A"
                   ADD 1 TO WS-TB-RESTANTES
               END-IF
           END-PERFORM
           CLOSE F-LIGUE
           DISPLAY "Resultat de la ronde " WS-LIGUE-RONDE " table "
               WS-LIGUE-TABLE " note dans LIGUE.DAT."
           IF WS-TB-RESTANTES = 0
               DISPLAY "Ronde " WS-LIGUE-RONDE " complete : "
                   "classement par LIGUE-YACHT (fonction C)."
           END-IF.
