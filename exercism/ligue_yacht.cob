       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIGUE-YACHT.

      * Ligue de yacht du club : au lieu de parties au hasard, une
      * saison organisee en rondes. La fonction P planifie la saison
      * depuis le roster JOUEURS.DAT : un toutes-rondes (methode du
      * cercle) ou chaque paire de joueurs se retrouve au moins une
      * fois a la meme table, les paires d'une ronde etant reunies
      * en tables de 2, 4 ou 6 joueurs ; le calendrier est ecrit
      * dans LIGUE.DAT, une ligne par table. YACHT y note les totaux
      * finaux de chaque table jouee. La fonction C edite le
      * classement apres chaque ronde complete (points a la place,
      * parties, victoires, total des feuilles de marque pour
      * departager) et le garde dans LIGUECLA.DAT. CLOTURE-SAISON
      * archive les deux fichiers avec les scores de la saison.
      * Codes retour : 0, 4 aucun calendrier a classer, 8 demande
      * refusee, 99 fichier illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ROSTER ASSIGN TO "JOUEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
           SELECT OPTIONAL F-LIGUE ASSIGN TO "LIGUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIGUE.
           SELECT F-CLASSEMENT ASSIGN TO "LIGUECLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASSEMENT.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne de roster, au format tenu par YACHT (nom + rating).
       FD F-ROSTER.
       01 FS-ENR-ROSTER.
           05 FR-NOM   PIC X(20).
           05 FR-RESTE PIC X(11).

      * Une table du calendrier : ronde, numero de table, etat (A a
      * jouer, J jouee), date de la partie, joueurs assis et total
      * final de chacun. Meme format dans YACHT.
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

      * Le dernier classement edite (toutes les tables jouees), avec
      * la derniere ronde complete.
       FD F-CLASSEMENT.
       01 FC-ENR-CLASSEMENT.
           05 FC-RANG      PIC 9(2).
           05 FC-NOM       PIC X(20).
           05 FC-POINTS    PIC 9(4).
           05 FC-PARTIES   PIC 9(3).
           05 FC-VICTOIRES PIC 9(3).
           05 FC-TOTAL     PIC 9(6).
           05 FC-RONDE     PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-FS-ROSTER     PIC X(02).
       01 WS-FS-LIGUE      PIC X(02).
       01 WS-FS-CLASSEMENT PIC X(02).
       01 WS-FIN-ROSTER    PIC X(01) VALUE "N".
           88 FIN-FICHIER-ROSTER VALUE "O".
       01 WS-FIN-LIGUE     PIC X(01) VALUE "N".
           88 FIN-FICHIER-LIGUE VALUE "O".

       01 WS-FONCTION      PIC X(01).
       01 WS-JOUEURS-PAR-TABLE PIC 9(1) VALUE 4.

      * Les joueurs inscrits, dans l'ordre du roster.
       01 WS-NB-INSCRITS-MAX PIC 9(02) VALUE 20.
       01 WS-NB-INSCRITS   PIC 9(02) VALUE 0.
       01 WS-TABLE-INSCRITS.
           05 WS-INSCRIT-NOM PIC X(20) OCCURS 20 TIMES.

      * Methode du cercle : la position 1 reste fixe, les autres
      * tournent d'un cran a chaque ronde ; la ronde oppose la
      * position P a la position M + 1 - P. Avec un nombre impair
      * de joueurs, la position fixe est vide (0) : son vis-a-vis
      * de la ronde s'assied en surnombre a la premiere table.
       01 WS-NB-POSITIONS  PIC 9(02).
       01 WS-TABLE-POSITIONS.
           05 WS-POSITION  PIC 9(02) OCCURS 21 TIMES.
       01 WS-NB-RONDES     PIC 9(02) VALUE 0.
       01 WS-RONDE         PIC 9(02).
       01 WS-P             PIC 9(02).
       01 WS-Q             PIC 9(02).
       01 WS-A             PIC 9(02).
       01 WS-B             PIC 9(02).
       01 WS-SURNOMBRE     PIC 9(02).
       01 WS-NO-TABLE      PIC 9(02).
       01 WS-TABLE-EN-COURS.
           05 WS-TE-NB     PIC 9(1).
           05 WS-TE-NOM    PIC X(20) OCCURS 6 TIMES.

      * Le calendrier charge en table, au format de LIGUE.DAT, et
      * l'avancement de chaque ronde.
       01 WS-NB-TABLES-MAX PIC 9(03) VALUE 200.
       01 WS-NB-TABLES     PIC 9(03) VALUE 0.
       01 WS-NB-JOUEES     PIC 9(03) VALUE 0.
       01 WS-CALENDRIER.
           05 WS-TB-ENTRY OCCURS 200 TIMES.
               10 WS-TB-RONDE      PIC 9(2).
               10 WS-TB-TABLE      PIC 9(2).
               10 WS-TB-ETAT       PIC X(1).
               10 WS-TB-DATE       PIC 9(8).
               10 WS-TB-NB-JOUEURS PIC 9(1).
               10 WS-TB-PLACE OCCURS 6 TIMES.
                   15 WS-TB-NOM    PIC X(20).
                   15 WS-TB-SCORE  PIC 9(4).
       01 WS-I             PIC 9(03).
       01 WS-AVANCEMENT.
           05 WS-AV-RONDE OCCURS 20 TIMES.
               10 WS-AV-TABLES  PIC 9(02).
               10 WS-AV-JOUEES  PIC 9(02).
       01 WS-DERNIERE-COMPLETE PIC 9(02).
       01 WS-RONDE-LIMITE  PIC 9(02).

      * Points a la place : la place d'un joueur est 1 + le nombre
      * de joueurs de sa table qui le devancent (les ex aequo
      * partagent la meilleure place).
       01 WS-POINTS-INIT   PIC X(12) VALUE "050302010000".
       01 WS-POINTS-PLACES REDEFINES WS-POINTS-INIT.
           05 WS-POINTS-PLACE PIC 9(2) OCCURS 6 TIMES.
       01 WS-PLACE         PIC 9(1).

      * Le classement, trie sur les points puis les departages :
      * victoires, total des feuilles de marque, nom.
       01 WS-NB-CLASSES-MAX PIC 9(02) VALUE 30.
       01 WS-NB-CLASSES    PIC 9(02) VALUE 0.
       01 WS-TABLE-CLASSEMENT.
           05 WS-CL-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-NB-CLASSES.
               10 WS-CL-NOM       PIC X(20).
               10 WS-CL-POINTS    PIC 9(4).
               10 WS-CL-PARTIES   PIC 9(3).
               10 WS-CL-VICTOIRES PIC 9(3).
               10 WS-CL-TOTAL     PIC 9(6).
       01 WS-C             PIC 9(02).
       01 WS-NOM-CHERCHE   PIC X(20).
       01 WS-RANG          PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Ligue de yacht - P : planifier la saison, "
               "C : classement : " WITH NO ADVANCING.
           ACCEPT WS-FONCTION.
           EVALUATE WS-FONCTION
               WHEN "P"
               WHEN "p"
                   PERFORM PLANIFIER-SAISON
               WHEN "C"
               WHEN "c"
                   PERFORM EDITER-CLASSEMENTS
               WHEN OTHER
                   DISPLAY "Fonction inconnue : " WS-FONCTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Planification de la saison : refusee tant que le calendrier  *
      * de la saison precedente n'a pas ete archive par              *
      * CLOTURE-SAISON                                               *
      ****************************************************************
       PLANIFIER-SAISON.
           PERFORM CHARGER-CALENDRIER.
           IF WS-FS-LIGUE NOT = "00" AND WS-FS-LIGUE NOT = "05"
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-TABLES > 0
               DISPLAY "Calendrier deja en place dans LIGUE.DAT : "
                   "cloturer la saison avant d'en planifier une autre."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Joueurs par table (2, 4 ou 6) : "
               WITH NO ADVANCING.
           ACCEPT WS-JOUEURS-PAR-TABLE.
           IF WS-JOUEURS-PAR-TABLE NOT = 2
               AND WS-JOUEURS-PAR-TABLE NOT = 4
               AND WS-JOUEURS-PAR-TABLE NOT = 6
               MOVE 4 TO WS-JOUEURS-PAR-TABLE
           END-IF.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "Erreur ouverture JOUEURS.DAT. FILE STATUS: "
                   WS-FS-ROSTER
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-ROSTER.
           PERFORM CHARGER-UN-INSCRIT UNTIL FIN-FICHIER-ROSTER.
           CLOSE F-ROSTER.
           IF WS-NB-INSCRITS < 2
               DISPLAY "Il faut au moins deux joueurs dans "
                   "JOUEURS.DAT pour une ligue."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION MOD(WS-NB-INSCRITS, 2) = 1
               COMPUTE WS-NB-POSITIONS = WS-NB-INSCRITS + 1
               MOVE 0 TO WS-POSITION (1)
               PERFORM VARYING WS-P FROM 2 BY 1
                       UNTIL WS-P > WS-NB-POSITIONS
                   COMPUTE WS-POSITION (WS-P) = WS-P - 1
               END-PERFORM
           ELSE
               MOVE WS-NB-INSCRITS TO WS-NB-POSITIONS
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-NB-POSITIONS
                   MOVE WS-P TO WS-POSITION (WS-P)
               END-PERFORM
           END-IF.
           COMPUTE WS-NB-RONDES = WS-NB-POSITIONS - 1.
           OPEN OUTPUT F-LIGUE.
           IF WS-FS-LIGUE NOT = "00" AND WS-FS-LIGUE NOT = "05"
               DISPLAY "Erreur ouverture LIGUE.DAT. FILE STATUS: "
                   WS-FS-LIGUE
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-TABLES.
           PERFORM VARYING WS-RONDE FROM 1 BY 1
                   UNTIL WS-RONDE > WS-NB-RONDES
               PERFORM PLANIFIER-UNE-RONDE
           END-PERFORM.
           CLOSE F-LIGUE.
           DISPLAY "Saison planifiee dans LIGUE.DAT : " WS-NB-INSCRITS
               " joueur(s), " WS-NB-RONDES " ronde(s), "
               WS-NB-TABLES " table(s).".
           MOVE 0 TO RETURN-CODE.

       LIRE-ROSTER.
           READ F-ROSTER
               AT END
                   SET FIN-FICHIER-ROSTER TO TRUE
           END-READ.

      * YACHT tient les noms de joueurs sur 15 caracteres.
       CHARGER-UN-INSCRIT.
           IF FR-NOM NOT = SPACES
               IF WS-NB-INSCRITS < WS-NB-INSCRITS-MAX
                   ADD 1 TO WS-NB-INSCRITS
                   MOVE FR-NOM TO WS-INSCRIT-NOM (WS-NB-INSCRITS)
                   IF FR-NOM (16:5) NOT = SPACES
                       DISPLAY "ATTENTION : " FUNCTION TRIM(FR-NOM)
                           " sera tronque a 15 caracteres dans YACHT."
                   END-IF
               ELSE
                   DISPLAY "Ligue complete : " FUNCTION TRIM(FR-NOM)
                       " non inscrit."
               END-IF
           END-IF.
           PERFORM LIRE-ROSTER.

      ****************************************************************
      * Une ronde : les paires de la methode du cercle sont assises  *
      * a la suite, une table etant fermee des que la paire suivante *
      * la ferait deborder ; puis les positions tournent d'un cran   *
      ****************************************************************
       PLANIFIER-UNE-RONDE.
           MOVE 0 TO WS-NO-TABLE.
           MOVE 0 TO WS-TE-NB.
           MOVE 0 TO WS-SURNOMBRE.
           IF WS-POSITION (1) = 0
               MOVE WS-POSITION (WS-NB-POSITIONS) TO WS-SURNOMBRE
               MOVE WS-SURNOMBRE TO WS-A
               PERFORM ASSEOIR-JOUEUR
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-POSITIONS / 2
               COMPUTE WS-Q = WS-NB-POSITIONS + 1 - WS-P
               MOVE WS-POSITION (WS-P) TO WS-A
               MOVE WS-POSITION (WS-Q) TO WS-B
               IF WS-A > 0 AND WS-B > 0
                   IF WS-TE-NB + 2 > WS-JOUEURS-PAR-TABLE + 1
                       OR WS-TE-NB + 2 > 6
                       PERFORM ECRIRE-TABLE-PLANIFIEE
                   END-IF
                   PERFORM ASSEOIR-JOUEUR
                   MOVE WS-B TO WS-A
                   PERFORM ASSEOIR-JOUEUR
               END-IF
           END-PERFORM.
           IF WS-TE-NB > 0
               PERFORM ECRIRE-TABLE-PLANIFIEE
           END-IF.
           MOVE WS-POSITION (WS-NB-POSITIONS) TO WS-A.
           PERFORM VARYING WS-P FROM WS-NB-POSITIONS BY -1
                   UNTIL WS-P < 3
               MOVE WS-POSITION (WS-P - 1) TO WS-POSITION (WS-P)
           END-PERFORM.
           MOVE WS-A TO WS-POSITION (2).

       ASSEOIR-JOUEUR.
           ADD 1 TO WS-TE-NB.
           MOVE WS-INSCRIT-NOM (WS-A) TO WS-TE-NOM (WS-TE-NB).

       ECRIRE-TABLE-PLANIFIEE.
           ADD 1 TO WS-NO-TABLE.
           MOVE SPACES TO FL-ENR-LIGUE.
           MOVE WS-RONDE TO FL-RONDE.
           MOVE WS-NO-TABLE TO FL-TABLE.
           MOVE "A" TO FL-ETAT.
           MOVE 0 TO FL-DATE.
           MOVE WS-TE-NB TO FL-NB-JOUEURS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 6
               IF WS-C > WS-TE-NB
                   MOVE SPACES TO FL-NOM (WS-C)
               ELSE
                   MOVE WS-TE-NOM (WS-C) TO FL-NOM (WS-C)
               END-IF
               MOVE 0 TO FL-SCORE (WS-C)
           END-PERFORM.
           WRITE FL-ENR-LIGUE.
           IF WS-FS-LIGUE NOT = "00"
               DISPLAY "Erreur ecriture LIGUE.DAT. FILE STATUS: "
                   WS-FS-LIGUE
           END-IF.
           ADD 1 TO WS-NB-TABLES.
           MOVE 0 TO WS-TE-NB.

      ****************************************************************
      * Chargement du calendrier LIGUE.DAT et avancement par ronde   *
      ****************************************************************
       CHARGER-CALENDRIER.
           MOVE 0 TO WS-NB-TABLES.
           MOVE 0 TO WS-NB-JOUEES.
           MOVE 0 TO WS-NB-RONDES.
           INITIALIZE WS-AVANCEMENT.
           MOVE "N" TO WS-FIN-LIGUE.
           OPEN INPUT F-LIGUE.
           IF WS-FS-LIGUE NOT = "00"
               IF WS-FS-LIGUE NOT = "05"
                   DISPLAY "Erreur ouverture LIGUE.DAT. FILE STATUS: "
                       WS-FS-LIGUE
               END-IF
               CLOSE F-LIGUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-UNE-TABLE UNTIL FIN-FICHIER-LIGUE.
           CLOSE F-LIGUE.

       CHARGER-UNE-TABLE.
           READ F-LIGUE
               AT END
                   SET FIN-FICHIER-LIGUE TO TRUE
           END-READ.
           IF FIN-FICHIER-LIGUE
               EXIT PARAGRAPH
           END-IF.
           IF FL-RONDE NOT NUMERIC OR FL-RONDE = 0 OR FL-RONDE > 20
               DISPLAY "Table illisible dans LIGUE.DAT : "
                   FL-ENR-LIGUE (1:40)
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-TABLES NOT < WS-NB-TABLES-MAX
               DISPLAY "Calendrier trop long : ronde " FL-RONDE
                   " table " FL-TABLE " ignoree."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-TABLES.
           MOVE FL-ENR-LIGUE TO WS-TB-ENTRY (WS-NB-TABLES).
           ADD 1 TO WS-AV-TABLES (FL-RONDE).
           IF FL-ETAT = "J"
               ADD 1 TO WS-AV-JOUEES (FL-RONDE)
               ADD 1 TO WS-NB-JOUEES
           END-IF.
           IF FL-RONDE > WS-NB-RONDES
               MOVE FL-RONDE TO WS-NB-RONDES
           END-IF.

      ****************************************************************
      * Classement : un etat apres chaque ronde complete, dans       *
      * l'ordre des rondes, puis l'etat en cours si des tables d'une *
      * ronde inachevee sont deja jouees. LIGUECLA.DAT garde le      *
      * dernier etat edite                                           *
      ****************************************************************
       EDITER-CLASSEMENTS.
           PERFORM CHARGER-CALENDRIER.
           IF WS-FS-LIGUE NOT = "00" AND WS-FS-LIGUE NOT = "05"
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-TABLES = 0
               DISPLAY "Aucun calendrier de ligue dans LIGUE.DAT."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DERNIERE-COMPLETE.
           PERFORM VARYING WS-RONDE FROM 1 BY 1
                   UNTIL WS-RONDE > WS-NB-RONDES
                   OR WS-AV-JOUEES (WS-RONDE)
                       < WS-AV-TABLES (WS-RONDE)
               MOVE WS-RONDE TO WS-DERNIERE-COMPLETE
               MOVE WS-RONDE TO WS-RONDE-LIMITE
               PERFORM CALCULER-CLASSEMENT
               DISPLAY "----------------------------------------------"
               DISPLAY "Classement de la ligue apres la ronde "
                   WS-RONDE " / " WS-NB-RONDES
               PERFORM AFFICHER-CLASSEMENT
           END-PERFORM.
           MOVE WS-NB-RONDES TO WS-RONDE-LIMITE.
           PERFORM CALCULER-CLASSEMENT.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-RONDE FROM 1 BY 1
                   UNTIL WS-RONDE > WS-DERNIERE-COMPLETE
               ADD WS-AV-TABLES (WS-RONDE) TO WS-I
           END-PERFORM.
           IF WS-NB-JOUEES > WS-I OR WS-DERNIERE-COMPLETE = 0
               DISPLAY "----------------------------------------------"
               DISPLAY "Classement en cours : " WS-NB-JOUEES
                   " table(s) jouee(s) sur " WS-NB-TABLES
               PERFORM AFFICHER-CLASSEMENT
           END-IF.
           DISPLAY "----------------------------------------------".
           PERFORM ECRIRE-CLASSEMENT.
           MOVE 0 TO RETURN-CODE.

      * Tous les joueurs du calendrier figurent au classement, meme
      * sans table jouee ; seules comptent les tables jouees des
      * rondes 1 a WS-RONDE-LIMITE.
       CALCULER-CLASSEMENT.
           MOVE 0 TO WS-NB-CLASSES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TABLES
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-TB-NB-JOUEURS (WS-I)
                   MOVE WS-TB-NOM (WS-I, WS-P) TO WS-NOM-CHERCHE
                   PERFORM LOCALISER-CLASSE
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TABLES
               IF WS-TB-ETAT (WS-I) = "J"
                   AND WS-TB-RONDE (WS-I) NOT > WS-RONDE-LIMITE
                   PERFORM CLASSER-UNE-TABLE
               END-IF
           END-PERFORM.
           SORT WS-CL-ENTRY
               DESCENDING KEY WS-CL-POINTS WS-CL-VICTOIRES
                   WS-CL-TOTAL
               ASCENDING KEY WS-CL-NOM.

       CLASSER-UNE-TABLE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TB-NB-JOUEURS (WS-I)
               MOVE 1 TO WS-PLACE
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-TB-NB-JOUEURS (WS-I)
                   IF WS-TB-SCORE (WS-I, WS-Q)
                       > WS-TB-SCORE (WS-I, WS-P)
                       ADD 1 TO WS-PLACE
                   END-IF
               END-PERFORM
               MOVE WS-TB-NOM (WS-I, WS-P) TO WS-NOM-CHERCHE
               PERFORM LOCALISER-CLASSE
               IF WS-C > 0
                   ADD WS-POINTS-PLACE (WS-PLACE) TO WS-CL-POINTS (WS-C)
                   ADD 1 TO WS-CL-PARTIES (WS-C)
                   IF WS-PLACE = 1
                       ADD 1 TO WS-CL-VICTOIRES (WS-C)
                   END-IF
                   ADD WS-TB-SCORE (WS-I, WS-P) TO WS-CL-TOTAL (WS-C)
               END-IF
           END-PERFORM.

      * Indice au classement de WS-NOM-CHERCHE, ajoute a sa premiere
      * apparition (0 si le classement est plein).
       LOCALISER-CLASSE.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-CLASSES OR WS-C > 0
               IF WS-CL-NOM (WS-RANG) = WS-NOM-CHERCHE
                   MOVE WS-RANG TO WS-C
               END-IF
           END-PERFORM.
           IF WS-C = 0 AND WS-NB-CLASSES < WS-NB-CLASSES-MAX
               ADD 1 TO WS-NB-CLASSES
               MOVE WS-NB-CLASSES TO WS-C
               MOVE WS-NOM-CHERCHE TO WS-CL-NOM (WS-C)
               MOVE 0 TO WS-CL-POINTS (WS-C)
               MOVE 0 TO WS-CL-PARTIES (WS-C)
               MOVE 0 TO WS-CL-VICTOIRES (WS-C)
               MOVE 0 TO WS-CL-TOTAL (WS-C)
           END-IF.

       AFFICHER-CLASSEMENT.
           DISPLAY "Rang Joueur               Points Parties Victoires "
               "Total".
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-CLASSES
               DISPLAY "  " WS-RANG "  " WS-CL-NOM (WS-RANG)
                   " " WS-CL-POINTS (WS-RANG)
                   "   " WS-CL-PARTIES (WS-RANG)
                   "     " WS-CL-VICTOIRES (WS-RANG)
                   "     " WS-CL-TOTAL (WS-RANG)
           END-PERFORM.

       ECRIRE-CLASSEMENT.
           OPEN OUTPUT F-CLASSEMENT.
           IF WS-FS-CLASSEMENT NOT = "00"
               DISPLAY "Erreur ouverture LIGUECLA.DAT. FILE STATUS: "
                   WS-FS-CLASSEMENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-CLASSES
               MOVE WS-RANG TO FC-RANG
               MOVE WS-CL-NOM (WS-RANG) TO FC-NOM
               MOVE WS-CL-POINTS (WS-RANG) TO FC-POINTS
               MOVE WS-CL-PARTIES (WS-RANG) TO FC-PARTIES
               MOVE WS-CL-VICTOIRES (WS-RANG) TO FC-VICTOIRES
               MOVE WS-CL-TOTAL (WS-RANG) TO FC-TOTAL
               MOVE WS-DERNIERE-COMPLETE TO FC-RONDE
               WRITE FC-ENR-CLASSEMENT
               END-WRITE
           END-PERFORM.
           CLOSE F-CLASSEMENT.
           DISPLAY "Classement garde dans LIGUECLA.DAT.".
