       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATEAU-SCRABBLE.

      * Partie de Scrabble sur plateau : SCRABBLE-SCORE et
      * TROUVE-MOTS notent un mot comme la simple somme de ses
      * lettres, ici le mot est pose sur le plateau 15 x 15 avec ses
      * cases primes (lettre compte double / triple, mot compte
      * double / triple). Un coup se donne par le mot, sa case de
      * depart (colonne A-O, ligne 1-15, ex. H8) et son sens (H ou
      * V). Le coup est refuse si le mot deborde, contredit une
      * lettre deja posee, ne pose aucune lettre, ne touche pas le
      * jeu (le premier coup passe par H8), ou si l'un des mots
      * formes - le mot principal prolonge des lettres voisines et
      * chaque mot transversal - manque au dictionnaire DICO.DAT.
      * Les primes ne comptent que sous les lettres posees par le
      * coup (une prime ne sert qu'une fois), et poser les sept
      * lettres du chevalet vaut 50 points de plus. Le plateau est
      * garde dans PLATEAU.DAT apres chaque coup et les coups dans
      * COUPS.DAT : la partie se joue coup par coup, d'une seance a
      * l'autre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Le dictionnaire des mots autorises, celui de SCRABBLE-SCORE.
           SELECT F-DICO ASSIGN TO "DICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DICO.
      * Le plateau en cours : 15 lignes de 15 cases, "." pour une
      * case vide.
           SELECT OPTIONAL F-PLATEAU ASSIGN TO "PLATEAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLATEAU.
      * Les coups joues, un par ligne.
           SELECT OPTIONAL F-COUPS ASSIGN TO "COUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUPS.

       DATA DIVISION.
       FILE SECTION.
       FD F-DICO.
       01 FS-ENR-DICO PIC X(60).

       FD F-PLATEAU.
       01 FP-ENR-LIGNE PIC X(15).

      * Un coup : numero, mot tel que saisi, case de depart, sens,
      * lettres posees et points marques.
       FD F-COUPS.
       01 FC-ENR-COUP.
           05 FC-NO-COUP  PIC 9(3).
           05 FC-MOT      PIC X(15).
           05 FC-CASE     PIC X(3).
           05 FC-SENS     PIC X(1).
           05 FC-TUILES   PIC 9(1).
           05 FC-SCORE    PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-FS-DICO      PIC X(02).
       01 WS-FS-PLATEAU   PIC X(02).
       01 WS-FS-COUPS     PIC X(02).
       01 WS-FIN-DICO     PIC X(01) VALUE "N".
          88 FIN-FICHIER-DICO VALUE "O".
       01 WS-FIN-COUPS    PIC X(01) VALUE "N".
          88 FIN-FICHIER-COUPS VALUE "O".

      * Dictionnaire charge en table ; un mot de plus de 15 lettres
      * ne tient pas sur le plateau et n'est pas garde.
       01 WS-NB-DICO-MAX  PIC 9(4) VALUE 2000.
       01 WS-NB-DICO      PIC 9(4) VALUE 0.
       01 WS-NB-DICO-DEBORDES PIC 9(4) VALUE 0.
       01 WS-TABLE-DICO.
          05 WS-MOT-DICO  PIC X(15) OCCURS 2000 TIMES.
       01 WS-J            PIC 9(4).
       01 WS-MOT-CONNU    PIC X(01).
          88 MOT-AU-DICTIONNAIRE VALUE "O".

      * Cases primes du plateau standard : R mot compte triple, P mot
      * compte double, B lettre compte triple, C lettre compte
      * double, "." case simple. H8, case centrale, compte double.
       01 WS-PRIMES-INIT.
          05 FILLER PIC X(15) VALUE "R..C...R...C..R".
          05 FILLER PIC X(15) VALUE ".P...B...B...P.".
          05 FILLER PIC X(15) VALUE "..P...C.C...P..".
          05 FILLER PIC X(15) VALUE "C..P...C...P..C".
          05 FILLER PIC X(15) VALUE "....P.....P....".
          05 FILLER PIC X(15) VALUE ".B...B...B...B.".
          05 FILLER PIC X(15) VALUE "..C...C.C...C..".
          05 FILLER PIC X(15) VALUE "R..C...P...C..R".
          05 FILLER PIC X(15) VALUE "..C...C.C...C..".
          05 FILLER PIC X(15) VALUE ".B...B...B...B.".
          05 FILLER PIC X(15) VALUE "....P.....P....".
          05 FILLER PIC X(15) VALUE "C..P...C...P..C".
          05 FILLER PIC X(15) VALUE "..P...C.C...P..".
          05 FILLER PIC X(15) VALUE ".P...B...B...P.".
          05 FILLER PIC X(15) VALUE "R..C...R...C..R".
       01 WS-PRIMES REDEFINES WS-PRIMES-INIT.
          05 WS-PRIME-LIGNE PIC X(15) OCCURS 15 TIMES.

      * Le plateau garde, le plateau d'essai du coup en cours et les
      * cases posees par ce coup (O).
       01 WS-PLATEAU.
          05 WS-PLATEAU-LIGNE PIC X(15) OCCURS 15 TIMES.
       01 WS-ESSAI.
          05 WS-ESSAI-LIGNE   PIC X(15) OCCURS 15 TIMES.
       01 WS-NOUVELLES.
          05 WS-NOUVELLE-LIGNE PIC X(15) OCCURS 15 TIMES.
       01 WS-PLATEAU-VIDE PIC X(01).
          88 PLATEAU-VIDE VALUE "O".
       01 WS-NB-COUPS     PIC 9(3) VALUE 0.
       01 WS-TOTAL-PARTIE PIC 9(5) VALUE 0.

      * Le coup saisi.
       01 WS-REPONSE      PIC X(01).
       01 WS-MOT          PIC X(15).
       01 WS-CASE-DEPART  PIC X(3).
       01 WS-SENS         PIC X(1).
       01 WS-LONG-MOT     PIC 9(2).
       01 WS-COLONNES     PIC X(15) VALUE "ABCDEFGHIJKLMNO".
       01 WS-LIGNE-SAISIE PIC X(2).
       01 WS-LIG          PIC 9(2).
       01 WS-COL          PIC 9(2).
       01 WS-DL           PIC 9(1).
       01 WS-DC           PIC 9(1).
       01 WS-R            PIC 9(2).
       01 WS-C            PIC 9(2).
       01 WS-I            PIC 9(2).
       01 WS-NB-POSEES    PIC 9(2).
       01 WS-LETTRE       PIC X(1).
       01 WS-COUP-VALIDE  PIC X(01).
          88 COUP-VALIDE  VALUE "O".
       01 WS-CONTACT      PIC X(01).
          88 COUP-EN-CONTACT VALUE "O".

      * Lecture d'un mot forme sur le plateau d'essai : depart, sens,
      * mot lu et ses points, primes des lettres posees comprises.
       01 WS-FORME-LIG    PIC 9(2).
       01 WS-FORME-COL    PIC 9(2).
       01 WS-FORME-DL     PIC 9(1).
       01 WS-FORME-DC     PIC 9(1).
       01 WS-MOT-FORME    PIC X(15).
       01 WS-LONG-FORME   PIC 9(2).
       01 WS-SOMME-FORME  PIC 9(4).
       01 WS-MULT-MOT     PIC 9(2).
       01 WS-VALEUR       PIC 9(2).
       01 WS-SCORE-FORME  PIC 9(4).
       01 WS-BORD-MOT     PIC X(01).
          88 BORD-DU-MOT  VALUE "O".
       01 WS-NB-MOTS-FORMES PIC 9(2).
       01 WS-SCORE-COUP   PIC 9(4).
       01 WS-PRIME-SEPT   PIC 9(2) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM CHARGER-DICTIONNAIRE.
           DISPLAY "C : continuer la partie, N : nouvelle partie : "
               WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE = "N" OR WS-REPONSE = "n"
               PERFORM NOUVELLE-PARTIE
           ELSE
               PERFORM CHARGER-PARTIE
           END-IF.
           PERFORM AFFICHER-PLATEAU.
           PERFORM SAISIR-UN-COUP.
           PERFORM JOUER-UN-COUP UNTIL WS-MOT = SPACES.
           DISPLAY "Partie gardee dans PLATEAU.DAT : " WS-NB-COUPS
               " coup(s), " WS-TOTAL-PARTIE " point(s).".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * Charge DICO.DAT en table, en majuscules.
       CHARGER-DICTIONNAIRE.
           OPEN INPUT F-DICO.
           IF WS-FS-DICO NOT = "00"
               DISPLAY "Dictionnaire DICO.DAT absent : tous les "
                   "coups seront refuses."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-UN-MOT-DICO.
           PERFORM GARDER-UN-MOT-DICO UNTIL FIN-FICHIER-DICO.
           CLOSE F-DICO.
           IF WS-NB-DICO-DEBORDES > 0
               DISPLAY "ATTENTION : " WS-NB-DICO-DEBORDES
                   " mots du dictionnaire au-dela de la table,"
                   " ignores - des mots legaux seront refuses a tort."
           END-IF.

       LIRE-UN-MOT-DICO.
           READ F-DICO
               AT END SET FIN-FICHIER-DICO TO TRUE
           END-READ.

       GARDER-UN-MOT-DICO.
           IF FS-ENR-DICO (16:45) = SPACES
               IF WS-NB-DICO < WS-NB-DICO-MAX
                   ADD 1 TO WS-NB-DICO
                   MOVE FS-ENR-DICO TO WS-MOT-DICO (WS-NB-DICO)
                   INSPECT WS-MOT-DICO (WS-NB-DICO) CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               ELSE
                   ADD 1 TO WS-NB-DICO-DEBORDES
               END-IF
           END-IF.
           PERFORM LIRE-UN-MOT-DICO.

      ****************************************************************
      * Plateau : vierge pour une nouvelle partie, sinon relu de     *
      * PLATEAU.DAT avec le compte des coups de COUPS.DAT            *
      ****************************************************************
       NOUVELLE-PARTIE.
           MOVE ALL "." TO WS-PLATEAU.
           OPEN OUTPUT F-COUPS.
           CLOSE F-COUPS.
           PERFORM SAUVEGARDER-PLATEAU.
           DISPLAY "Nouvelle partie : plateau vierge.".

       CHARGER-PARTIE.
           MOVE ALL "." TO WS-PLATEAU.
           OPEN INPUT F-PLATEAU.
           IF WS-FS-PLATEAU = "00"
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 15
                   READ F-PLATEAU
                       AT END MOVE 16 TO WS-R
                   END-READ
                   IF WS-R NOT > 15
                       MOVE FP-ENR-LIGNE TO WS-PLATEAU-LIGNE (WS-R)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE F-PLATEAU.
           INSPECT WS-PLATEAU REPLACING ALL SPACE BY ".".
           OPEN INPUT F-COUPS.
           IF WS-FS-COUPS NOT = "00"
               SET FIN-FICHIER-COUPS TO TRUE
           END-IF.
           PERFORM COMPTER-UN-COUP UNTIL FIN-FICHIER-COUPS.
           CLOSE F-COUPS.
           DISPLAY "Partie reprise apres " WS-NB-COUPS " coup(s), "
               WS-TOTAL-PARTIE " point(s).".

       COMPTER-UN-COUP.
           READ F-COUPS
               AT END SET FIN-FICHIER-COUPS TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-COUPS
               ADD 1 TO WS-NB-COUPS
               ADD FC-SCORE TO WS-TOTAL-PARTIE
           END-IF.

       SAUVEGARDER-PLATEAU.
           OPEN OUTPUT F-PLATEAU.
           IF WS-FS-PLATEAU NOT = "00" AND WS-FS-PLATEAU NOT = "05"
               DISPLAY "Erreur ouverture PLATEAU.DAT. FILE STATUS: "
                   WS-FS-PLATEAU
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 15
               MOVE WS-PLATEAU-LIGNE (WS-R) TO FP-ENR-LIGNE
               WRITE FP-ENR-LIGNE
               END-WRITE
           END-PERFORM.
           CLOSE F-PLATEAU.

       AFFICHER-PLATEAU.
           DISPLAY "    ABCDEFGHIJKLMNO".
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 15
               DISPLAY "  " WS-R WS-PLATEAU-LIGNE (WS-R)
           END-PERFORM.

       SAISIR-UN-COUP.
           DISPLAY "Mot a poser (vide = fin de seance) : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-MOT.
           ACCEPT WS-MOT.
           IF WS-MOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Case de depart (ex. H8) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-CASE-DEPART.
           ACCEPT WS-CASE-DEPART.
           DISPLAY "Sens (H horizontal, V vertical) : "
               WITH NO ADVANCING.
           ACCEPT WS-SENS.
           INSPECT WS-MOT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CASE-DEPART CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-SENS CONVERTING 'hv' TO 'HV'.

      ****************************************************************
      * Un coup : controle de la pose sur un plateau d'essai, puis   *
      * des mots formes et de leurs points ; le plateau n'est garde  *
      * que si le coup est valide                                    *
      ****************************************************************
       JOUER-UN-COUP.
           PERFORM CONTROLER-POSE.
           IF COUP-VALIDE
               PERFORM NOTER-MOTS-FORMES
           END-IF.
           IF COUP-VALIDE
               ADD 1 TO WS-NB-COUPS
               ADD WS-SCORE-COUP TO WS-TOTAL-PARTIE
               MOVE WS-ESSAI TO WS-PLATEAU
               PERFORM SAUVEGARDER-PLATEAU
               PERFORM TRACER-COUP
               DISPLAY "Coup " WS-NB-COUPS " : " FUNCTION TRIM(WS-MOT)
                   " en " WS-CASE-DEPART " " WS-SENS " marque "
                   WS-SCORE-COUP " point(s)."
               PERFORM AFFICHER-PLATEAU
           END-IF.
           PERFORM SAISIR-UN-COUP.

      * Pose des lettres sur le plateau d'essai : le mot tient dans
      * le plateau, chaque case est vide ou porte deja la meme
      * lettre, une a sept lettres sont posees, et le coup passe par
      * H8 (premier coup) ou touche une lettre du jeu.
       CONTROLER-POSE.
           MOVE "N" TO WS-COUP-VALIDE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MOT)) TO WS-LONG-MOT.
           MOVE 0 TO WS-COL.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
               IF WS-COLONNES (WS-I:1) = WS-CASE-DEPART (1:1)
                   MOVE WS-I TO WS-COL
               END-IF
           END-PERFORM.
           MOVE WS-CASE-DEPART (2:2) TO WS-LIGNE-SAISIE.
           MOVE 0 TO WS-LIG.
           IF FUNCTION TRIM(WS-LIGNE-SAISIE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-LIGNE-SAISIE) TO WS-LIG
           END-IF.
           IF WS-COL = 0 OR WS-LIG = 0 OR WS-LIG > 15
               DISPLAY "Case de depart invalide : " WS-CASE-DEPART
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-SENS
               WHEN "H"
                   MOVE 0 TO WS-DL
                   MOVE 1 TO WS-DC
               WHEN "V"
                   MOVE 1 TO WS-DL
                   MOVE 0 TO WS-DC
               WHEN OTHER
                   DISPLAY "Sens invalide : " WS-SENS
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-LIG + WS-DL * (WS-LONG-MOT - 1) > 15
               OR WS-COL + WS-DC * (WS-LONG-MOT - 1) > 15
               DISPLAY "Le mot deborde du plateau."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PLATEAU TO WS-ESSAI.
           MOVE ALL "." TO WS-NOUVELLES.
           MOVE 0 TO WS-NB-POSEES.
           MOVE "N" TO WS-CONTACT.
           MOVE "O" TO WS-PLATEAU-VIDE.
           IF WS-PLATEAU NOT = ALL "."
               MOVE "N" TO WS-PLATEAU-VIDE
           END-IF.
           MOVE "O" TO WS-COUP-VALIDE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LONG-MOT OR NOT COUP-VALIDE
               PERFORM POSER-UNE-LETTRE
           END-PERFORM.
           IF NOT COUP-VALIDE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COUP-VALIDE.
           IF WS-NB-POSEES = 0
               DISPLAY "Aucune lettre posee : le mot est deja en place."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-POSEES > 7
               DISPLAY "Plus de sept lettres posees : un chevalet n'en "
                   "porte que sept."
               EXIT PARAGRAPH
           END-IF.
           IF PLATEAU-VIDE
               IF WS-NOUVELLE-LIGNE (8) (8:1) NOT = "O"
                   DISPLAY "Le premier mot doit passer par H8."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NOT COUP-EN-CONTACT
                   DISPLAY "Le mot ne touche aucune lettre du jeu."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "O" TO WS-COUP-VALIDE.

      * La lettre WS-I du mot, a sa case : posee si la case est vide,
      * reprise si elle porte deja la meme lettre. Une lettre posee
      * a cote d'une lettre du jeu met le coup en contact.
       POSER-UNE-LETTRE.
           COMPUTE WS-R = WS-LIG + WS-DL * (WS-I - 1).
           COMPUTE WS-C = WS-COL + WS-DC * (WS-I - 1).
           MOVE WS-MOT (WS-I:1) TO WS-LETTRE.
           IF WS-LETTRE < "A" OR WS-LETTRE > "Z"
               DISPLAY "Lettre invalide dans le mot : " WS-LETTRE
               MOVE "N" TO WS-COUP-VALIDE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ESSAI-LIGNE (WS-R) (WS-C:1) NOT = "."
               IF WS-ESSAI-LIGNE (WS-R) (WS-C:1) NOT = WS-LETTRE
                   DISPLAY "Case " WS-COLONNES (WS-C:1) WS-R
                       " deja occupee par "
                       WS-ESSAI-LIGNE (WS-R) (WS-C:1) "."
                   MOVE "N" TO WS-COUP-VALIDE
               ELSE
                   MOVE "O" TO WS-CONTACT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LETTRE TO WS-ESSAI-LIGNE (WS-R) (WS-C:1).
           MOVE "O" TO WS-NOUVELLE-LIGNE (WS-R) (WS-C:1).
           ADD 1 TO WS-NB-POSEES.
           IF WS-R > 1
               IF WS-PLATEAU-LIGNE (WS-R - 1) (WS-C:1) NOT = "."
                   MOVE "O" TO WS-CONTACT
               END-IF
           END-IF.
           IF WS-R < 15
               IF WS-PLATEAU-LIGNE (WS-R + 1) (WS-C:1) NOT = "."
                   MOVE "O" TO WS-CONTACT
               END-IF
           END-IF.
           IF WS-C > 1
               IF WS-PLATEAU-LIGNE (WS-R) (WS-C - 1:1) NOT = "."
                   MOVE "O" TO WS-CONTACT
               END-IF
           END-IF.
           IF WS-C < 15
               IF WS-PLATEAU-LIGNE (WS-R) (WS-C + 1:1) NOT = "."
                   MOVE "O" TO WS-CONTACT
               END-IF
           END-IF.

      ****************************************************************
      * Mots formes par le coup : le mot principal, prolonge des     *
      * lettres du jeu qui le touchent, puis pour chaque lettre      *
      * posee le mot transversal qu'elle forme. Chaque mot de deux   *
      * lettres ou plus doit etre au dictionnaire et marque ses      *
      * points ; les sept lettres posees valent la prime de 50       *
      ****************************************************************
       NOTER-MOTS-FORMES.
           MOVE "O" TO WS-COUP-VALIDE.
           MOVE 0 TO WS-SCORE-COUP.
           MOVE 0 TO WS-NB-MOTS-FORMES.
           MOVE WS-LIG TO WS-FORME-LIG.
           MOVE WS-COL TO WS-FORME-COL.
           MOVE WS-DL TO WS-FORME-DL.
           MOVE WS-DC TO WS-FORME-DC.
           PERFORM NOTER-UN-MOT-FORME.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LONG-MOT OR NOT COUP-VALIDE
               COMPUTE WS-FORME-LIG = WS-LIG + WS-DL * (WS-I - 1)
               COMPUTE WS-FORME-COL = WS-COL + WS-DC * (WS-I - 1)
               IF WS-NOUVELLE-LIGNE (WS-FORME-LIG) (WS-FORME-COL:1)
                   = "O"
                   MOVE WS-DC TO WS-FORME-DL
                   MOVE WS-DL TO WS-FORME-DC
                   PERFORM NOTER-UN-MOT-FORME
               END-IF
           END-PERFORM.
           IF NOT COUP-VALIDE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-MOTS-FORMES = 0
               DISPLAY "Le coup ne forme aucun mot de deux lettres."
               MOVE "N" TO WS-COUP-VALIDE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-POSEES = 7
               ADD WS-PRIME-SEPT TO WS-SCORE-COUP
               DISPLAY "  Sept lettres posees : prime de "
                   WS-PRIME-SEPT " points."
           END-IF.

      * Mot lu sur le plateau d'essai a travers la case
      * WS-FORME-LIG / WS-FORME-COL dans le sens WS-FORME-DL /
      * WS-FORME-DC : recul jusqu'a sa premiere lettre, puis lecture
      * lettre a lettre. Les primes ne jouent que sous les lettres
      * posees par le coup.
       NOTER-UN-MOT-FORME.
           MOVE "N" TO WS-BORD-MOT.
           PERFORM RECULER-D-UNE-CASE UNTIL BORD-DU-MOT.
           MOVE SPACES TO WS-MOT-FORME.
           MOVE 0 TO WS-LONG-FORME.
           MOVE 0 TO WS-SOMME-FORME.
           MOVE 1 TO WS-MULT-MOT.
           MOVE "N" TO WS-BORD-MOT.
           PERFORM LIRE-UNE-LETTRE-FORMEE UNTIL BORD-DU-MOT.
           IF WS-LONG-FORME < 2
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MOT-CONNU.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-DICO OR MOT-AU-DICTIONNAIRE
               IF WS-MOT-DICO (WS-J) = WS-MOT-FORME
                   SET MOT-AU-DICTIONNAIRE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT MOT-AU-DICTIONNAIRE
               DISPLAY "Mot refuse, absent du dictionnaire : "
                   FUNCTION TRIM(WS-MOT-FORME)
               MOVE "N" TO WS-COUP-VALIDE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SCORE-FORME = WS-SOMME-FORME * WS-MULT-MOT.
           ADD WS-SCORE-FORME TO WS-SCORE-COUP.
           ADD 1 TO WS-NB-MOTS-FORMES.
           DISPLAY "  " WS-MOT-FORME " : " WS-SCORE-FORME.

      * Recul d'une case tant que la case precedente, dans le
      * plateau, porte une lettre.
       RECULER-D-UNE-CASE.
           IF WS-FORME-LIG - WS-FORME-DL < 1
               OR WS-FORME-COL - WS-FORME-DC < 1
               SET BORD-DU-MOT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ESSAI-LIGNE (WS-FORME-LIG - WS-FORME-DL)
                   (WS-FORME-COL - WS-FORME-DC:1) = "."
               SET BORD-DU-MOT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-FORME-DL FROM WS-FORME-LIG.
           SUBTRACT WS-FORME-DC FROM WS-FORME-COL.

       LIRE-UNE-LETTRE-FORMEE.
           ADD 1 TO WS-LONG-FORME.
           MOVE WS-ESSAI-LIGNE (WS-FORME-LIG) (WS-FORME-COL:1)
               TO WS-LETTRE.
           MOVE WS-LETTRE TO WS-MOT-FORME (WS-LONG-FORME:1).
           PERFORM VALEUR-LETTRE.
           IF WS-NOUVELLE-LIGNE (WS-FORME-LIG) (WS-FORME-COL:1) = "O"
               EVALUATE WS-PRIME-LIGNE (WS-FORME-LIG)
                       (WS-FORME-COL:1)
                   WHEN "C"
                       COMPUTE WS-VALEUR = WS-VALEUR * 2
                   WHEN "B"
                       COMPUTE WS-VALEUR = WS-VALEUR * 3
                   WHEN "P"
                       COMPUTE WS-MULT-MOT = WS-MULT-MOT * 2
                   WHEN "R"
                       COMPUTE WS-MULT-MOT = WS-MULT-MOT * 3
               END-EVALUATE
           END-IF.
           ADD WS-VALEUR TO WS-SOMME-FORME.
           ADD WS-FORME-DL TO WS-FORME-LIG.
           ADD WS-FORME-DC TO WS-FORME-COL.
           IF WS-FORME-LIG > 15 OR WS-FORME-COL > 15
               SET BORD-DU-MOT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ESSAI-LIGNE (WS-FORME-LIG) (WS-FORME-COL:1) = "."
               SET BORD-DU-MOT TO TRUE
           END-IF.

      * Valeur de WS-LETTRE, au bareme de SCRABBLE-SCORE.
       VALEUR-LETTRE.
           EVALUATE WS-LETTRE
               WHEN "D"
               WHEN "G"
                   MOVE 2 TO WS-VALEUR
               WHEN "B"
               WHEN "C"
               WHEN "M"
               WHEN "P"
                   MOVE 3 TO WS-VALEUR
               WHEN "F"
               WHEN "H"
               WHEN "V"
               WHEN "W"
               WHEN "Y"
                   MOVE 4 TO WS-VALEUR
               WHEN "K"
                   MOVE 5 TO WS-VALEUR
               WHEN "J"
               WHEN "X"
                   MOVE 8 TO WS-VALEUR
               WHEN "Q"
               WHEN "Z"
                   MOVE 10 TO WS-VALEUR
               WHEN OTHER
                   MOVE 1 TO WS-VALEUR
           END-EVALUATE.

       TRACER-COUP.
           OPEN EXTEND F-COUPS.
           IF WS-FS-COUPS NOT = "00" AND WS-FS-COUPS NOT = "05"
               DISPLAY "Erreur ouverture COUPS.DAT. FILE STATUS: "
                   WS-FS-COUPS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NB-COUPS TO FC-NO-COUP.
           MOVE WS-MOT TO FC-MOT.
           MOVE WS-CASE-DEPART TO FC-CASE.
           MOVE WS-SENS TO FC-SENS.
           MOVE WS-NB-POSEES TO FC-TUILES.
           MOVE WS-SCORE-COUP TO FC-SCORE.
           WRITE FC-ENR-COUP.
           CLOSE F-COUPS.
