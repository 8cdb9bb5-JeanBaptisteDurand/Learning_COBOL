       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-SCORES.

      * Controle de vraisemblance des fichiers de scores : n'importe
      * qui peut ajouter une ligne a SCORES_<joueur>.DAT, et le
      * classement a deja montre des totaux qu'aucune partie de
      * YACHT ne peut produire. La fonction V passe en revue le
      * fichier de chaque joueur du roster JOUEURS.DAT et met en
      * quarantaine, dans QUARANTAINE.DAT avec son motif, toute
      * ligne :
      *   - negative ou non numerique ;
      *   - au-dela du maximum theorique d'une partie (297 : 105 en
      *     section haute, 28 au FULL HOUSE, 24 au FOUR OF A KIND,
      *     30 a chaque suite et au CHOICE, 50 au YACHT ; la prime
      *     de la section haute ne compte pas au total) ;
      *   - repetant le score precedent dans une rafale : les deux
      *     parties horodatees par YACHTHIS.DAT a moins de 10
      *     minutes l'une de l'autre, ou, sans feuille de marque pour
      *     les horodater, a partir du 3e score identique d'affilee.
      * Une ligne deja en quarantaine (ou liberee) n'y est pas remise.
      * CLASSEMENT-JOUEURS, CLOTURE-SAISON et le rating de YACHT
      * ignorent les scores en quarantaine tant qu'ils ne sont pas
      * revus. La fonction R est cette revue : chaque score en
      * attente est libere (il compte de nouveau) ou rejete (il
      * reste ecarte). Un total retenu par YACHT en fin de partie
      * (ligne 0, jamais ecrit au fichier) y est ecrit s'il est
      * libere.
      * Codes retour : 0, 4 nouveaux scores mis en quarantaine,
      * 8 fonction inconnue, 99 roster illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ROSTER ASSIGN TO "JOUEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.
           SELECT OPTIONAL F-SCORES
               ASSIGN TO DYNAMIC WS-NOM-FICHIER-SCORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCORES.
           SELECT OPTIONAL F-HISTORIQUE ASSIGN TO "YACHTHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIQUE.
           SELECT OPTIONAL F-QUARANTAINE ASSIGN TO "QUARANTAINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUARANTAINE.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne de roster, au format tenu par YACHT (nom + rating).
       FD F-ROSTER.
       01 FS-ENR-ROSTER.
           05 FR-NOM   PIC X(20).
           05 FR-RESTE PIC X(11).

       FD F-SCORES.
       01 FS-ENR-SCORE PIC X(3).

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

      * Un score en quarantaine : joueur, ligne du fichier de scores
      * (0 = total retenu par YACHT), score tel que lu, motif (M
      * maximum, N negatif, X non numerique, R rafale) et son
      * libelle, date de mise en quarantaine, statut (Q en attente
      * de revue, L libere, R rejete a la revue).
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
       01 WS-FS-ROSTER      PIC X(02).
       01 WS-FS-SCORES      PIC X(02).
       01 WS-FS-HISTORIQUE  PIC X(02).
       01 WS-FS-QUARANTAINE PIC X(02).
       01 WS-FIN-ROSTER     PIC X(01) VALUE "N".
           88 FIN-FICHIER-ROSTER VALUE "O".
       01 WS-FIN-SCORES     PIC X(01).
           88 FIN-FICHIER-SCORES VALUE "O".
       01 WS-FIN-HISTORIQUE PIC X(01) VALUE "N".
           88 FIN-FICHIER-HISTORIQUE VALUE "O".
       01 WS-FIN-QUARANTAINE PIC X(01) VALUE "N".
           88 FIN-FICHIER-QUARANTAINE VALUE "O".

       01 WS-FONCTION       PIC X(01).
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-NOM-FICHIER-SCORES PIC X(30).

      * Regles de vraisemblance.
       01 WS-SCORE-MAXIMUM  PIC 9(3) VALUE 297.
       01 WS-DELAI-RAFALE   PIC 9(3) VALUE 10.
       01 WS-SEUIL-RAFALE   PIC 9(2) VALUE 3.

      * La quarantaine chargee en table, au format de
      * FQ-ENR-QUARANTAINE.
       01 WS-NB-QR-MAX      PIC 9(3) VALUE 500.
       01 WS-NB-QR          PIC 9(3) VALUE 0.
       01 WS-TABLE-QUARANTAINE.
           05 WS-QR-ENTRY OCCURS 500 TIMES.
               10 WS-QR-NOM     PIC X(20).
               10 WS-QR-LIGNE   PIC 9(4).
               10 WS-QR-SCORE   PIC X(4).
               10 WS-QR-MOTIF   PIC X(1).
               10 WS-QR-LIBELLE PIC X(40).
               10 WS-QR-DATE    PIC 9(8).
               10 WS-QR-STATUT  PIC X(1).
       01 WS-Q              PIC 9(3).
       01 WS-QR-TROUVE      PIC 9(3).

      * Les feuilles de marque de YACHTHIS.DAT : joueur, total et
      * fin de partie en minutes, pour horodater les scores.
       01 WS-NB-HI-MAX      PIC 9(4) VALUE 2000.
       01 WS-NB-HI          PIC 9(4) VALUE 0.
       01 WS-TABLE-HISTORIQUE.
           05 WS-HI-ENTRY OCCURS 2000 TIMES.
               10 WS-HI-NOM     PIC X(20).
               10 WS-HI-TOTAL   PIC 9(4).
               10 WS-HI-MINUTES PIC 9(9).
               10 WS-HI-UTILISE PIC X(1).
       01 WS-H              PIC 9(4).
       01 WS-HEURE-FIN.
           05 WS-HF-HEURES  PIC 9(2).
           05 WS-HF-MINUTES PIC 9(2).
           05 WS-HF-SECONDES PIC 9(2).

      * Ligne en cours de controle.
       01 WS-NO-LIGNE       PIC 9(4).
       01 WS-NB-MOINS       PIC 9(2).
       01 WS-SCORE-CADRE    PIC X(3) JUSTIFIED RIGHT.
       01 WS-SCORE-NUM REDEFINES WS-SCORE-CADRE PIC 9(3).
       01 WS-SCORE-LU       PIC 9(3).
       01 WS-MOTIF          PIC X(1).
       01 WS-LIBELLE        PIC X(40).
       01 WS-MINUTES        PIC 9(9).
       01 WS-ECART-MINUTES  PIC S9(9).
       01 WS-ECART-EDIT     PIC Z(8)9.

      * Score precedent du joueur, pour les rafales.
       01 WS-PREC-CONNU     PIC X(01).
           88 SCORE-PRECEDENT-CONNU VALUE "O".
       01 WS-PREC-SCORE     PIC 9(3).
       01 WS-PREC-MINUTES   PIC 9(9).
       01 WS-SERIE          PIC 9(4).
       01 WS-SERIE-EDIT     PIC Z(3)9.

      * Compteurs de la passe et de la revue.
       01 WS-NB-JOUEURS     PIC 9(02) VALUE 0.
       01 WS-NB-LIGNES      PIC 9(05) VALUE 0.
       01 WS-NB-NOUVELLES   PIC 9(04) VALUE 0.
       01 WS-NB-DEJA        PIC 9(04) VALUE 0.
       01 WS-NB-ATTENTE     PIC 9(04) VALUE 0.
       01 WS-NB-LIBERES     PIC 9(04) VALUE 0.
       01 WS-NB-REJETES     PIC 9(04) VALUE 0.
       01 WS-DECISION       PIC X(01).
       01 WS-TOTAL-RETENU   PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Fonction (V validation des fichiers de scores, "
               "R revue de la quarantaine) : " WITH NO ADVANCING.
           ACCEPT WS-FONCTION.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           EVALUATE WS-FONCTION
               WHEN "V"
               WHEN "v"
                   PERFORM VALIDER-SCORES
               WHEN "R"
               WHEN "r"
                   PERFORM REVOIR-QUARANTAINE
               WHEN OTHER
                   DISPLAY "Fonction inconnue : " WS-FONCTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Passe de validation : chaque fichier de scores du roster,    *
      * ligne a ligne, contre les regles de vraisemblance            *
      ****************************************************************
       VALIDER-SCORES.
           PERFORM CHARGER-QUARANTAINE.
           PERFORM CHARGER-HISTORIQUE.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "Erreur ouverture JOUEURS.DAT. FILE STATUS: "
                   WS-FS-ROSTER
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-ROSTER.
           PERFORM CONTROLER-UN-JOUEUR UNTIL FIN-FICHIER-ROSTER.
           CLOSE F-ROSTER.
           IF WS-NB-NOUVELLES > 0
               PERFORM REECRIRE-QUARANTAINE
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY WS-NB-JOUEURS " fichier(s) de scores controle(s), "
               WS-NB-LIGNES " score(s) lu(s).".
           DISPLAY WS-NB-NOUVELLES " score(s) mis en quarantaine, "
               WS-NB-DEJA " deja en quarantaine ou revu(s).".
           IF WS-NB-NOUVELLES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIRE-ROSTER.
           READ F-ROSTER
               AT END
                   SET FIN-FICHIER-ROSTER TO TRUE
           END-READ.

       CONTROLER-UN-JOUEUR.
           IF FR-NOM = SPACES
               PERFORM LIRE-ROSTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOMMER-FICHIER-SCORES.
           MOVE "N" TO WS-FIN-SCORES.
           OPEN INPUT F-SCORES.
           IF WS-FS-SCORES NOT = "00"
               DISPLAY "Joueur sans fichier de scores : " FR-NOM
               CLOSE F-SCORES
               PERFORM LIRE-ROSTER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-JOUEURS.
           MOVE 0 TO WS-NO-LIGNE.
           MOVE "N" TO WS-PREC-CONNU.
           MOVE 0 TO WS-SERIE.
           PERFORM LIRE-UN-SCORE.
           PERFORM CONTROLER-UNE-LIGNE UNTIL FIN-FICHIER-SCORES.
           CLOSE F-SCORES.
           PERFORM LIRE-ROSTER.

       NOMMER-FICHIER-SCORES.
           MOVE SPACES TO WS-NOM-FICHIER-SCORES.
           STRING "SCORES_" DELIMITED BY SIZE
               FUNCTION TRIM(FR-NOM) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-SCORES
           END-STRING.

       LIRE-UN-SCORE.
           READ F-SCORES
               AT END
                   SET FIN-FICHIER-SCORES TO TRUE
           END-READ.

      * Une ligne du fichier : les lignes sont numerotees blancs
      * compris, comme CLASSEMENT-JOUEURS et CLOTURE-SAISON les
      * relisent.
       CONTROLER-UNE-LIGNE.
           ADD 1 TO WS-NO-LIGNE.
           IF FS-ENR-SCORE = SPACES
               PERFORM LIRE-UN-SCORE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           MOVE SPACE TO WS-MOTIF.
           MOVE 0 TO WS-NB-MOINS.
           INSPECT FS-ENR-SCORE TALLYING WS-NB-MOINS FOR ALL "-".
           MOVE FUNCTION TRIM(FS-ENR-SCORE) TO WS-SCORE-CADRE.
           INSPECT WS-SCORE-CADRE REPLACING LEADING SPACE BY "0".
           EVALUATE TRUE
               WHEN WS-NB-MOINS > 0
                   MOVE "N" TO WS-MOTIF
                   MOVE "score negatif" TO WS-LIBELLE
               WHEN WS-SCORE-CADRE IS NOT NUMERIC
                   MOVE "X" TO WS-MOTIF
                   MOVE "score non numerique" TO WS-LIBELLE
               WHEN WS-SCORE-NUM > WS-SCORE-MAXIMUM
                   MOVE "M" TO WS-MOTIF
                   MOVE SPACES TO WS-LIBELLE
                   STRING "au-dela du maximum de " DELIMITED BY SIZE
                       WS-SCORE-MAXIMUM DELIMITED BY SIZE
                       " points" DELIMITED BY SIZE
                       INTO WS-LIBELLE
                   END-STRING
               WHEN OTHER
                   MOVE WS-SCORE-NUM TO WS-SCORE-LU
                   PERFORM DETECTER-RAFALE
           END-EVALUATE.
           IF WS-MOTIF NOT = SPACE
               PERFORM METTRE-EN-QUARANTAINE
           END-IF.
           PERFORM LIRE-UN-SCORE.

      ****************************************************************
      * Rafale : un score identique au precedent compte comme rafale *
      * si les deux parties sont horodatees a moins de               *
      * WS-DELAI-RAFALE minutes, ou si, faute d'horodatage, il est   *
      * le WS-SEUIL-RAFALE-ieme (ou plus) d'affilee                  *
      ****************************************************************
       DETECTER-RAFALE.
           PERFORM HORODATER-SCORE.
           IF SCORE-PRECEDENT-CONNU
               AND WS-SCORE-LU = WS-PREC-SCORE
               ADD 1 TO WS-SERIE
               IF WS-MINUTES > 0 AND WS-PREC-MINUTES > 0
                   COMPUTE WS-ECART-MINUTES =
                       WS-MINUTES - WS-PREC-MINUTES
                   IF WS-ECART-MINUTES < 0
                       COMPUTE WS-ECART-MINUTES = 0 - WS-ECART-MINUTES
                   END-IF
                   IF WS-ECART-MINUTES < WS-DELAI-RAFALE
                       MOVE WS-ECART-MINUTES TO WS-ECART-EDIT
                       MOVE "R" TO WS-MOTIF
                       MOVE SPACES TO WS-LIBELLE
                       STRING "rafale : meme score "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ECART-EDIT)
                           DELIMITED BY SIZE
                           " min apres" DELIMITED BY SIZE
                           INTO WS-LIBELLE
                       END-STRING
                   END-IF
               ELSE
                   IF WS-SERIE >= WS-SEUIL-RAFALE
                       MOVE WS-SERIE TO WS-SERIE-EDIT
                       MOVE "R" TO WS-MOTIF
                       MOVE SPACES TO WS-LIBELLE
                       STRING "rafale : " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SERIE-EDIT)
                           DELIMITED BY SIZE
                           "e score identique de suite"
                           DELIMITED BY SIZE
                           INTO WS-LIBELLE
                       END-STRING
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO WS-SERIE
           END-IF.
           MOVE "O" TO WS-PREC-CONNU.
           MOVE WS-SCORE-LU TO WS-PREC-SCORE.
           MOVE WS-MINUTES TO WS-PREC-MINUTES.

      * Heure de fin de la partie qui a produit le score : la
      * premiere feuille de marque non encore rapprochee du joueur
      * avec ce total (0 = aucune, score non horodate). Les noms de
      * partie font 15 caracteres, ceux du roster 20.
       HORODATER-SCORE.
           MOVE 0 TO WS-MINUTES.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NB-HI OR WS-MINUTES > 0
               IF WS-HI-UTILISE (WS-H) = "N"
                   AND WS-HI-NOM (WS-H) (1:15) = FR-NOM (1:15)
                   AND WS-HI-TOTAL (WS-H) = WS-SCORE-LU
                   MOVE "O" TO WS-HI-UTILISE (WS-H)
                   MOVE WS-HI-MINUTES (WS-H) TO WS-MINUTES
               END-IF
           END-PERFORM.

      * Une ligne deja connue de la quarantaine (quel que soit son
      * statut) n'y est pas remise : un score libere reste libere.
       METTRE-EN-QUARANTAINE.
           MOVE 0 TO WS-QR-TROUVE.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-NB-QR OR WS-QR-TROUVE > 0
               IF WS-QR-NOM (WS-Q) = FR-NOM
                   AND WS-QR-LIGNE (WS-Q) = WS-NO-LIGNE
                   AND WS-QR-SCORE (WS-Q) = FS-ENR-SCORE
                   MOVE WS-Q TO WS-QR-TROUVE
               END-IF
           END-PERFORM.
           IF WS-QR-TROUVE > 0
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-QR >= WS-NB-QR-MAX
               DISPLAY "ATTENTION : quarantaine pleine, score "
                   FS-ENR-SCORE " ligne " WS-NO-LIGNE " de "
                   FUNCTION TRIM(FR-NOM) " non ecarte."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-QR.
           MOVE FR-NOM TO WS-QR-NOM (WS-NB-QR).
           MOVE WS-NO-LIGNE TO WS-QR-LIGNE (WS-NB-QR).
           MOVE FS-ENR-SCORE TO WS-QR-SCORE (WS-NB-QR).
           MOVE WS-MOTIF TO WS-QR-MOTIF (WS-NB-QR).
           MOVE WS-LIBELLE TO WS-QR-LIBELLE (WS-NB-QR).
           MOVE WS-DATE-DU-JOUR TO WS-QR-DATE (WS-NB-QR).
           MOVE "Q" TO WS-QR-STATUT (WS-NB-QR).
           ADD 1 TO WS-NB-NOUVELLES.
           DISPLAY "Quarantaine : " FUNCTION TRIM(FR-NOM)
               " ligne " WS-NO-LIGNE " score [" FS-ENR-SCORE "] - "
               FUNCTION TRIM(WS-LIBELLE).

      ****************************************************************
      * Revue de la quarantaine : chaque score en attente est libere *
      * ou rejete ; sans decision il reste en attente                *
      ****************************************************************
       REVOIR-QUARANTAINE.
           PERFORM CHARGER-QUARANTAINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-QR
               IF WS-QR-STATUT (WS-Q) = "Q"
                   ADD 1 TO WS-NB-ATTENTE
               END-IF
           END-PERFORM.
           IF WS-NB-ATTENTE = 0
               DISPLAY "Aucun score en attente de revue."
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-NB-ATTENTE " score(s) en attente de revue.".
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-QR
               IF WS-QR-STATUT (WS-Q) = "Q"
                   PERFORM REVOIR-UN-SCORE
               END-IF
           END-PERFORM.
           PERFORM REECRIRE-QUARANTAINE.
           DISPLAY WS-NB-LIBERES " score(s) libere(s), "
               WS-NB-REJETES " rejete(s).".
           MOVE 0 TO RETURN-CODE.

       REVOIR-UN-SCORE.
           DISPLAY "----------------------------------------------".
           DISPLAY FUNCTION TRIM(WS-QR-NOM (WS-Q)) " ligne "
               WS-QR-LIGNE (WS-Q) " score [" WS-QR-SCORE (WS-Q)
               "] du " WS-QR-DATE (WS-Q) " : "
               FUNCTION TRIM(WS-QR-LIBELLE (WS-Q)).
           DISPLAY "L liberer, R rejeter, vide = plus tard : "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "L"
               WHEN "l"
                   IF WS-QR-LIGNE (WS-Q) = 0
                       PERFORM REINTEGRER-SCORE
                   END-IF
                   IF WS-QR-LIGNE (WS-Q) > 0
                       MOVE "L" TO WS-QR-STATUT (WS-Q)
                       ADD 1 TO WS-NB-LIBERES
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-QR-STATUT (WS-Q)
                   ADD 1 TO WS-NB-REJETES
           END-EVALUATE.

      * Un total retenu par YACHT n'a jamais ete ecrit : libere, il
      * est ajoute au fichier de scores du joueur et la quarantaine
      * note sa ligne. Un total de plus de trois chiffres ne tient
      * pas dans le fichier et reste en attente.
       REINTEGRER-SCORE.
           IF WS-QR-SCORE (WS-Q) IS NOT NUMERIC
               DISPLAY "Total illisible : score laisse en attente."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QR-SCORE (WS-Q) TO WS-TOTAL-RETENU.
           IF WS-TOTAL-RETENU > 999
               DISPLAY "Total sur plus de trois chiffres : score "
                   "laisse en attente."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QR-NOM (WS-Q) TO FR-NOM.
           PERFORM NOMMER-FICHIER-SCORES.
           MOVE 0 TO WS-NO-LIGNE.
           MOVE "N" TO WS-FIN-SCORES.
           OPEN INPUT F-SCORES.
           IF WS-FS-SCORES NOT = "00"
               SET FIN-FICHIER-SCORES TO TRUE
           END-IF.
           PERFORM COMPTER-UNE-LIGNE UNTIL FIN-FICHIER-SCORES.
           CLOSE F-SCORES.
           OPEN EXTEND F-SCORES.
           IF WS-FS-SCORES NOT = "00" AND WS-FS-SCORES NOT = "05"
               DISPLAY "Erreur ouverture " WS-NOM-FICHIER-SCORES
                   ". FILE STATUS: " WS-FS-SCORES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOTAL-RETENU TO WS-SCORE-LU.
           MOVE WS-SCORE-LU TO FS-ENR-SCORE.
           WRITE FS-ENR-SCORE.
           CLOSE F-SCORES.
           ADD 1 TO WS-NO-LIGNE.
           MOVE WS-NO-LIGNE TO WS-QR-LIGNE (WS-Q).
           MOVE FS-ENR-SCORE TO WS-QR-SCORE (WS-Q).
           DISPLAY "Score ecrit en ligne " WS-NO-LIGNE " de "
               WS-NOM-FICHIER-SCORES.

       COMPTER-UNE-LIGNE.
           PERFORM LIRE-UN-SCORE.
           IF NOT FIN-FICHIER-SCORES
               ADD 1 TO WS-NO-LIGNE
           END-IF.

      ****************************************************************
      * Chargement et reecriture de QUARANTAINE.DAT, chargement des  *
      * feuilles de marque de YACHTHIS.DAT                           *
      ****************************************************************
       CHARGER-QUARANTAINE.
           MOVE 0 TO WS-NB-QR.
           OPEN INPUT F-QUARANTAINE.
           IF WS-FS-QUARANTAINE NOT = "00"
               SET FIN-FICHIER-QUARANTAINE TO TRUE
           END-IF.
           PERFORM CHARGER-UNE-QUARANTAINE
               UNTIL FIN-FICHIER-QUARANTAINE.
           CLOSE F-QUARANTAINE.

       CHARGER-UNE-QUARANTAINE.
           READ F-QUARANTAINE
               AT END
                   SET FIN-FICHIER-QUARANTAINE TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-QUARANTAINE
               AND FQ-NOM NOT = SPACES
               IF WS-NB-QR < WS-NB-QR-MAX
                   ADD 1 TO WS-NB-QR
                   MOVE FQ-ENR-QUARANTAINE TO WS-QR-ENTRY (WS-NB-QR)
               ELSE
                   DISPLAY "ATTENTION : QUARANTAINE.DAT au-dela de "
                       WS-NB-QR-MAX " lignes, fin ignoree."
                   SET FIN-FICHIER-QUARANTAINE TO TRUE
               END-IF
           END-IF.

       REECRIRE-QUARANTAINE.
           OPEN OUTPUT F-QUARANTAINE.
           IF WS-FS-QUARANTAINE NOT = "00"
               AND WS-FS-QUARANTAINE NOT = "05"
               DISPLAY "Erreur ouverture QUARANTAINE.DAT. "
                   "FILE STATUS: " WS-FS-QUARANTAINE
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-QR
               MOVE WS-QR-ENTRY (WS-Q) TO FQ-ENR-QUARANTAINE
               WRITE FQ-ENR-QUARANTAINE
               END-WRITE
           END-PERFORM.
           CLOSE F-QUARANTAINE.

       CHARGER-HISTORIQUE.
           OPEN INPUT F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-IF.
           PERFORM CHARGER-UNE-FEUILLE UNTIL FIN-FICHIER-HISTORIQUE.
           CLOSE F-HISTORIQUE.

      * Fin de partie en minutes depuis l'origine du calendrier.
       CHARGER-UNE-FEUILLE.
           READ F-HISTORIQUE
               AT END
                   SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-HISTORIQUE
               AND FH-DATE IS NUMERIC AND FH-DATE > 16010101
               AND FH-HEURE IS NUMERIC
               AND WS-NB-HI < WS-NB-HI-MAX
               ADD 1 TO WS-NB-HI
               MOVE FH-NOM TO WS-HI-NOM (WS-NB-HI)
               MOVE FH-TOTAL TO WS-HI-TOTAL (WS-NB-HI)
               MOVE FH-HEURE TO WS-HEURE-FIN
               COMPUTE WS-HI-MINUTES (WS-NB-HI) =
                   FUNCTION INTEGER-OF-DATE (FH-DATE) * 1440
                   + WS-HF-HEURES * 60 + WS-HF-MINUTES
               MOVE "N" TO WS-HI-UTILISE (WS-NB-HI)
           END-IF.
