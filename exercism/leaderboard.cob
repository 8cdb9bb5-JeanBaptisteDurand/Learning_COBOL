      * table a cle descendante et de SEARCH ALL que high-scores
      * emploie pour un joueur seul. Fini l'ouverture des fichiers
      * un par un pour savoir qui mene la saison.
      * Les scores que CONTROLE-SCORES a mis en quarantaine
      * (QUARANTAINE.DAT), en attente de revue ou rejetes, ne
      * comptent pas ; un score libere a la revue compte de nouveau.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-FICHIER-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT OPTIONAL F-QUARANTAINE ASSIGN TO "QUARANTAINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUARANTAINE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVE.
       01 FA-ENR-SCORE PIC X(3).

      * Un score en quarantaine, au format de CONTROLE-SCORES.
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
       01 WS-FS-ROSTER  PIC X(02).
       01 WS-FS-SCORES  PIC X(02).
       01 WS-S          PIC 9(02).
       01 WS-NOM-FICHIER-ARCHIVE PIC X(40).

      * Les lignes de fichiers de scores ecartees par la quarantaine
      * (statut Q en attente, R rejete) et le numero de la ligne lue.
       01 WS-FS-QUARANTAINE PIC X(02).
       01 WS-FIN-QUARANTAINE PIC X(01) VALUE "N".
           88 FIN-FICHIER-QUARANTAINE VALUE "O".
       01 WS-NB-ECARTS-MAX PIC 9(03) VALUE 500.
       01 WS-NB-ECARTS  PIC 9(03) VALUE 0.
       01 WS-TABLE-ECARTS.
           05 WS-EC-ENTRY OCCURS 500 TIMES.
              10 WS-EC-NOM   PIC X(20).
              10 WS-EC-LIGNE PIC 9(4).
              10 WS-EC-SCORE PIC X(4).
       01 WS-E          PIC 9(03).
       01 WS-NO-LIGNE   PIC 9(04).
       01 WS-LIGNE-ECARTEE PIC X(01).
           88 LIGNE-EN-QUARANTAINE VALUE "O".
       01 WS-NB-SCORES-ECARTES PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM CHARGER-SAISONS.
           PERFORM CHARGER-QUARANTAINE.
           OPEN INPUT F-ROSTER.
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "Erreur ouverture JOUEURS.DAT. FILE STATUS: "
           SORT WS-JOUEUR-ENTRY
               DESCENDING KEY WS-JR-ELO.
           PERFORM EDITER-CLASSEMENT-RATING.
           IF WS-NB-SCORES-ECARTES > 0
               DISPLAY WS-NB-SCORES-ECARTES " score(s) en quarantaine "
                   "ecarte(s) du classement (CONTROLE-SCORES)."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

                   INTO WS-NOM-FICHIER-SCORES
               END-STRING
               MOVE "N" TO WS-FIN-SCORES
               MOVE 0 TO WS-NO-LIGNE
               OPEN INPUT F-SCORES
               IF WS-FS-SCORES = "00"
                   PERFORM LIRE-UN-SCORE
           END-READ.

       CUMULER-UN-SCORE.
           ADD 1 TO WS-NO-LIGNE.
           MOVE "N" TO WS-LIGNE-ECARTEE.
           IF FS-ENR-SCORE NOT = SPACES
               PERFORM CHERCHER-EN-QUARANTAINE
           END-IF.
           IF FS-ENR-SCORE NOT = SPACES
               AND NOT LIGNE-EN-QUARANTAINE
               MOVE FUNCTION NUMVAL(FS-ENR-SCORE) TO WS-SCORE-LU
               ADD 1 TO WS-JR-PARTIES (WS-NB-JOUEURS)
               ADD WS-SCORE-LU TO WS-SOMME
           END-IF.
           PERFORM LIRE-UN-SCORE.

      * La ligne WS-NO-LIGNE du joueur en cours de chargement est
      * ecartee si la quarantaine la retient avec le meme contenu.
       CHERCHER-EN-QUARANTAINE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-ECARTS OR LIGNE-EN-QUARANTAINE
               IF WS-EC-NOM (WS-E) = WS-JR-NOM (WS-NB-JOUEURS)
                   AND WS-EC-LIGNE (WS-E) = WS-NO-LIGNE
                   AND WS-EC-SCORE (WS-E) = FS-ENR-SCORE
                   SET LIGNE-EN-QUARANTAINE TO TRUE
                   ADD 1 TO WS-NB-SCORES-ECARTES
               END-IF
           END-PERFORM.

      ****************************************************************
      * Chargement des scores en quarantaine, en attente de revue ou *
      * rejetes                                                      *
      ****************************************************************
       CHARGER-QUARANTAINE.
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
               AND (FQ-STATUT = "Q" OR FQ-STATUT = "R")
               AND FQ-LIGNE > 0
               AND WS-NB-ECARTS < WS-NB-ECARTS-MAX
               ADD 1 TO WS-NB-ECARTS
               MOVE FQ-NOM TO WS-EC-NOM (WS-NB-ECARTS)
               MOVE FQ-LIGNE TO WS-EC-LIGNE (WS-NB-ECARTS)
               MOVE FQ-SCORE TO WS-EC-SCORE (WS-NB-ECARTS)
           END-IF.

      ****************************************************************
      * Edition du classement, du champion au dernier                *
      ****************************************************************
