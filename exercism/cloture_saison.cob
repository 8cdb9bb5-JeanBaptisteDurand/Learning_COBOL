      * (SAISON_<AAAA>_<joueur>.DAT), remet le fichier vivant a
      * zero, et inscrit la saison dans la liste SAISONS.DAT que
      * CLASSEMENT-JOUEURS relit pour le classement de tous les
      * temps. La ligue de LIGUE-YACHT est archivee avec la saison :
      * le calendrier LIGUE.DAT, qui porte les scores de chaque
      * table, et le classement LIGUECLA.DAT sont recopies dans
      * LIGUE_<AAAA>.DAT et LIGUECLA_<AAAA>.DAT puis remis a zero,
      * pour que la ligue suivante puisse etre planifiee.
      * Les scores que CONTROLE-SCORES retient en quarantaine (en
      * attente de revue ou rejetes) ne passent pas dans l'archive
      * de saison ; la quarantaine elle-meme est archivee dans
      * QUARANTAINE_<AAAA>.DAT puis remise a zero, ses numeros de
      * ligne ne valant plus pour des fichiers de scores vides.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SAISONS ASSIGN TO "SAISONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAISONS.
           SELECT OPTIONAL F-LIGUE ASSIGN TO DYNAMIC
               WS-NOM-FICHIER-LIGUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIGUE.
           SELECT F-LIGUE-ARCHIVE ASSIGN TO DYNAMIC
               WS-NOM-LIGUE-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIGUE-ARCHIVE.
           SELECT OPTIONAL F-QUARANTAINE ASSIGN TO "QUARANTAINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUARANTAINE.

       DATA DIVISION.
       FILE SECTION.
       FD F-SAISONS.
       01 FS-ENR-SAISON PIC X(4).

      * Un fichier de la ligue, recopie ligne a ligne tel quel.
       FD F-LIGUE.
       01 FL-ENR-LIGUE PIC X(160).

       FD F-LIGUE-ARCHIVE.
       01 FL-ENR-ARCHIVE PIC X(160).

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
       01 WS-FS-ARCHIVE PIC X(02).
       01 WS-FS-SAISONS PIC X(02).
       01 WS-FS-LIGUE   PIC X(02).
       01 WS-FS-LIGUE-ARCHIVE PIC X(02).

       01 WS-FIN-ROSTER PIC X(01) VALUE "N".
           88 FIN-FICHIER-ROSTER VALUE "O".
           88 FIN-FICHIER-SCORES VALUE "O".
       01 WS-FIN-SAISONS PIC X(01) VALUE "N".
           88 FIN-FICHIER-SAISONS VALUE "O".
       01 WS-FIN-LIGUE  PIC X(01).
           88 FIN-FICHIER-LIGUE VALUE "O".

       01 WS-SAISON     PIC X(04).
       01 WS-SAISON-CONNUE PIC X(01) VALUE "N".

       01 WS-NOM-FICHIER-SCORES  PIC X(30).
       01 WS-NOM-FICHIER-ARCHIVE PIC X(40).
       01 WS-NOM-FICHIER-LIGUE   PIC X(20).
       01 WS-NOM-LIGUE-ARCHIVE   PIC X(30).

       01 WS-NB-JOUEURS  PIC 9(02) VALUE 0.
       01 WS-NB-SCORES   PIC 9(04) VALUE 0.
       01 WS-NB-LIGNES-LIGUE PIC 9(04) VALUE 0.
       01 WS-LIBELLE-ARCHIVE PIC X(12).

      * Les lignes de fichiers de scores retenues en quarantaine
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
       01 WS-NB-EN-ATTENTE PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-QUARANTAINE.
           PERFORM LIRE-ROSTER.
           PERFORM CLOTURER-UN-JOUEUR UNTIL FIN-FICHIER-ROSTER.
           CLOSE F-ROSTER.
           PERFORM INSCRIRE-LA-SAISON.
           MOVE "Ligue" TO WS-LIBELLE-ARCHIVE.
           MOVE "LIGUE.DAT" TO WS-NOM-FICHIER-LIGUE.
           PERFORM ARCHIVER-UN-FICHIER-LIGUE.
           MOVE "LIGUECLA.DAT" TO WS-NOM-FICHIER-LIGUE.
           PERFORM ARCHIVER-UN-FICHIER-LIGUE.
           MOVE "Quarantaine" TO WS-LIBELLE-ARCHIVE.
           MOVE "QUARANTAINE.DAT" TO WS-NOM-FICHIER-LIGUE.
           PERFORM ARCHIVER-UN-FICHIER-LIGUE.
           DISPLAY "Saison " WS-SAISON " cloturee : " WS-NB-JOUEURS
               " joueur(s), " WS-NB-SCORES " score(s) archives.".
           IF WS-NB-SCORES-ECARTES > 0
               DISPLAY WS-NB-SCORES-ECARTES " score(s) en quarantaine "
                   "non archive(s) dans la saison."
           END-IF.
           IF WS-NB-EN-ATTENTE > 0
               DISPLAY "ATTENTION : " WS-NB-EN-ATTENTE " score(s) "
                   "encore en attente de revue, archive(s) tels quels"
                   " dans QUARANTAINE_" WS-SAISON ".DAT."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-ARCHIVE.
           MOVE 0 TO WS-NO-LIGNE.
           PERFORM ARCHIVER-UN-SCORE UNTIL FIN-FICHIER-SCORES.
           CLOSE F-ARCHIVE.
           CLOSE F-SCORES.
               AT END
                   SET FIN-FICHIER-SCORES TO TRUE
           END-READ.
           IF FIN-FICHIER-SCORES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NO-LIGNE.
           MOVE "N" TO WS-LIGNE-ECARTEE.
           PERFORM CHERCHER-EN-QUARANTAINE.
           IF NOT LIGNE-EN-QUARANTAINE
               MOVE FS-ENR-SCORE TO FA-ENR-SCORE
               WRITE FA-ENR-SCORE
               END-WRITE
               ADD 1 TO WS-NB-SCORES
           END-IF.

      * La ligne WS-NO-LIGNE du joueur FR-NOM est ecartee si la
      * quarantaine la retient avec le meme contenu.
       CHERCHER-EN-QUARANTAINE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-ECARTS OR LIGNE-EN-QUARANTAINE
               IF WS-EC-NOM (WS-E) = FR-NOM
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
               AND FQ-STATUT = "Q"
               ADD 1 TO WS-NB-EN-ATTENTE
           END-IF.
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
      * Inscription de la saison dans SAISONS.DAT (une seule fois,   *
      * meme si la cloture est rejouee)                              *
               SET SAISON-DEJA-LISTEE TO TRUE
               SET FIN-FICHIER-SAISONS TO TRUE
           END-IF.

      ****************************************************************
      * Archivage d'un fichier de la ligue ou de la quarantaine :    *
      * recopie dans le fichier de saison (LIGUE.DAT ->              *
      * LIGUE_<AAAA>.DAT, ...), puis remise a zero. Un fichier       *
      * absent ou vide (pas de ligue cette saison) est saute.        *
      ****************************************************************
       ARCHIVER-UN-FICHIER-LIGUE.
           MOVE SPACES TO WS-NOM-LIGUE-ARCHIVE.
           UNSTRING WS-NOM-FICHIER-LIGUE DELIMITED BY "."
               INTO WS-NOM-LIGUE-ARCHIVE
           END-UNSTRING.
           STRING FUNCTION TRIM(WS-NOM-LIGUE-ARCHIVE) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-SAISON DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-LIGUE-ARCHIVE
           END-STRING.
           MOVE 0 TO WS-NB-LIGNES-LIGUE.
           MOVE "N" TO WS-FIN-LIGUE.
           OPEN INPUT F-LIGUE.
           IF WS-FS-LIGUE NOT = "00"
               CLOSE F-LIGUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-LIGNE-LIGUE.
           IF FIN-FICHIER-LIGUE
               CLOSE F-LIGUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-LIGUE-ARCHIVE.
           IF WS-FS-LIGUE-ARCHIVE NOT = "00"
               DISPLAY "Erreur ouverture "
                   FUNCTION TRIM(WS-NOM-LIGUE-ARCHIVE)
                   ". FILE STATUS: " WS-FS-LIGUE-ARCHIVE
               CLOSE F-LIGUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ARCHIVER-UNE-LIGNE-LIGUE UNTIL FIN-FICHIER-LIGUE.
           CLOSE F-LIGUE-ARCHIVE.
           CLOSE F-LIGUE.
      * Remise a zero : la ligue suivante repart d'un calendrier
      * vierge.
           OPEN OUTPUT F-LIGUE.
           CLOSE F-LIGUE.
           DISPLAY FUNCTION TRIM(WS-LIBELLE-ARCHIVE) " : "
               FUNCTION TRIM(WS-NOM-FICHIER-LIGUE)
               " archive dans " FUNCTION TRIM(WS-NOM-LIGUE-ARCHIVE)
               " (" WS-NB-LIGNES-LIGUE " ligne(s)).".

       LIRE-LIGNE-LIGUE.
           READ F-LIGUE
               AT END
                   SET FIN-FICHIER-LIGUE TO TRUE
           END-READ.

       ARCHIVER-UNE-LIGNE-LIGUE.
           MOVE FL-ENR-LIGUE TO FL-ENR-ARCHIVE.
           WRITE FL-ENR-ARCHIVE
           END-WRITE.
           ADD 1 TO WS-NB-LIGNES-LIGUE.
           PERFORM LIRE-LIGNE-LIGUE.
