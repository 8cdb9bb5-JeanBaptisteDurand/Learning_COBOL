       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEDITE-BULLETINS.

      * Duplicata de bulletins de paie : BUL001 est recree a chaque
      * run, mais PAIE-EMPLOYES garde chaque bulletin edite dans
      * l'archive BUA001 (copybook BULARC). Pour un employe et un
      * mois, ou une suite de mois, ce programme reedite sur DUP001
      * les bulletins archives a l'identique, chacun precede de la
      * mention DUPLICATA. Reserve aux operateurs habilites
      * (connexion-operateur : roles GES, SUP et ADM) ; chaque
      * reedition est tracee dans RBA001 avec l'operateur et le
      * demandeur (l'employe, la banque, ...). Codes retour : 0
      * bulletin(s) reedite(s), 4 aucun bulletin archive pour la
      * demande, 8 demande refusee, 99 fichier illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ARCHIVE-BULLETINS ASSIGN TO "BUA001"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CLE
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT F-DUPLICATAS ASSIGN TO "DUP001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUPLICATAS.
           SELECT OPTIONAL F-REEDITIONS ASSIGN TO "RBA001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REEDITIONS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ARCHIVE-BULLETINS
           RECORD CONTAINS 120 CHARACTERS.
       01 FZ-ENR-ARCHIVE.
           COPY BULARC.

       FD F-DUPLICATAS.
       01 FD-LIGNE-DUPLICATA PIC X(80).

       FD F-REEDITIONS.
       01 FR-LIGNE-REEDITION PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ARCHIVE     PIC X(02).
       01 WS-FS-DUPLICATAS  PIC X(02).
       01 WS-FS-REEDITIONS  PIC X(02).
       01 WS-FIN-ARCHIVE    PIC X(01).
           88 FIN-ARCHIVE-DEMANDE VALUE "O".

      * Demande : employe, mois du / au (AAAAMM), demandeur.
       01 WS-MATRICULE      PIC 9(05).
       01 WS-MOIS-DU        PIC 9(06).
       01 WS-MOIS-AU        PIC 9(06).
       01 WS-DEMANDEUR      PIC X(30).

       01 WS-DEMANDE-CONNEXION.
           05 WS-CO-FONCTION    PIC X(01).
           05 WS-CO-PROGRAMME   PIC X(20) VALUE "REEDITE-BULLETINS".
           05 WS-CO-OPTION      PIC X(02) VALUE "00".
           05 WS-CO-OPERATEUR   PIC X(03).
           05 WS-CO-NOM         PIC X(30).
           05 WS-CO-ROLE        PIC X(03).
           05 WS-CO-CODE-RETOUR PIC 9(02).

      * Bulletin en cours de reedition et compte des bulletins.
       01 WS-PERIODE-COURANTE PIC 9(08) VALUE 0.
       01 WS-NB-BULLETINS   PIC 9(04) VALUE 0.
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).
       01 WS-LIGNE          PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Matricule de l'employe : " WITH NO ADVANCING.
           ACCEPT WS-MATRICULE.
           DISPLAY "Du mois (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT WS-MOIS-DU.
           DISPLAY "Au mois (AAAAMM, vide = meme mois) : "
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-AU.
           IF WS-MOIS-AU = 0
               MOVE WS-MOIS-DU TO WS-MOIS-AU
           END-IF.
           DISPLAY "Demandeur du duplicata : " WITH NO ADVANCING.
           ACCEPT WS-DEMANDEUR.
           IF WS-MATRICULE = 0
               OR WS-MOIS-DU (5:2) < "01" OR WS-MOIS-DU (5:2) > "12"
               OR WS-MOIS-AU (5:2) < "01" OR WS-MOIS-AU (5:2) > "12"
               OR WS-MOIS-DU > WS-MOIS-AU
               DISPLAY "Demande invalide : matricule " WS-MATRICULE
                   ", mois " WS-MOIS-DU " a " WS-MOIS-AU "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DEMANDEUR = SPACES
               DISPLAY "Le demandeur du duplicata est obligatoire."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR = 0
               MOVE "A" TO WS-CO-FONCTION
               CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION
           END-IF.
           IF WS-CO-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-ARCHIVE-BULLETINS.
           IF WS-FS-ARCHIVE NOT = "00"
               DISPLAY "Erreur ouverture BUA001. FILE STATUS: "
                   WS-FS-ARCHIVE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-DUPLICATAS.
           IF WS-FS-DUPLICATAS NOT = "00"
               DISPLAY "Erreur ouverture DUP001. FILE STATUS: "
                   WS-FS-DUPLICATAS
               CLOSE F-ARCHIVE-BULLETINS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM REEDITER-BULLETINS.
           CLOSE F-ARCHIVE-BULLETINS.
           CLOSE F-DUPLICATAS.
           PERFORM TRACER-REEDITION.
           IF WS-NB-BULLETINS = 0
               DISPLAY "Aucun bulletin archive pour le matricule "
                   WS-MATRICULE " de " WS-MOIS-DU " a " WS-MOIS-AU "."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY WS-NB-BULLETINS " bulletin(s) reedite(s) en "
                   "duplicata sur DUP001 pour " WS-MATRICULE "."
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      * Les bulletins de l'employe se suivent dans l'ordre de la     *
      * cle, par periode puis par ligne : lecture depuis le premier  *
      * jour du mois de debut jusqu'au dernier mois demande          *
      ****************************************************************
       REEDITER-BULLETINS.
           MOVE "N" TO WS-FIN-ARCHIVE.
           MOVE WS-MATRICULE TO BA-EMP-ID.
           COMPUTE BA-PERIODE = WS-MOIS-DU * 100.
           MOVE 0 TO BA-NO-LIGNE.
           START F-ARCHIVE-BULLETINS KEY IS NOT LESS THAN BA-CLE
               INVALID KEY
                   SET FIN-ARCHIVE-DEMANDE TO TRUE
           END-START.
           PERFORM REEDITER-UNE-LIGNE UNTIL FIN-ARCHIVE-DEMANDE.

       REEDITER-UNE-LIGNE.
           READ F-ARCHIVE-BULLETINS NEXT RECORD
               AT END
                   SET FIN-ARCHIVE-DEMANDE TO TRUE
           END-READ.
           IF FIN-ARCHIVE-DEMANDE
               EXIT PARAGRAPH
           END-IF.
           IF BA-EMP-ID NOT = WS-MATRICULE
               OR BA-PERIODE (1:6) > WS-MOIS-AU
               SET FIN-ARCHIVE-DEMANDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF BA-PERIODE NOT = WS-PERIODE-COURANTE
               PERFORM ECRIRE-MENTION-DUPLICATA
           END-IF.
           MOVE BA-TEXTE TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-DUPLICATA.

      * En tete de chaque bulletin reedite : la mention DUPLICATA,
      * la periode, la date du run d'origine et celle du duplicata.
       ECRIRE-MENTION-DUPLICATA.
           MOVE BA-PERIODE TO WS-PERIODE-COURANTE.
           ADD 1 TO WS-NB-BULLETINS.
           MOVE SPACES TO WS-LIGNE.
           STRING "*** DUPLICATA *** periode " BA-PERIODE
               " editee le " BA-DATE-RUN
               ", reedite le " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-DUPLICATA.

       ECRIRE-LIGNE-DUPLICATA.
           MOVE WS-LIGNE TO FD-LIGNE-DUPLICATA.
           WRITE FD-LIGNE-DUPLICATA.
           IF WS-FS-DUPLICATAS NOT = "00"
               DISPLAY "Erreur ecriture DUP001. FILE STATUS: "
                   WS-FS-DUPLICATAS
           END-IF.

      * horodatage;operateur;demandeur;matricule;du;au;bulletins
       TRACER-REEDITION.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-DATE-DU-JOUR WS-HEURE-COURANTE (1:6) ";"
               WS-CO-OPERATEUR ";" FUNCTION TRIM(WS-DEMANDEUR) ";"
               WS-MATRICULE ";" WS-MOIS-DU ";" WS-MOIS-AU ";"
               WS-NB-BULLETINS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           OPEN EXTEND F-REEDITIONS.
           IF WS-FS-REEDITIONS NOT = "00"
               AND WS-FS-REEDITIONS NOT = "05"
               DISPLAY "Erreur ouverture RBA001. FILE STATUS: "
                   WS-FS-REEDITIONS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIGNE TO FR-LIGNE-REEDITION.
           WRITE FR-LIGNE-REEDITION.
           CLOSE F-REEDITIONS.
