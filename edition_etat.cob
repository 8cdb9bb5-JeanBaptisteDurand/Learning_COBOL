      * uniformes et archivables.
      *   ED-FONCTION = I  ouvrir l'etat (nom + titre fournis)
      *                 L  ecrire une ligne (paginee)
      *                 P  forcer un saut de page (courriers : une
      *                    lettre par page)
      *                 F  clore l'etat (pied de page, fermeture)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TITRE-COURANT PIC X(60).
       01 WS-DATE-DU-JOUR  PIC 9(08).
       01 WS-LIGNE         PIC X(132).
       01 WS-POSITION      PIC 9(03).
      * Nom de l'etat prefixe par bac-a-sable quand le bac a sable
      * est actif ; l'en-tete de page le dit alors.
       01 WS-DEMANDE-BAC-A-SABLE.
          05 WS-BS-FONCTION    PIC X(01) VALUE "N".
          05 WS-BS-NB-NOMS     PIC 9(03) VALUE 0.
          05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
             88 BAC-A-SABLE-ACTIF VALUE "O".
          05 WS-BS-PREFIXE     PIC X(08).
          05 WS-BS-NOM         PIC X(40).
          05 WS-BS-CODE-RETOUR PIC 9(02).

       LINKAGE SECTION.
       01 ED-DEMANDE.
                   PERFORM OUVRIR-ETAT
               WHEN "L"
                   PERFORM ECRIRE-LIGNE-PAGINEE
               WHEN "P"
                   PERFORM FORCER-SAUT-PAGE
               WHEN "F"
                   PERFORM CLORE-ETAT
               WHEN OTHER
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-FICHIER-ETAT
           END-STRING.
           MOVE WS-NOM-FICHIER-ETAT TO WS-BS-NOM.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO ED-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BS-NOM TO WS-NOM-FICHIER-ETAT.
           OPEN OUTPUT F-ETAT.
           IF WS-FS-ETAT NOT = "00"
               DISPLAY "Erreur ouverture "
           STRING "SUITE CLIENT - EDITIONS DU " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           IF BAC-A-SABLE-ACTIF
               MOVE 36 TO WS-POSITION
               STRING "   *** BAC A SABLE " WS-BS-PREFIXE " ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
                   WITH POINTER WS-POSITION
               END-STRING
           END-IF.
           PERFORM POSER-UNE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING FUNCTION TRIM(WS-TITRE-COURANT)
           PERFORM POSER-UNE-LIGNE.
           ADD 1 TO WS-LIGNES-PAGE.

      * Saut de page a la demande : la page suivante commence par
      * l'entete maison, sauf si la page courante est encore vierge.
       FORCER-SAUT-PAGE.
           IF NOT ETAT-OUVERT
               MOVE 99 TO ED-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIGNES-PAGE > 3
               PERFORM EDITER-ENTETE-PAGE
           END-IF.

      ****************************************************************
      * Cloture : le pied de page puis la fermeture du spool         *
      ****************************************************************
