      ****************************************************************
      * Etat mensuel du journal de securite SEC001 (copybook         *
      * SECJRN) : pour le mois demande (AAAAMM, vide = le mois       *
      * precedent, l'usage en debut de mois), la liste               *
      * chronologique des tentatives refusees par                    *
      * connexion-operateur (code inconnu, profil inactif, option    *
      * non habilitee, option sans connexion), des mises a jour de   *
      * profils faites par MAINT-OPERATEURS et des levees de jetons  *
      * du coffre des pseudonymes par RESOUT-PSEUDONYME, puis les    *
      * totaux par motif et par operateur. Un operateur qui cumule   *
      * au moins WS-SEUIL-EXAMEN refus dans le mois est signale a    *
      * examiner.                                                    *
      * Etat SECURITE, via le formateur partage edition-etat.        *
      * Codes retour : 0 rien a signaler, 4 operateur(s) a examiner, *
      * 99 erreur fichier.                                           *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-SECURITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SECURITE ASSIGN TO DYNAMIC WS-NOM-SEC001
               FILE STATUS IS WS-FS-SECURITE.

       DATA DIVISION.
       FILE SECTION.
           FD F-SECURITE
               RECORD CONTAINS 60 CHARACTERS.
           01 FJ-ENR-SECURITE.
               COPY SECJRN.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-SEC001    PIC X(30) VALUE "SEC001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-SECURITE   PIC X(02).
           01 WS-FIN-SECURITE  PIC X(01) VALUE "N".
              88 FIN-FICHIER-SECURITE VALUE "O".

      * Mois demande (AAAAMM) ; vide = le mois precedent.
           01 WS-MOIS-DEMANDE  PIC X(06).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-DATE-DEC REDEFINES WS-DATE-DU-JOUR.
              05 WS-DATE-AA    PIC 9(04).
              05 WS-DATE-MM    PIC 9(02).
              05 WS-DATE-JJ    PIC 9(02).
           01 WS-MOIS-CALCULE.
              05 WS-MOIS-AA    PIC 9(04).
              05 WS-MOIS-MM    PIC 9(02).

      * Seuil de refus dans le mois au-dela duquel un operateur est
      * signale.
           01 WS-SEUIL-EXAMEN  PIC 9(03) VALUE 3.

      * Totaux par operateur (code saisi ou connecte).
           01 WS-NB-OPER-MAX   PIC 9(03) VALUE 200.
           01 WS-NB-OPER       PIC 9(03) VALUE 0.
           01 WS-TABLE-OPERATEURS.
              05 WS-OPER-ENTRY OCCURS 200 TIMES.
                 10 WS-OPER-CODE     PIC X(03).
                 10 WS-OPER-REFUS    PIC 9(06).
           01 WS-I             PIC 9(03).
           01 WS-TROUVE        PIC X(01).
              88 ENTREE-TROUVEE VALUE "O".

           01 WS-LIBELLE-MOTIF PIC X(24).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "SECURITE".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(16) VALUE "HORODATAGE".
              05 FILLER PIC X(05) VALUE "OPE".
              05 FILLER PIC X(21) VALUE "PROGRAMME".
              05 FILLER PIC X(04) VALUE "OPT".
              05 FILLER PIC X(26) VALUE "MOTIF".
              05 FILLER PIC X(05) VALUE "ROLE".
              05 FILLER PIC X(20) VALUE "PROFIL (ACTIF)/JETON".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-HORODATAGE PIC X(15).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-OPERATEUR  PIC X(03).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-PROGRAMME  PIC X(20).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-OPTION     PIC X(02).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-MOTIF      PIC X(24).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-ROLE       PIC X(03).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-CIBLE      PIC X(03).
              05 FILLER           PIC X(02) VALUE " (".
              05 WS-LD-ACTIF      PIC X(01).
              05 FILLER           PIC X(01) VALUE ")".

           01 WS-COMPTEURS.
              05 WS-NB-LUS         PIC 9(06) VALUE 0.
              05 WS-NB-RETENUS     PIC 9(06) VALUE 0.
              05 WS-NB-INCONNUS    PIC 9(06) VALUE 0.
              05 WS-NB-INACTIFS    PIC 9(06) VALUE 0.
              05 WS-NB-NON-HABILITES PIC 9(06) VALUE 0.
              05 WS-NB-SANS-SESSION PIC 9(06) VALUE 0.
              05 WS-NB-MAJ-PROFILS PIC 9(06) VALUE 0.
              05 WS-NB-LEVEES      PIC 9(06) VALUE 0.
              05 WS-NB-JETONS-INCONNUS PIC 9(06) VALUE 0.
              05 WS-NB-A-EXAMINER  PIC 9(06) VALUE 0.
              05 WS-NB-DEBORDES    PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Mois a rapporter (AAAAMM, vide = mois "
               "precedent) : " WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
           IF WS-MOIS-DEMANDE = SPACES
               PERFORM CALCULER-MOIS-PRECEDENT
           END-IF.
           OPEN INPUT F-SECURITE.
           IF WS-FS-SECURITE NOT = "00" AND WS-FS-SECURITE NOT = "05"
               DISPLAY "Erreur ouverture SEC001. FILE STATUS: "
                   WS-FS-SECURITE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "JOURNAL DE SECURITE DU MOIS " WS-MOIS-DEMANDE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-SECURITE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM LIRE-EVENEMENT.
           PERFORM TRAITER-EVENEMENT UNTIL FIN-FICHIER-SECURITE.
           CLOSE F-SECURITE.
           IF WS-NB-RETENUS = 0
               MOVE "Aucun evenement de securite dans le mois."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM EDITER-TOTAUX.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           PERFORM AFFICHER-BILAN.
           IF WS-NB-A-EXAMINER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CALCULER-MOIS-PRECEDENT.
           IF WS-DATE-MM = 1
               COMPUTE WS-MOIS-AA = WS-DATE-AA - 1
               MOVE 12 TO WS-MOIS-MM
           ELSE
               MOVE WS-DATE-AA TO WS-MOIS-AA
               COMPUTE WS-MOIS-MM = WS-DATE-MM - 1
           END-IF.
           MOVE WS-MOIS-CALCULE TO WS-MOIS-DEMANDE.

       LIRE-EVENEMENT.
           READ F-SECURITE
               AT END
                   SET FIN-FICHIER-SECURITE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
           END-READ.

      ****************************************************************
      * Un evenement du mois : ligne de detail, cumul par motif et,  *
      * pour un refus, par operateur                                 *
      ****************************************************************
       TRAITER-EVENEMENT.
           IF SJ-HORODATAGE (1:6) NOT = WS-MOIS-DEMANDE
               PERFORM LIRE-EVENEMENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RETENUS.
           EVALUATE TRUE
               WHEN SJ-CODE-INCONNU
                   ADD 1 TO WS-NB-INCONNUS
                   MOVE "REFUS CODE INCONNU" TO WS-LIBELLE-MOTIF
               WHEN SJ-PROFIL-INACTIF
                   ADD 1 TO WS-NB-INACTIFS
                   MOVE "REFUS PROFIL INACTIF" TO WS-LIBELLE-MOTIF
               WHEN SJ-NON-HABILITE
                   ADD 1 TO WS-NB-NON-HABILITES
                   MOVE "REFUS ROLE NON HABILITE" TO WS-LIBELLE-MOTIF
               WHEN SJ-SANS-SESSION
                   ADD 1 TO WS-NB-SANS-SESSION
                   MOVE "REFUS SANS CONNEXION" TO WS-LIBELLE-MOTIF
               WHEN SJ-MAJ-PROFIL
                   ADD 1 TO WS-NB-MAJ-PROFILS
                   EVALUATE SJ-OPTION (1:1)
                       WHEN "A"
                           MOVE "CREATION DE PROFIL"
                               TO WS-LIBELLE-MOTIF
                       WHEN "M"
                           MOVE "MODIFICATION DE PROFIL"
                               TO WS-LIBELLE-MOTIF
                       WHEN OTHER
                           MOVE "(DES)ACTIVATION PROFIL"
                               TO WS-LIBELLE-MOTIF
                   END-EVALUATE
               WHEN SJ-LEVEE-JETON
                   ADD 1 TO WS-NB-LEVEES
                   MOVE "LEVEE DE PSEUDONYME" TO WS-LIBELLE-MOTIF
               WHEN SJ-JETON-INCONNU
                   ADD 1 TO WS-NB-JETONS-INCONNUS
                   MOVE "LEVEE JETON INCONNU" TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   MOVE "MOTIF " TO WS-LIBELLE-MOTIF
                   MOVE SJ-MOTIF TO WS-LIBELLE-MOTIF (7:3)
           END-EVALUATE.
           MOVE SJ-HORODATAGE TO WS-LD-HORODATAGE.
           MOVE SJ-OPERATEUR TO WS-LD-OPERATEUR.
           MOVE SJ-PROGRAMME TO WS-LD-PROGRAMME.
           MOVE SJ-OPTION TO WS-LD-OPTION.
           MOVE WS-LIBELLE-MOTIF TO WS-LD-MOTIF.
           MOVE SJ-ROLE TO WS-LD-ROLE.
      * Le profil concerne n'a de sens que pour une mise a jour,
      * le jeton demande que pour une levee de pseudonyme.
           EVALUATE TRUE
               WHEN SJ-MAJ-PROFIL
                   MOVE SJ-CIBLE TO WS-LD-CIBLE
                   MOVE SJ-ACTIF TO WS-LD-ACTIF
                   MOVE WS-LIGNE-DETAIL TO WS-LIGNE
               WHEN SJ-LEVEE
                   STRING WS-LIGNE-DETAIL (1:75) "  " SJ-JETON
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN OTHER
                   MOVE WS-LIGNE-DETAIL (1:75) TO WS-LIGNE
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF SJ-REFUS
               PERFORM CUMULER-PAR-OPERATEUR
           END-IF.
           PERFORM LIRE-EVENEMENT.

       CUMULER-PAR-OPERATEUR.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-OPER OR ENTREE-TROUVEE
               IF WS-OPER-CODE (WS-I) = SJ-OPERATEUR
                   ADD 1 TO WS-OPER-REFUS (WS-I)
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ENTREE-TROUVEE
               IF WS-NB-OPER < WS-NB-OPER-MAX
                   ADD 1 TO WS-NB-OPER
                   MOVE SJ-OPERATEUR TO WS-OPER-CODE (WS-NB-OPER)
                   MOVE 1 TO WS-OPER-REFUS (WS-NB-OPER)
               ELSE
                   ADD 1 TO WS-NB-DEBORDES
               END-IF
           END-IF.

      ****************************************************************
      * Totaux par motif, puis refus par operateur avec signalement  *
      * au-dela du seuil d'examen                                    *
      ****************************************************************
       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAUX PAR MOTIF" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Code inconnu          : " WS-NB-INCONNUS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Profil inactif        : " WS-NB-INACTIFS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Role non habilite     : " WS-NB-NON-HABILITES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Sans connexion        : " WS-NB-SANS-SESSION
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Mises a jour profils  : " WS-NB-MAJ-PROFILS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Levees de pseudonymes : " WS-NB-LEVEES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Levees jeton inconnu  : " WS-NB-JETONS-INCONNUS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "REFUS PAR OPERATEUR (CODE SAISI OU CONNECTE)"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-UN-OPERATEUR
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-OPER.
           IF WS-NB-DEBORDES > 0
               STRING "  ATTENTION : " WS-NB-DEBORDES " refus "
                   "au-dela de la table des operateurs."
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

       EDITER-UN-OPERATEUR.
           IF WS-OPER-REFUS (WS-I) >= WS-SEUIL-EXAMEN
               ADD 1 TO WS-NB-A-EXAMINER
               STRING "  " WS-OPER-CODE (WS-I) " : "
                   WS-OPER-REFUS (WS-I) "  A EXAMINER"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "  " WS-OPER-CODE (WS-I) " : "
                   WS-OPER-REFUS (WS-I)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Journal de securite, mois " WS-MOIS-DEMANDE.
           DISPLAY "Evenements lus   (SEC001) : " WS-NB-LUS.
           DISPLAY "Evenements du mois        : " WS-NB-RETENUS.
           DISPLAY "Operateurs a examiner     : " WS-NB-A-EXAMINER.
           DISPLAY "----------------------------------------------".
