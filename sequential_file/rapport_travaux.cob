      ****************************************************************
      * Etat mensuel des travaux de remediation, tire du journal     *
      * TRJ001 (copybook TRVJRN) qu'alimentent GENERE-TRAVAUX et     *
      * CONSOLE-TRAVAUX. Pour le mois demande (AAAAMM, vide = le     *
      * mois precedent), par clerc : travaux pris, travaux clos      *
      * (dans la console, ou d'office par la re-notation pour un     *
      * travail qu'il avait pris), delai median en jours de la prise *
      * a la cloture, et part des travaux clos ensuite rouverts      *
      * (statut R) parce que la correction n'a pas tenu. Puis la     *
      * meme ventilation par motif de defaut, avec les reouvertures  *
      * du mois et le nombre de clercs dont les clotures ont ete     *
      * rouvertes : un motif qui revient quel que soit le clerc      *
      * (au moins WS-SEUIL-ROUVERTS clotures rouvertes, un taux d'au *
      * moins WS-SEUIL-TAUX %, WS-SEUIL-CLERCS clercs differents)    *
      * est signale A TRAITER EN AMONT : la cause est dans la chaine *
      * de saisie, pas chez les clercs.                              *
      * Une cloture n'est rouverte qu'a une re-notation posterieure :*
      * l'etat d'un mois se complete aux passes de GENERE-TRAVAUX    *
      * qui le suivent.                                              *
      * Etat TRAVAUX, via le formateur partage edition-etat.         *
      * Codes retour : 0 rien a signaler, 4 motif(s) a traiter en    *
      * amont, 99 erreur fichier, de tri ou d'edition.               *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-TRAVAUX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-TRJ001
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT SD-DELAI-TRI ASSIGN TO DYNAMIC WS-NOM-SRT006.

       DATA DIVISION.
       FILE SECTION.
           FD F-JOURNAL
               RECORD CONTAINS 40 CHARACTERS.
           01 FJ-ENR-JOURNAL.
               COPY TRVJRN.

      * Le fichier de travail du tri porte un delai prise-cloture
      * par cloture du mois, une fois pour le clerc (C) et une fois
      * pour le motif (M) : trie, chaque groupe donne sa mediane.
           SD SD-DELAI-TRI.
           01 SR-ENR-DELAI.
              05 SR-GROUPE      PIC X(01).
              05 SR-CODE        PIC X(05).
              05 SR-JOURS       PIC 9(05).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-TRJ001    PIC X(30) VALUE "TRJ001".
              05 WS-NOM-SRT006    PIC X(30) VALUE "SRT006".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-JOURNAL    PIC X(02).
           01 WS-FIN-JOURNAL   PIC X(01) VALUE "N".
              88 FIN-FICHIER-JOURNAL VALUE "O".
           01 WS-FIN-TRI       PIC X(01) VALUE "N".
              88 FIN-RETOUR-TRI VALUE "O".

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

      * Seuils du signalement d'un motif a traiter en amont.
           01 WS-SEUIL-ROUVERTS PIC 9(03) VALUE 2.
           01 WS-SEUIL-TAUX    PIC 9(03) VALUE 25.
           01 WS-SEUIL-CLERCS  PIC 9(02) VALUE 2.

      * Le journal entier en table : la prise d'une cloture du mois
      * peut etre anterieure au mois, sa reouverture posterieure.
           01 WS-NB-EVT-MAX    PIC 9(04) VALUE 9000.
           01 WS-NB-EVT        PIC 9(04) VALUE 0.
           01 WS-TABLE-EVENEMENTS.
              05 WS-EVT-ENTRY OCCURS 9000 TIMES.
                 10 WS-EVT-HORODATAGE.
                    15 WS-EVT-DATE      PIC 9(08).
                    15 WS-EVT-HEURE     PIC X(07).
                 10 WS-EVT-EVENEMENT    PIC X(01).
                    88 EVT-PRISE        VALUE "P".
                    88 EVT-CLOTURE      VALUE "C" "A".
                    88 EVT-REOUVERTURE  VALUE "R".
                    88 EVT-DEBUT-CYCLE  VALUE "O" "R".
                 10 WS-EVT-ID-CLIENT    PIC 9(10).
                 10 WS-EVT-MOTIF        PIC X(05).
                 10 WS-EVT-INITIALES    PIC X(03).
           01 WS-I             PIC 9(04).
           01 WS-J             PIC 9(04).
           01 WS-K             PIC 9(04).
           01 WS-RECHERCHE     PIC X(01).
              88 RECHERCHE-FINIE VALUE "O".
           01 WS-PRISE-TROUVEE PIC X(01).
              88 PRISE-TROUVEE VALUE "O".
           01 WS-ROUVERTE      PIC X(01).
              88 CLOTURE-ROUVERTE VALUE "O".
           01 WS-JOURS         PIC 9(05).

      * Totaux par clerc (initiales du journal).
           01 WS-NB-CLERC-MAX  PIC 9(03) VALUE 200.
           01 WS-NB-CLERC      PIC 9(03) VALUE 0.
           01 WS-TABLE-CLERCS.
              05 WS-CLERC-ENTRY OCCURS 200 TIMES.
                 10 WS-CLERC-CODE     PIC X(03).
                 10 WS-CLERC-PRIS     PIC 9(05).
                 10 WS-CLERC-CLOS     PIC 9(05).
                 10 WS-CLERC-ROUVERTS PIC 9(05).
                 10 WS-CLERC-NB-DELAIS PIC 9(05).
                 10 WS-CLERC-MEDIANE  PIC 9(04)V9.
           01 WS-C             PIC 9(03).

      * Totaux par motif de defaut, avec les clercs dont une
      * cloture du motif a ete rouverte.
           01 WS-NB-MOTIF-MAX  PIC 9(02) VALUE 50.
           01 WS-NB-MOTIF      PIC 9(02) VALUE 0.
           01 WS-TABLE-MOTIFS.
              05 WS-MOTIF-ENTRY OCCURS 50 TIMES.
                 10 WS-MOTIF-CODE     PIC X(05).
                 10 WS-MOTIF-PRIS     PIC 9(05).
                 10 WS-MOTIF-CLOS     PIC 9(05).
                 10 WS-MOTIF-ROUVERTS PIC 9(05).
                 10 WS-MOTIF-REOUV-MOIS PIC 9(05).
                 10 WS-MOTIF-NB-DELAIS PIC 9(05).
                 10 WS-MOTIF-MEDIANE  PIC 9(04)V9.
                 10 WS-MOTIF-NB-CLERCS PIC 9(02).
                 10 WS-MOTIF-CLERC    PIC X(03) OCCURS 10 TIMES.
           01 WS-M             PIC 9(02).
           01 WS-X             PIC 9(02).
           01 WS-TROUVE        PIC X(01).
              88 ENTREE-TROUVEE VALUE "O".

      * Delais d'un groupe du tri, en ordre croissant.
           01 WS-GROUPE-COURANT.
              05 WS-GC-GROUPE  PIC X(01).
              05 WS-GC-CODE    PIC X(05).
           01 WS-NB-VAL        PIC 9(04) VALUE 0.
           01 WS-TABLE-VALEURS.
              05 WS-VAL        PIC 9(05) OCCURS 9000 TIMES.
           01 WS-MEDIANE       PIC 9(04)V9.
           01 WS-MILIEU        PIC 9(04).
           01 WS-TAUX          PIC 9(03).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "TRAVAUX".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-CLERC.
              05 FILLER PIC X(08) VALUE "CLERC".
              05 FILLER PIC X(06) VALUE "  PRIS".
              05 FILLER PIC X(08) VALUE "    CLOS".
              05 FILLER PIC X(11) VALUE "  MEDIANE J".
              05 FILLER PIC X(10) VALUE "  ROUVERTS".
              05 FILLER PIC X(07) VALUE "   TAUX".
           01 WS-ENTETE-MOTIF.
              05 FILLER PIC X(08) VALUE "MOTIF".
              05 FILLER PIC X(06) VALUE "  PRIS".
              05 FILLER PIC X(08) VALUE "    CLOS".
              05 FILLER PIC X(11) VALUE "  MEDIANE J".
              05 FILLER PIC X(10) VALUE "  ROUVERTS".
              05 FILLER PIC X(07) VALUE "   TAUX".
              05 FILLER PIC X(08) VALUE "  CLERCS".
              05 FILLER PIC X(12) VALUE "  REOUV.MOIS".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-CODE       PIC X(05).
              05 FILLER           PIC X(03) VALUE SPACES.
              05 WS-LD-PRIS       PIC ZZZZZ9.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-CLOS       PIC ZZZZZ9.
              05 FILLER           PIC X(04) VALUE SPACES.
              05 WS-LD-MEDIANE    PIC ZZZZ9.9.
              05 WS-LD-MEDIANE-X REDEFINES WS-LD-MEDIANE
                                  PIC X(07).
              05 FILLER           PIC X(04) VALUE SPACES.
              05 WS-LD-ROUVERTS   PIC ZZZZZ9.
              05 FILLER           PIC X(03) VALUE SPACES.
              05 WS-LD-TAUX       PIC ZZ9.
              05 FILLER           PIC X(01) VALUE "%".
              05 FILLER           PIC X(06) VALUE SPACES.
              05 WS-LD-CLERCS     PIC Z9.
              05 FILLER           PIC X(07) VALUE SPACES.
              05 WS-LD-REOUV-MOIS PIC ZZZZ9.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-SIGNAL     PIC X(18).

           01 WS-COMPTEURS.
              05 WS-NB-LUS         PIC 9(06) VALUE 0.
              05 WS-NB-DU-MOIS     PIC 9(06) VALUE 0.
              05 WS-NB-PRISES      PIC 9(06) VALUE 0.
              05 WS-NB-CLOTURES    PIC 9(06) VALUE 0.
              05 WS-NB-OFFICE      PIC 9(06) VALUE 0.
              05 WS-NB-ROUVERTES   PIC 9(06) VALUE 0.
              05 WS-NB-REOUV-MOIS  PIC 9(06) VALUE 0.
              05 WS-NB-A-TRAITER   PIC 9(06) VALUE 0.
              05 WS-NB-DEBORDES    PIC 9(06) VALUE 0.
              05 WS-NB-HORS-TABLE  PIC 9(06) VALUE 0.

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
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00" AND WS-FS-JOURNAL NOT = "05"
               DISPLAY "Erreur ouverture TRJ001. FILE STATUS: "
                   WS-FS-JOURNAL
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-EVENEMENT.
           PERFORM CHARGER-UN-EVENEMENT UNTIL FIN-FICHIER-JOURNAL.
           CLOSE F-JOURNAL.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "TRAVAUX DE REMEDIATION DU MOIS " WS-MOIS-DEMANDE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT SD-DELAI-TRI
               ON ASCENDING KEY SR-GROUPE SR-CODE SR-JOURS
               INPUT PROCEDURE IS ANALYSER-EVENEMENTS
               OUTPUT PROCEDURE IS CALCULER-MEDIANES.
           IF SORT-RETURN NOT = 0
               DISPLAY "Erreur de tri des delais. SORT-RETURN: "
                   SORT-RETURN
               PERFORM TERMINER-ETAT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-PRISES = 0 AND WS-NB-CLOTURES = 0
               AND WS-NB-REOUV-MOIS = 0
               MOVE "Aucune prise ni cloture de travail dans le mois."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           ELSE
               PERFORM EDITER-CLERCS
               PERFORM EDITER-MOTIFS
           END-IF.
           PERFORM EDITER-TOTAUX.
           PERFORM TERMINER-ETAT.
           PERFORM AFFICHER-BILAN.
           IF WS-NB-A-TRAITER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       TERMINER-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

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
           READ F-JOURNAL
               AT END
                   SET FIN-FICHIER-JOURNAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
           END-READ.

       CHARGER-UN-EVENEMENT.
           IF WS-NB-EVT < WS-NB-EVT-MAX
               ADD 1 TO WS-NB-EVT
               MOVE TJ-HORODATAGE TO WS-EVT-HORODATAGE (WS-NB-EVT)
               MOVE TJ-EVENEMENT TO WS-EVT-EVENEMENT (WS-NB-EVT)
               MOVE TJ-ID-CLIENT TO WS-EVT-ID-CLIENT (WS-NB-EVT)
               MOVE TJ-MOTIF TO WS-EVT-MOTIF (WS-NB-EVT)
               MOVE TJ-INITIALES TO WS-EVT-INITIALES (WS-NB-EVT)
           ELSE
               ADD 1 TO WS-NB-HORS-TABLE
           END-IF.
           PERFORM LIRE-EVENEMENT.

      ****************************************************************
      * Procedure d'entree du tri : les prises, clotures et          *
      * reouvertures du mois cumulees par clerc et par motif ; le    *
      * delai de chaque cloture precedee d'une prise verse au tri    *
      ****************************************************************
       ANALYSER-EVENEMENTS.
           PERFORM ANALYSER-UN-EVENEMENT
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-EVT.

       ANALYSER-UN-EVENEMENT.
           IF WS-EVT-HORODATAGE (WS-I) (1:6) NOT = WS-MOIS-DEMANDE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-DU-MOIS.
           PERFORM CHERCHER-MOTIF.
           EVALUATE TRUE
               WHEN EVT-PRISE (WS-I)
                   ADD 1 TO WS-NB-PRISES
                   IF WS-M > 0
                       ADD 1 TO WS-MOTIF-PRIS (WS-M)
                   END-IF
                   PERFORM CHERCHER-CLERC
                   IF WS-C > 0
                       ADD 1 TO WS-CLERC-PRIS (WS-C)
                   END-IF
               WHEN EVT-CLOTURE (WS-I)
                   PERFORM ANALYSER-UNE-CLOTURE
               WHEN EVT-REOUVERTURE (WS-I)
                   ADD 1 TO WS-NB-REOUV-MOIS
                   IF WS-M > 0
                       ADD 1 TO WS-MOTIF-REOUV-MOIS (WS-M)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Une cloture : la prise qui l'a precedee dans le meme cycle
      * du travail (depuis son ouverture ou sa derniere reouverture)
      * donne le delai ; l'evenement suivant du travail dit si la
      * correction a tenu.
       ANALYSER-UNE-CLOTURE.
           ADD 1 TO WS-NB-CLOTURES.
           IF WS-EVT-EVENEMENT (WS-I) = "A"
               ADD 1 TO WS-NB-OFFICE
           END-IF.
           PERFORM CHERCHER-CLERC.
           IF WS-M > 0
               ADD 1 TO WS-MOTIF-CLOS (WS-M)
           END-IF.
           IF WS-C > 0
               ADD 1 TO WS-CLERC-CLOS (WS-C)
           END-IF.
           MOVE "N" TO WS-PRISE-TROUVEE.
           MOVE "N" TO WS-RECHERCHE.
           COMPUTE WS-K = WS-I - 1.
           PERFORM EXAMINER-EVENEMENT-ANTERIEUR
               VARYING WS-J FROM WS-K BY -1
               UNTIL WS-J = 0 OR RECHERCHE-FINIE.
           IF PRISE-TROUVEE
               PERFORM VERSER-LE-DELAI
           END-IF.
           MOVE "N" TO WS-ROUVERTE.
           MOVE "N" TO WS-RECHERCHE.
           COMPUTE WS-K = WS-I + 1.
           PERFORM EXAMINER-EVENEMENT-SUIVANT
               VARYING WS-J FROM WS-K BY 1
               UNTIL WS-J > WS-NB-EVT OR RECHERCHE-FINIE.
           IF CLOTURE-ROUVERTE
               ADD 1 TO WS-NB-ROUVERTES
               IF WS-C > 0
                   ADD 1 TO WS-CLERC-ROUVERTS (WS-C)
               END-IF
               IF WS-M > 0
                   ADD 1 TO WS-MOTIF-ROUVERTS (WS-M)
                   PERFORM NOTER-CLERC-DU-MOTIF
               END-IF
           END-IF.

       EXAMINER-EVENEMENT-ANTERIEUR.
           IF WS-EVT-ID-CLIENT (WS-J) = WS-EVT-ID-CLIENT (WS-I)
               AND WS-EVT-MOTIF (WS-J) = WS-EVT-MOTIF (WS-I)
               EVALUATE TRUE
                   WHEN EVT-PRISE (WS-J)
                       SET PRISE-TROUVEE TO TRUE
                       SET RECHERCHE-FINIE TO TRUE
                   WHEN EVT-DEBUT-CYCLE (WS-J)
                   WHEN EVT-CLOTURE (WS-J)
                       SET RECHERCHE-FINIE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       EXAMINER-EVENEMENT-SUIVANT.
           IF WS-EVT-ID-CLIENT (WS-J) = WS-EVT-ID-CLIENT (WS-I)
               AND WS-EVT-MOTIF (WS-J) = WS-EVT-MOTIF (WS-I)
               IF EVT-REOUVERTURE (WS-J)
                   SET CLOTURE-ROUVERTE TO TRUE
               END-IF
               SET RECHERCHE-FINIE TO TRUE
           END-IF.

      * La prise trouvee est en WS-J + 1 (la boucle a decremente
      * avant de tester la fin de recherche).
       VERSER-LE-DELAI.
           ADD 1 TO WS-J.
           COMPUTE WS-JOURS =
               FUNCTION INTEGER-OF-DATE (WS-EVT-DATE (WS-I))
               - FUNCTION INTEGER-OF-DATE (WS-EVT-DATE (WS-J)).
           MOVE WS-JOURS TO SR-JOURS.
           IF WS-C > 0
               ADD 1 TO WS-CLERC-NB-DELAIS (WS-C)
               MOVE "C" TO SR-GROUPE
               MOVE WS-CLERC-CODE (WS-C) TO SR-CODE
               RELEASE SR-ENR-DELAI
           END-IF.
           IF WS-M > 0
               ADD 1 TO WS-MOTIF-NB-DELAIS (WS-M)
               MOVE "M" TO SR-GROUPE
               MOVE WS-MOTIF-CODE (WS-M) TO SR-CODE
               RELEASE SR-ENR-DELAI
           END-IF.

      * Rang du clerc de l'evenement dans la table, cree au besoin ;
      * 0 pour une cloture d'office d'un travail jamais pris, ou
      * table pleine.
       CHERCHER-CLERC.
           MOVE 0 TO WS-C.
           IF WS-EVT-INITIALES (WS-I) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-CLERC OR ENTREE-TROUVEE
               IF WS-CLERC-CODE (WS-C) = WS-EVT-INITIALES (WS-I)
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF ENTREE-TROUVEE
               SUBTRACT 1 FROM WS-C
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CLERC < WS-NB-CLERC-MAX
               ADD 1 TO WS-NB-CLERC
               MOVE WS-NB-CLERC TO WS-C
               INITIALIZE WS-CLERC-ENTRY (WS-C)
               MOVE WS-EVT-INITIALES (WS-I) TO WS-CLERC-CODE (WS-C)
           ELSE
               MOVE 0 TO WS-C
               ADD 1 TO WS-NB-DEBORDES
           END-IF.

       CHERCHER-MOTIF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NB-MOTIF OR ENTREE-TROUVEE
               IF WS-MOTIF-CODE (WS-M) = WS-EVT-MOTIF (WS-I)
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF ENTREE-TROUVEE
               SUBTRACT 1 FROM WS-M
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-MOTIF < WS-NB-MOTIF-MAX
               ADD 1 TO WS-NB-MOTIF
               MOVE WS-NB-MOTIF TO WS-M
               INITIALIZE WS-MOTIF-ENTRY (WS-M)
               MOVE WS-EVT-MOTIF (WS-I) TO WS-MOTIF-CODE (WS-M)
           ELSE
               MOVE 0 TO WS-M
               ADD 1 TO WS-NB-DEBORDES
           END-IF.

      * Le clerc d'une cloture rouverte rejoint la liste du motif
      * (une cloture d'office d'un travail jamais pris n'y entre
      * pas : personne ne l'avait traite).
       NOTER-CLERC-DU-MOTIF.
           IF WS-C = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-MOTIF-NB-CLERCS (WS-M)
                   OR ENTREE-TROUVEE
               IF WS-MOTIF-CLERC (WS-M WS-X) = WS-CLERC-CODE (WS-C)
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ENTREE-TROUVEE
               AND WS-MOTIF-NB-CLERCS (WS-M) < 10
               ADD 1 TO WS-MOTIF-NB-CLERCS (WS-M)
               MOVE WS-CLERC-CODE (WS-C)
                   TO WS-MOTIF-CLERC (WS-M WS-MOTIF-NB-CLERCS (WS-M))
           END-IF.

      ****************************************************************
      * Procedure de sortie du tri : les delais reviennent groupes   *
      * par clerc puis par motif, en ordre croissant ; a chaque      *
      * rupture la mediane du groupe est rangee dans sa table        *
      ****************************************************************
       CALCULER-MEDIANES.
           MOVE SPACES TO WS-GROUPE-COURANT.
           MOVE 0 TO WS-NB-VAL.
           PERFORM RETOURNER-DELAI.
           PERFORM TRAITER-DELAI-TRIE UNTIL FIN-RETOUR-TRI.
           IF WS-NB-VAL > 0
               PERFORM RANGER-MEDIANE
           END-IF.

       RETOURNER-DELAI.
           RETURN SD-DELAI-TRI
               AT END
                   SET FIN-RETOUR-TRI TO TRUE
           END-RETURN.

       TRAITER-DELAI-TRIE.
           IF SR-GROUPE NOT = WS-GC-GROUPE
               OR SR-CODE NOT = WS-GC-CODE
               IF WS-NB-VAL > 0
                   PERFORM RANGER-MEDIANE
               END-IF
               MOVE SR-GROUPE TO WS-GC-GROUPE
               MOVE SR-CODE TO WS-GC-CODE
               MOVE 0 TO WS-NB-VAL
           END-IF.
           IF WS-NB-VAL < WS-NB-EVT-MAX
               ADD 1 TO WS-NB-VAL
               MOVE SR-JOURS TO WS-VAL (WS-NB-VAL)
           END-IF.
           PERFORM RETOURNER-DELAI.

      * Nombre impair de delais : celui du milieu ; nombre pair : la
      * moyenne des deux du milieu.
       RANGER-MEDIANE.
           DIVIDE WS-NB-VAL BY 2 GIVING WS-MILIEU.
           IF WS-MILIEU * 2 = WS-NB-VAL
               COMPUTE WS-MEDIANE =
                   (WS-VAL (WS-MILIEU) + WS-VAL (WS-MILIEU + 1)) / 2
           ELSE
               MOVE WS-VAL (WS-MILIEU + 1) TO WS-MEDIANE
           END-IF.
           IF WS-GC-GROUPE = "C"
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NB-CLERC
                   IF WS-CLERC-CODE (WS-C) = WS-GC-CODE (1:3)
                       MOVE WS-MEDIANE TO WS-CLERC-MEDIANE (WS-C)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-NB-MOTIF
                   IF WS-MOTIF-CODE (WS-M) = WS-GC-CODE
                       MOVE WS-MEDIANE TO WS-MOTIF-MEDIANE (WS-M)
                   END-IF
               END-PERFORM
           END-IF.

      ****************************************************************
      * Productivite par clerc                                       *
      ****************************************************************
       EDITER-CLERCS.
           MOVE "PAR CLERC (CLOS : CONSOLE, OU D'OFFICE APRES SA PRISE)"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-CLERC TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-UN-CLERC
               VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CLERC.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-UN-CLERC.
           MOVE WS-CLERC-CODE (WS-C) TO WS-LD-CODE.
           MOVE WS-CLERC-PRIS (WS-C) TO WS-LD-PRIS.
           MOVE WS-CLERC-CLOS (WS-C) TO WS-LD-CLOS.
           IF WS-CLERC-NB-DELAIS (WS-C) > 0
               MOVE WS-CLERC-MEDIANE (WS-C) TO WS-LD-MEDIANE
           ELSE
               MOVE "      -" TO WS-LD-MEDIANE-X
           END-IF.
           MOVE WS-CLERC-ROUVERTS (WS-C) TO WS-LD-ROUVERTS.
           MOVE 0 TO WS-TAUX.
           IF WS-CLERC-CLOS (WS-C) > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-CLERC-ROUVERTS (WS-C) * 100
                   / WS-CLERC-CLOS (WS-C)
           END-IF.
           MOVE WS-TAUX TO WS-LD-TAUX.
           MOVE WS-LIGNE-DETAIL (1:50) TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Ventilation par motif de defaut et signalement des motifs    *
      * qui reviennent quel que soit le clerc                        *
      ****************************************************************
       EDITER-MOTIFS.
           MOVE "PAR MOTIF DE DEFAUT" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-MOTIF TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-UN-MOTIF
               VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NB-MOTIF.

       EDITER-UN-MOTIF.
           MOVE WS-MOTIF-CODE (WS-M) TO WS-LD-CODE.
           MOVE WS-MOTIF-PRIS (WS-M) TO WS-LD-PRIS.
           MOVE WS-MOTIF-CLOS (WS-M) TO WS-LD-CLOS.
           IF WS-MOTIF-NB-DELAIS (WS-M) > 0
               MOVE WS-MOTIF-MEDIANE (WS-M) TO WS-LD-MEDIANE
           ELSE
               MOVE "      -" TO WS-LD-MEDIANE-X
           END-IF.
           MOVE WS-MOTIF-ROUVERTS (WS-M) TO WS-LD-ROUVERTS.
           MOVE 0 TO WS-TAUX.
           IF WS-MOTIF-CLOS (WS-M) > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-MOTIF-ROUVERTS (WS-M) * 100
                   / WS-MOTIF-CLOS (WS-M)
           END-IF.
           MOVE WS-TAUX TO WS-LD-TAUX.
           MOVE WS-MOTIF-NB-CLERCS (WS-M) TO WS-LD-CLERCS.
           MOVE WS-MOTIF-REOUV-MOIS (WS-M) TO WS-LD-REOUV-MOIS.
           MOVE SPACES TO WS-LD-SIGNAL.
           IF WS-MOTIF-ROUVERTS (WS-M) >= WS-SEUIL-ROUVERTS
               AND WS-TAUX >= WS-SEUIL-TAUX
               AND WS-MOTIF-NB-CLERCS (WS-M) >= WS-SEUIL-CLERCS
               MOVE "A TRAITER EN AMONT" TO WS-LD-SIGNAL
               ADD 1 TO WS-NB-A-TRAITER
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAUX DU MOIS" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Travaux pris             : " WS-NB-PRISES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Travaux clos             : " WS-NB-CLOTURES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont clos d'office       : " WS-NB-OFFICE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Clotures rouvertes depuis: " WS-NB-ROUVERTES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Reouvertures du mois     : " WS-NB-REOUV-MOIS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Motifs a traiter en amont: " WS-NB-A-TRAITER
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF WS-NB-DEBORDES > 0
               STRING "  ATTENTION : " WS-NB-DEBORDES " evenements "
                   "au-dela de la table des clercs ou des motifs."
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           IF WS-NB-HORS-TABLE > 0
               STRING "  ATTENTION : " WS-NB-HORS-TABLE " evenements "
                   "du journal au-dela de la table, non lus."
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Travaux de remediation, mois " WS-MOIS-DEMANDE.
           DISPLAY "Evenements lus   (TRJ001) : " WS-NB-LUS.
           DISPLAY "Evenements du mois        : " WS-NB-DU-MOIS.
           DISPLAY "Travaux clos dans le mois : " WS-NB-CLOTURES.
           DISPLAY "Clotures rouvertes depuis : " WS-NB-ROUVERTES.
           DISPLAY "Motifs a traiter en amont : " WS-NB-A-TRAITER.
           DISPLAY "----------------------------------------------".
