       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGES-ANNUELS.

      * Etat de fin d'annee des conges payes : relit les compteurs
      * CGP001 tenus par PAIE-EMPLOYES au fil des runs mensuels et
      * edite sur CGA001, pour l'annee demandee, une ligne par
      * employe : report de l'annee precedente, jours acquis, pris,
      * payes au depart, et solde reporte sur l'annee suivante. Le
      * total de controle final verifie que reports + acquis - pris
      * - payes retombe sur la somme des soldes reportes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONGES ASSIGN TO "CGP001"
               FILE STATUS IS WS-FS-CONGES.
           SELECT F-ETAT-CONGES ASSIGN TO "CGA001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT.

       DATA DIVISION.
       FILE SECTION.
      * Au format de PAIE-EMPLOYES.
       FD F-CONGES
           RECORD CONTAINS 50 CHARACTERS.
       01 FG-ENR-CONGES.
           05 FG-EMP-ID       PIC 9(5).
           05 FG-ANNEE        PIC 9(4).
           05 FG-REPORT       PIC S9(3)V99.
           05 FG-ACQUIS       PIC 9(3)V99.
           05 FG-PRIS         PIC 9(3)V99.
           05 FG-PAYES        PIC 9(3)V99.
           05 FG-DERNIER-MOIS PIC 9(6).
           05 FG-ACQUIS-MOIS  PIC 9(3)V99.
           05 FG-PRIS-MOIS    PIC 9(3)V99.
           05 FG-PAYES-MOIS   PIC 9(3)V99.

       FD F-ETAT-CONGES.
       01 FE-LIGNE-ETAT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CONGES    PIC X(02).
       01 WS-FS-ETAT      PIC X(02).
       01 WS-FIN-CONGES   PIC X(01) VALUE "N".
           88 FIN-FICHIER-CONGES VALUE "O".

      * Annee de l'etat a editer.
       01 WS-ANNEE-DEMANDEE PIC 9(04).
       01 WS-ANNEE-SUIVANTE PIC 9(04).

       01 WS-LIGNE        PIC X(80).
       01 WS-SOLDE        PIC S9(4)V99.
       01 WS-JOURS-AFF    PIC -ZZZZ9.99.

      * Totaux de controle de l'edition, en jours.
       01 WS-TOTAUX.
           05 WS-TOTAL-REPORTS PIC S9(7)V99 VALUE 0.
           05 WS-TOTAL-ACQUIS  PIC S9(7)V99 VALUE 0.
           05 WS-TOTAL-PRIS    PIC S9(7)V99 VALUE 0.
           05 WS-TOTAL-PAYES   PIC S9(7)V99 VALUE 0.
           05 WS-TOTAL-SOLDES  PIC S9(7)V99 VALUE 0.
       01 WS-NB-EMPLOYES  PIC 9(04) VALUE 0.
       01 WS-NB-NEGATIFS  PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY "Annee de l'etat des conges (AAAA) : "
               WITH NO ADVANCING.
           ACCEPT WS-ANNEE-DEMANDEE.
           COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE-DEMANDEE + 1.
           OPEN INPUT F-CONGES.
           IF WS-FS-CONGES NOT = "00"
               DISPLAY "Erreur ouverture CGP001. FILE STATUS: "
                   WS-FS-CONGES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-ETAT-CONGES.
           IF WS-FS-ETAT NOT = "00"
               DISPLAY "Erreur ouverture CGA001. FILE STATUS: "
                   WS-FS-ETAT
               CLOSE F-CONGES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM EDITER-ENTETE.
           PERFORM LIRE-CONGES.
           PERFORM EDITER-UN-COMPTEUR UNTIL FIN-FICHIER-CONGES.
           PERFORM EDITER-TOTAUX.
           CLOSE F-CONGES.
           CLOSE F-ETAT-CONGES.
           PERFORM AFFICHER-TOTAL-DE-CONTROLE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIRE-CONGES.
           READ F-CONGES
               AT END
                   SET FIN-FICHIER-CONGES TO TRUE
           END-READ.

       EDITER-ENTETE.
           MOVE SPACES TO WS-LIGNE.
           STRING "CONGES PAYES " WS-ANNEE-DEMANDEE
               " - SOLDES ET REPORTS SUR " WS-ANNEE-SUIVANTE
               " (en jours)"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE.
           MOVE "MATRICULE" TO WS-LIGNE (1:9).
           MOVE "REPORT" TO WS-LIGNE (15:6).
           MOVE "ACQUIS" TO WS-LIGNE (25:6).
           MOVE "PRIS" TO WS-LIGNE (37:4).
           MOVE "PAYES" TO WS-LIGNE (46:5).
           MOVE "A REPORTER" TO WS-LIGNE (53:10).
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Compteur d'un employe pour l'annee demandee                  *
      ****************************************************************
       EDITER-UN-COMPTEUR.
           IF FG-ANNEE = WS-ANNEE-DEMANDEE
               ADD 1 TO WS-NB-EMPLOYES
               COMPUTE WS-SOLDE = FG-REPORT + FG-ACQUIS - FG-PRIS
                   - FG-PAYES
               ADD FG-REPORT TO WS-TOTAL-REPORTS
               ADD FG-ACQUIS TO WS-TOTAL-ACQUIS
               ADD FG-PRIS TO WS-TOTAL-PRIS
               ADD FG-PAYES TO WS-TOTAL-PAYES
               ADD WS-SOLDE TO WS-TOTAL-SOLDES
               MOVE SPACES TO WS-LIGNE
               MOVE FG-EMP-ID TO WS-LIGNE (1:5)
               MOVE FG-REPORT TO WS-JOURS-AFF
               MOVE WS-JOURS-AFF TO WS-LIGNE (11:10)
               MOVE FG-ACQUIS TO WS-JOURS-AFF
               MOVE WS-JOURS-AFF TO WS-LIGNE (21:10)
               MOVE FG-PRIS TO WS-JOURS-AFF
               MOVE WS-JOURS-AFF TO WS-LIGNE (31:10)
               MOVE FG-PAYES TO WS-JOURS-AFF
               MOVE WS-JOURS-AFF TO WS-LIGNE (41:10)
               MOVE WS-SOLDE TO WS-JOURS-AFF
               MOVE WS-JOURS-AFF TO WS-LIGNE (53:10)
               IF WS-SOLDE < 0
                   ADD 1 TO WS-NB-NEGATIFS
                   MOVE "SOLDE NEGATIF" TO WS-LIGNE (65:13)
               END-IF
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM LIRE-CONGES.

       EDITER-TOTAUX.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE.
           MOVE "TOTAL" TO WS-LIGNE (1:5).
           MOVE WS-TOTAL-REPORTS TO WS-JOURS-AFF.
           MOVE WS-JOURS-AFF TO WS-LIGNE (11:10).
           MOVE WS-TOTAL-ACQUIS TO WS-JOURS-AFF.
           MOVE WS-JOURS-AFF TO WS-LIGNE (21:10).
           MOVE WS-TOTAL-PRIS TO WS-JOURS-AFF.
           MOVE WS-JOURS-AFF TO WS-LIGNE (31:10).
           MOVE WS-TOTAL-PAYES TO WS-JOURS-AFF.
           MOVE WS-JOURS-AFF TO WS-LIGNE (41:10).
           MOVE WS-TOTAL-SOLDES TO WS-JOURS-AFF.
           MOVE WS-JOURS-AFF TO WS-LIGNE (53:10).
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE WS-LIGNE TO FE-LIGNE-ETAT.
           WRITE FE-LIGNE-ETAT.
           IF WS-FS-ETAT NOT = "00"
               DISPLAY "Erreur ecriture CGA001. FILE STATUS: "
                   WS-FS-ETAT
           END-IF.

      ****************************************************************
      * Total de controle : reports + acquis - pris - payes = soldes *
      * reportes                                                     *
      ****************************************************************
       AFFICHER-TOTAL-DE-CONTROLE.
           DISPLAY "----------------------------------------------".
           DISPLAY "Conges " WS-ANNEE-DEMANDEE " : " WS-NB-EMPLOYES
               " compteur(s) edite(s) sur CGA001.".
           DISPLAY "Total reports : " WS-TOTAL-REPORTS.
           DISPLAY "Total acquis  : " WS-TOTAL-ACQUIS.
           DISPLAY "Total pris    : " WS-TOTAL-PRIS.
           DISPLAY "Total payes   : " WS-TOTAL-PAYES.
           DISPLAY "A reporter    : " WS-TOTAL-SOLDES.
           IF WS-TOTAL-REPORTS + WS-TOTAL-ACQUIS - WS-TOTAL-PRIS
               - WS-TOTAL-PAYES = WS-TOTAL-SOLDES
               DISPLAY "Controle OK : reports + acquis - pris - payes "
                   "= soldes reportes."
           ELSE
               DISPLAY "ATTENTION : ecart dans le total de controle !"
           END-IF.
           IF WS-NB-NEGATIFS > 0
               DISPLAY "ATTENTION : " WS-NB-NEGATIFS " solde(s) "
                   "negatif(s) a regulariser."
           END-IF.
           DISPLAY "----------------------------------------------".
