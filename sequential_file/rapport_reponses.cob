      ****************************************************************
      * Taux de reponse aux campagnes : relit l'historique des       *
      * selections CSH001 (ecrit par SELECTION-CAMPAGNE, complete    *
      * par CHARGE-REPONSES) et edite, pour un run donne ou pour     *
      * tous, les clients sollicites, les repondants et le taux de   *
      * reponse ventiles par departement, par tranche de note SCO001 *
      * et par agence (les clients a l'etranger, sans code postal    *
      * francais, sur une ligne a part). Le marketing y voit quels   *
      * criteres de la carte CRT001 paient avant d'ecrire la         *
      * suivante. Etat REPONSES par le formateur partage             *
      * edition-etat.                                                *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-REPONSES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORIQUE ASSIGN TO DYNAMIC WS-NOM-CSH001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLE
               FILE STATUS IS WS-FS-HISTORIQUE.

       DATA DIVISION.
       FILE SECTION.
           FD F-HISTORIQUE
               RECORD CONTAINS 50 CHARACTERS.
           01 FH-ENR-HISTORIQUE.
               COPY CAMPHIS.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CSH001    PIC X(30) VALUE "CSH001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-HISTORIQUE PIC X(02).
           01 WS-IND-HISTORIQUE PIC X(01) VALUE "N".
              88 FIN-FICHIER-HISTORIQUE VALUE "O".

      * Run a analyser, 0 = tous les runs de l'historique.
           01 WS-RUN-DEMANDE   PIC 9(04) VALUE 0.

      * Ventilations : sollicites et repondants (indice departement
      * + 1, tranche de note, agence + 1).
           01 WS-TABLE-DEPARTEMENTS.
              05 WS-DEPT-ENTRY OCCURS 100 TIMES.
                 10 WS-DEPT-SOLLICITES PIC 9(06).
                 10 WS-DEPT-REPONSES   PIC 9(06).
           01 WS-TABLE-TRANCHES.
              05 WS-TRANCHE-ENTRY OCCURS 6 TIMES.
                 10 WS-TRANCHE-SOLLICITES PIC 9(06).
                 10 WS-TRANCHE-REPONSES   PIC 9(06).
           01 WS-LIBELLES-TRANCHES.
              05 FILLER PIC X(12) VALUE "sans note".
              05 FILLER PIC X(12) VALUE "000 a 019".
              05 FILLER PIC X(12) VALUE "020 a 039".
              05 FILLER PIC X(12) VALUE "040 a 059".
              05 FILLER PIC X(12) VALUE "060 a 079".
              05 FILLER PIC X(12) VALUE "080 a 100".
           01 WS-TABLE-LIB-TRANCHES REDEFINES WS-LIBELLES-TRANCHES.
              05 WS-LIBELLE-TRANCHE PIC X(12) OCCURS 6 TIMES.
           01 WS-TABLE-AGENCES.
              05 WS-AGENCE-ENTRY OCCURS 100 TIMES.
                 10 WS-AGENCE-SOLLICITES PIC 9(06).
                 10 WS-AGENCE-REPONSES   PIC 9(06).
      * Clients a l'etranger (code postal CSH001 a blanc).
           01 WS-ETRANGER-SOLLICITES PIC 9(06) VALUE 0.
           01 WS-ETRANGER-REPONSES   PIC 9(06) VALUE 0.
           01 WS-NB-SOLLICITES PIC 9(06) VALUE 0.
           01 WS-NB-REPONSES   PIC 9(06) VALUE 0.

           01 WS-I             PIC 9(03).
           01 WS-T             PIC 9(01).
           01 WS-CODE-AFF      PIC 9(02).
           01 WS-CP-TRAVAIL    PIC 9(05).
           01 WS-CP-TRAVAIL-X REDEFINES WS-CP-TRAVAIL.
              05 WS-CP-DEPT    PIC 9(02).
              05 FILLER        PIC X(03).

      * Zones d'edition d'une ligne de ventilation.
           01 WS-LIBELLE       PIC X(20).
           01 WS-SOLLICITES    PIC 9(06).
           01 WS-REPONSES      PIC 9(06).
           01 WS-TAUX          PIC 9(03)V9.
           01 WS-SOLLICITES-EDIT PIC ZZZ,ZZ9.
           01 WS-REPONSES-EDIT PIC ZZZ,ZZ9.
           01 WS-TAUX-EDIT     PIC ZZ9.9.

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "REPONSES".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Run de campagne a analyser (0 = tous) : "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-DEMANDE.
           INITIALIZE WS-TABLE-DEPARTEMENTS WS-TABLE-TRANCHES
               WS-TABLE-AGENCES.
           OPEN INPUT F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               DISPLAY "Erreur ouverture CSH001. FILE STATUS: "
                   WS-FS-HISTORIQUE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-HISTORIQUE.
           PERFORM CUMULER-SELECTION UNTIL FIN-FICHIER-HISTORIQUE.
           CLOSE F-HISTORIQUE.
           MOVE "I" TO WS-ED-FONCTION.
           IF WS-RUN-DEMANDE = 0
               MOVE "TAUX DE REPONSE AUX CAMPAGNES (TOUS LES RUNS)"
                   TO WS-ED-TITRE
           ELSE
               MOVE SPACES TO WS-ED-TITRE
               STRING "TAUX DE REPONSE A LA CAMPAGNE DU RUN "
                   WS-RUN-DEMANDE DELIMITED BY SIZE
                   INTO WS-ED-TITRE
               END-STRING
           END-IF.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM EDITER-RAPPORT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           DISPLAY "Rapport des reponses edite : " WS-NB-SOLLICITES
               " sollicite(s), " WS-NB-REPONSES " reponse(s).".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIRE-HISTORIQUE.
           READ F-HISTORIQUE NEXT RECORD
               AT END
                   SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-READ.

      ****************************************************************
      * Cumul d'une selection dans les trois ventilations            *
      ****************************************************************
       CUMULER-SELECTION.
           IF WS-RUN-DEMANDE = 0 OR CH-RUN = WS-RUN-DEMANDE
               ADD 1 TO WS-NB-SOLLICITES
               IF CH-CODE-POSTAL IS NUMERIC
                   MOVE CH-CODE-POSTAL TO WS-CP-TRAVAIL
                   COMPUTE WS-I = WS-CP-DEPT + 1
                   ADD 1 TO WS-DEPT-SOLLICITES (WS-I)
               ELSE
                   ADD 1 TO WS-ETRANGER-SOLLICITES
               END-IF
               PERFORM CALCULER-TRANCHE
               ADD 1 TO WS-TRANCHE-SOLLICITES (WS-T)
               COMPUTE WS-I = CH-AGENCE + 1
               ADD 1 TO WS-AGENCE-SOLLICITES (WS-I)
               IF NOT CH-SANS-REPONSE
                   ADD 1 TO WS-NB-REPONSES
                   IF CH-CODE-POSTAL IS NUMERIC
                       COMPUTE WS-I = WS-CP-DEPT + 1
                       ADD 1 TO WS-DEPT-REPONSES (WS-I)
                   ELSE
                       ADD 1 TO WS-ETRANGER-REPONSES
                   END-IF
                   ADD 1 TO WS-TRANCHE-REPONSES (WS-T)
                   COMPUTE WS-I = CH-AGENCE + 1
                   ADD 1 TO WS-AGENCE-REPONSES (WS-I)
               END-IF
           END-IF.
           PERFORM LIRE-HISTORIQUE.

      * Tranche 1 = client sans note SCO001 au moment de la
      * selection, puis tranches de vingt points.
       CALCULER-TRANCHE.
           IF NOT CH-NOTE-PRESENTE
               MOVE 1 TO WS-T
           ELSE
               IF CH-NOTE >= 80
                   MOVE 6 TO WS-T
               ELSE
                   COMPUTE WS-T = CH-NOTE / 20 + 2
               END-IF
           END-IF.

      ****************************************************************
      * Edition des trois ventilations puis du total                 *
      ****************************************************************
       EDITER-RAPPORT.
           MOVE "Par departement        sollicites  reponses    taux"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
               IF WS-DEPT-SOLLICITES (WS-I) > 0
                   COMPUTE WS-CODE-AFF = WS-I - 1
                   MOVE SPACES TO WS-LIBELLE
                   STRING "  departement " WS-CODE-AFF
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   END-STRING
                   MOVE WS-DEPT-SOLLICITES (WS-I) TO WS-SOLLICITES
                   MOVE WS-DEPT-REPONSES (WS-I) TO WS-REPONSES
                   PERFORM EDITER-LIGNE-TAUX
               END-IF
           END-PERFORM.
           IF WS-ETRANGER-SOLLICITES > 0
               MOVE "  etranger" TO WS-LIBELLE
               MOVE WS-ETRANGER-SOLLICITES TO WS-SOLLICITES
               MOVE WS-ETRANGER-REPONSES TO WS-REPONSES
               PERFORM EDITER-LIGNE-TAUX
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Par tranche de note    sollicites  reponses    taux"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 6
               IF WS-TRANCHE-SOLLICITES (WS-T) > 0
                   MOVE SPACES TO WS-LIBELLE
                   STRING "  " WS-LIBELLE-TRANCHE (WS-T)
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   END-STRING
                   MOVE WS-TRANCHE-SOLLICITES (WS-T) TO WS-SOLLICITES
                   MOVE WS-TRANCHE-REPONSES (WS-T) TO WS-REPONSES
                   PERFORM EDITER-LIGNE-TAUX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Par agence             sollicites  reponses    taux"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
               IF WS-AGENCE-SOLLICITES (WS-I) > 0
                   COMPUTE WS-CODE-AFF = WS-I - 1
                   MOVE SPACES TO WS-LIBELLE
                   IF WS-CODE-AFF = 0
                       MOVE "  non rattache" TO WS-LIBELLE
                   ELSE
                       STRING "  agence " WS-CODE-AFF
                           DELIMITED BY SIZE INTO WS-LIBELLE
                       END-STRING
                   END-IF
                   MOVE WS-AGENCE-SOLLICITES (WS-I) TO WS-SOLLICITES
                   MOVE WS-AGENCE-REPONSES (WS-I) TO WS-REPONSES
                   PERFORM EDITER-LIGNE-TAUX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAL" TO WS-LIBELLE.
           MOVE WS-NB-SOLLICITES TO WS-SOLLICITES.
           MOVE WS-NB-REPONSES TO WS-REPONSES.
           PERFORM EDITER-LIGNE-TAUX.

       EDITER-LIGNE-TAUX.
           IF WS-SOLLICITES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-REPONSES * 100 / WS-SOLLICITES
           ELSE
               MOVE 0 TO WS-TAUX
           END-IF.
           MOVE WS-SOLLICITES TO WS-SOLLICITES-EDIT.
           MOVE WS-REPONSES TO WS-REPONSES-EDIT.
           MOVE WS-TAUX TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-LIBELLE DELIMITED BY SIZE
               "   " WS-SOLLICITES-EDIT
               "   " WS-REPONSES-EDIT
               "   " WS-TAUX-EDIT " %"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
