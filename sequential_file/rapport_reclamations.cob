      ****************************************************************
      * Etat hebdomadaire d'anciennete des reclamations (registre    *
      * RCL001, copybook RECLAM) : a la date d'arrete (AAAAMMJJ,     *
      * vide = le jour), les reclamations recues et encore sans      *
      * reponse (ouvertes ou attribuees), triees par categorie puis  *
      * agence, celles dont l'echeance reglementaire est depassee en *
      * tete (HORS DELAI REGLEMENTAIRE, avec les jours ouvres de     *
      * retard), puis celles encore dans le delai (jours ouvres      *
      * restants, calendar-jours-ouvres). Suit un recapitulatif par  *
      * categorie et par agence : reclamations en attente de         *
      * reponse, dont hors delai, dont non attribuees, et reponses   *
      * donnees dans les WS-FENETRE-JOURS derniers jours ouvres,     *
      * dont hors delai. Etat RECLAMS, via le formateur partage      *
      * edition-etat. A planifier en fin de semaine (periodicite H   *
      * du reseau RES001).                                           *
      * Codes retour : 0 rien hors delai, 4 reclamation(s) en        *
      * attente hors delai, 99 erreur fichier, de tri ou d'edition.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-RECLAMATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECLAMATIONS
               ASSIGN TO DYNAMIC WS-NOM-RCL001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-NUMERO
               ALTERNATE RECORD KEY IS RC-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECLAMATIONS.
           SELECT SD-RECLAMATION-TRI ASSIGN TO DYNAMIC WS-NOM-SRT005.

       DATA DIVISION.
       FILE SECTION.
           FD F-RECLAMATIONS
               RECORD CONTAINS 150 CHARACTERS.
           01 FR-ENR-RECLAMATION.
               COPY RECLAM.

      * Le fichier de travail du tri ne garde que les reclamations
      * en attente de reponse, rang et ecart en jours ouvres deja
      * calcules.
           SD SD-RECLAMATION-TRI.
           01 SR-ENR-RECLAMATION.
              05 SR-RANG        PIC 9(01).
                 88 SR-HORS-DELAI VALUE 1.
              05 SR-ORDRE-CAT   PIC 9(01).
              05 SR-AGENCE      PIC 9(02).
              05 SR-ECHEANCE    PIC 9(08).
              05 SR-NUMERO      PIC 9(08).
              05 SR-ID-CLIENT   PIC 9(10).
              05 SR-RECEPTION   PIC 9(08).
              05 SR-CANAL       PIC X(10).
              05 SR-GESTIONNAIRE PIC X(03).
              05 SR-JOURS       PIC 9(05).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-RCL001    PIC X(30) VALUE "RCL001".
              05 WS-NOM-SRT005    PIC X(30) VALUE "SRT005".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-RECLAMATIONS PIC X(02).
           01 WS-FIN-RECLAMATIONS PIC X(01) VALUE "N".
              88 FIN-FICHIER-RECLAMATIONS VALUE "O".
           01 WS-FIN-TRI       PIC X(01) VALUE "N".
              88 FIN-RETOUR-TRI VALUE "O".
           01 WS-ERREUR        PIC X(01) VALUE "N".
              88 ERREUR-REGISTRE VALUE "O".

           01 WS-DATE-SAISIE   PIC X(08).
           01 WS-DATE-ARRETE   PIC 9(08).
      * Fenetre, en jours ouvres avant l'arrete, des reponses
      * donnees dans la semaine.
           01 WS-FENETRE-JOURS PIC 9(02) VALUE 5.

           01 WS-DEMANDE-JOURS-OUVRES.
              05 WS-CJO-FONCTION      PIC X(01).
              05 WS-CJO-DATE          PIC 9(08).
              05 WS-CJO-DATE2         PIC 9(08).
              05 WS-CJO-OUVRE         PIC X(01).
              05 WS-CJO-RESULTAT-DATE PIC 9(08).
              05 WS-CJO-RESULTAT-NB   PIC 9(05).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "RECLAMS".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

      * Categories dans l'ordre de l'etat (rang 1 a 5 du tri).
           01 WS-CATEGORIES-INIT.
              05 FILLER PIC X(21) VALUE "Ttarification".
              05 FILLER PIC X(21) VALUE "Squalite de service".
              05 FILLER PIC X(21) VALUE "Pproduit".
              05 FILLER PIC X(21) VALUE "Ddonnees personnelles".
              05 FILLER PIC X(21) VALUE "Aautre".
           01 WS-TABLE-CATEGORIES REDEFINES WS-CATEGORIES-INIT.
              05 WS-CAT-ENTRY OCCURS 5 TIMES.
                 10 WS-CAT-CODE     PIC X(01).
                 10 WS-CAT-LIBELLE  PIC X(20).
           01 WS-C             PIC 9(01).
           01 WS-A             PIC 9(03).

      * Recapitulatif par categorie et agence (00 a 99, rang
      * agence + 1).
           01 WS-TABLE-RECAP.
              05 WS-RE-CATEGORIE OCCURS 5 TIMES.
                 10 WS-RE-AGENCE OCCURS 100 TIMES.
                    15 WS-RE-EN-ATTENTE   PIC 9(05).
                    15 WS-RE-HORS-DELAI   PIC 9(05).
                    15 WS-RE-NON-ATTRIB   PIC 9(05).
                    15 WS-RE-REPONDUES    PIC 9(05).
                    15 WS-RE-REP-HORS-DEL PIC 9(05).

      * Rupture de l'etat detaille sur rang, categorie et agence.
           01 WS-RUPTURE.
              05 WS-RU-RANG      PIC 9(01) VALUE 0.
              05 WS-RU-ORDRE-CAT PIC 9(01) VALUE 0.
              05 WS-RU-AGENCE    PIC 9(02) VALUE 0.
           01 WS-RUPTURE-LUE.
              05 WS-RL-RANG      PIC 9(01).
              05 WS-RL-ORDRE-CAT PIC 9(01).
              05 WS-RL-AGENCE    PIC 9(02).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(12) VALUE "RECLAMATION".
              05 FILLER PIC X(12) VALUE "CLIENT".
              05 FILLER PIC X(11) VALUE "CANAL".
              05 FILLER PIC X(09) VALUE "RECUE".
              05 FILLER PIC X(09) VALUE "ECHEANCE".
              05 FILLER PIC X(06) VALUE "GEST.".
              05 FILLER PIC X(30) VALUE "SITUATION".
           01 WS-LIGNE-DETAIL.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-NUMERO     PIC 9(08).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-ID-CLIENT  PIC 9(10).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-CANAL      PIC X(10).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-RECEPTION  PIC 9(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-ECHEANCE   PIC 9(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-GESTIONNAIRE PIC X(03).
              05 FILLER           PIC X(03) VALUE SPACES.
              05 WS-LD-SITUATION  PIC X(40).
           01 WS-ENTETE-RECAP.
              05 FILLER PIC X(24) VALUE "CATEGORIE".
              05 FILLER PIC X(08) VALUE "AGENCE".
              05 FILLER PIC X(10) VALUE "ATTENTE".
              05 FILLER PIC X(11) VALUE "HORS DELAI".
              05 FILLER PIC X(11) VALUE "NON ATTRIB".
              05 FILLER PIC X(11) VALUE "REPONDUES".
              05 FILLER PIC X(11) VALUE "REP. HORS D".
           01 WS-LIGNE-RECAP.
              05 WS-LR-CATEGORIE  PIC X(20).
              05 FILLER           PIC X(04) VALUE SPACES.
              05 WS-LR-AGENCE     PIC 9(02).
              05 FILLER           PIC X(03) VALUE SPACES.
              05 WS-LR-EN-ATTENTE PIC ZZZZ9.
              05 FILLER           PIC X(06) VALUE SPACES.
              05 WS-LR-HORS-DELAI PIC ZZZZ9.
              05 FILLER           PIC X(06) VALUE SPACES.
              05 WS-LR-NON-ATTRIB PIC ZZZZ9.
              05 FILLER           PIC X(06) VALUE SPACES.
              05 WS-LR-REPONDUES  PIC ZZZZ9.
              05 FILLER           PIC X(06) VALUE SPACES.
              05 WS-LR-REP-HORS-DEL PIC ZZZZ9.
           01 WS-AFF-JOURS     PIC ZZZZ9.

           01 WS-COMPTEURS.
              05 WS-NB-LUES         PIC 9(06) VALUE 0.
              05 WS-NB-EN-ATTENTE   PIC 9(06) VALUE 0.
              05 WS-NB-HORS-DELAI   PIC 9(06) VALUE 0.
              05 WS-NB-NON-ATTRIB   PIC 9(06) VALUE 0.
              05 WS-NB-REPONDUES    PIC 9(06) VALUE 0.
              05 WS-NB-REP-HORS-DEL PIC 9(06) VALUE 0.
              05 WS-NB-DETAILS      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Date d'arrete (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES OR WS-DATE-SAISIE NOT NUMERIC
               ACCEPT WS-DATE-ARRETE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DATE-SAISIE TO WS-DATE-ARRETE
           END-IF.
           INITIALIZE WS-TABLE-RECAP.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "RECLAMATIONS - ANCIENNETE AU " WS-DATE-ARRETE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Tri des reclamations RCL001 en attente...".
           SORT SD-RECLAMATION-TRI
               ON ASCENDING KEY SR-RANG SR-ORDRE-CAT SR-AGENCE
                   SR-ECHEANCE SR-NUMERO
               INPUT PROCEDURE IS VERSER-RECLAMATIONS-AU-TRI
               OUTPUT PROCEDURE IS EDITER-RECLAMATIONS-TRIEES.
           IF SORT-RETURN NOT = 0
               DISPLAY "Erreur de tri des reclamations. SORT-RETURN: "
                   SORT-RETURN
               PERFORM TERMINER-ETAT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ERREUR-REGISTRE
               PERFORM TERMINER-ETAT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-DETAILS = 0
               MOVE "Aucune reclamation en attente de reponse."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM EDITER-RECAPITULATIF.
           PERFORM EDITER-TOTAUX.
           PERFORM TERMINER-ETAT.
           PERFORM AFFICHER-BILAN.
           IF WS-NB-HORS-DELAI > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       TERMINER-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

      ****************************************************************
      * Procedure d'entree du tri : une passe du registre ; les      *
      * reclamations en attente au tri, les reponses de la semaine   *
      * au seul recapitulatif                                        *
      ****************************************************************
       VERSER-RECLAMATIONS-AU-TRI.
           OPEN INPUT F-RECLAMATIONS.
           IF WS-FS-RECLAMATIONS NOT = "00"
               AND WS-FS-RECLAMATIONS NOT = "05"
               DISPLAY "Erreur ouverture RCL001. FILE STATUS: "
                   WS-FS-RECLAMATIONS
               SET ERREUR-REGISTRE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-RECLAMATION.
           PERFORM TRAITER-RECLAMATION
               UNTIL FIN-FICHIER-RECLAMATIONS.
           CLOSE F-RECLAMATIONS.

       LIRE-RECLAMATION.
           READ F-RECLAMATIONS NEXT RECORD
               AT END
                   SET FIN-FICHIER-RECLAMATIONS TO TRUE
           END-READ.

       TRAITER-RECLAMATION.
           ADD 1 TO WS-NB-LUES.
           IF RC-DATE-RECEPTION NOT > WS-DATE-ARRETE
               PERFORM CHERCHER-CATEGORIE
               COMPUTE WS-A = RC-AGENCE + 1
               IF RC-EN-ATTENTE-REPONSE
                   PERFORM VERSER-UNE-RECLAMATION
               ELSE
                   IF RC-DATE-REPONSE NOT > WS-DATE-ARRETE
                       PERFORM EXAMINER-REPONSE
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-RECLAMATION.

      * Rang de la categorie dans la table (categorie inconnue
      * rangee avec "autre").
       CHERCHER-CATEGORIE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C = 5
                   OR WS-CAT-CODE (WS-C) = RC-CATEGORIE
               CONTINUE
           END-PERFORM.

      * Reclamation en attente : jours ouvres de retard depuis
      * l'echeance, ou jours ouvres restants jusqu'a elle.
       VERSER-UNE-RECLAMATION.
           ADD 1 TO WS-NB-EN-ATTENTE.
           ADD 1 TO WS-RE-EN-ATTENTE (WS-C WS-A).
           IF RC-OUVERTE
               ADD 1 TO WS-NB-NON-ATTRIB
               ADD 1 TO WS-RE-NON-ATTRIB (WS-C WS-A)
           END-IF.
           MOVE "N" TO WS-CJO-FONCTION.
           IF RC-DATE-ECHEANCE < WS-DATE-ARRETE
               MOVE 1 TO SR-RANG
               ADD 1 TO WS-NB-HORS-DELAI
               ADD 1 TO WS-RE-HORS-DELAI (WS-C WS-A)
               MOVE RC-DATE-ECHEANCE TO WS-CJO-DATE
               MOVE WS-DATE-ARRETE TO WS-CJO-DATE2
           ELSE
               MOVE 2 TO SR-RANG
               MOVE WS-DATE-ARRETE TO WS-CJO-DATE
               MOVE RC-DATE-ECHEANCE TO WS-CJO-DATE2
           END-IF.
           CALL "calendar-jours-ouvres" USING WS-DEMANDE-JOURS-OUVRES.
           MOVE WS-CJO-RESULTAT-NB TO SR-JOURS.
           MOVE WS-C TO SR-ORDRE-CAT.
           MOVE RC-AGENCE TO SR-AGENCE.
           MOVE RC-DATE-ECHEANCE TO SR-ECHEANCE.
           MOVE RC-NUMERO TO SR-NUMERO.
           MOVE RC-ID-CLIENT TO SR-ID-CLIENT.
           MOVE RC-DATE-RECEPTION TO SR-RECEPTION.
           MOVE RC-CANAL TO SR-CANAL.
           MOVE RC-GESTIONNAIRE TO SR-GESTIONNAIRE.
           RELEASE SR-ENR-RECLAMATION.

      * Reponse donnee dans la fenetre de la semaine : comptee au
      * recapitulatif, signalee si elle l'a ete apres l'echeance.
       EXAMINER-REPONSE.
           MOVE "N" TO WS-CJO-FONCTION.
           MOVE RC-DATE-REPONSE TO WS-CJO-DATE.
           MOVE WS-DATE-ARRETE TO WS-CJO-DATE2.
           CALL "calendar-jours-ouvres" USING WS-DEMANDE-JOURS-OUVRES.
           IF WS-CJO-RESULTAT-NB NOT < WS-FENETRE-JOURS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REPONDUES.
           ADD 1 TO WS-RE-REPONDUES (WS-C WS-A).
           IF RC-DATE-REPONSE > RC-DATE-ECHEANCE
               ADD 1 TO WS-NB-REP-HORS-DEL
               ADD 1 TO WS-RE-REP-HORS-DEL (WS-C WS-A)
           END-IF.

      ****************************************************************
      * Procedure de sortie du tri : detail des reclamations en      *
      * attente, hors delai en tete, en rupture sur categorie et     *
      * agence                                                       *
      ****************************************************************
       EDITER-RECLAMATIONS-TRIEES.
           PERFORM RETOURNER-UNE-RECLAMATION UNTIL FIN-RETOUR-TRI.

       RETOURNER-UNE-RECLAMATION.
           RETURN SD-RECLAMATION-TRI
               AT END
                   SET FIN-RETOUR-TRI TO TRUE
               NOT AT END
                   PERFORM EDITER-RECLAMATION-TRIEE
           END-RETURN.

       EDITER-RECLAMATION-TRIEE.
           MOVE SR-RANG TO WS-RL-RANG.
           MOVE SR-ORDRE-CAT TO WS-RL-ORDRE-CAT.
           MOVE SR-AGENCE TO WS-RL-AGENCE.
           IF WS-RL-RANG NOT = WS-RU-RANG
               PERFORM EDITER-TITRE-SECTION
           END-IF.
           IF WS-RUPTURE-LUE NOT = WS-RUPTURE
               MOVE WS-RUPTURE-LUE TO WS-RUPTURE
               MOVE SPACES TO WS-LIGNE
               STRING "Categorie "
                   WS-CAT-LIBELLE (SR-ORDRE-CAT)
                   " - agence " SR-AGENCE
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           ADD 1 TO WS-NB-DETAILS.
           MOVE SR-NUMERO TO WS-LD-NUMERO.
           MOVE SR-ID-CLIENT TO WS-LD-ID-CLIENT.
           MOVE SR-CANAL TO WS-LD-CANAL.
           MOVE SR-RECEPTION TO WS-LD-RECEPTION.
           MOVE SR-ECHEANCE TO WS-LD-ECHEANCE.
           IF SR-GESTIONNAIRE = SPACES
               MOVE "-" TO WS-LD-GESTIONNAIRE
           ELSE
               MOVE SR-GESTIONNAIRE TO WS-LD-GESTIONNAIRE
           END-IF.
           MOVE SR-JOURS TO WS-AFF-JOURS.
           MOVE SPACES TO WS-LD-SITUATION.
           IF SR-HORS-DELAI
               STRING "EN RETARD de " WS-AFF-JOURS " j. ouvres"
                   DELIMITED BY SIZE INTO WS-LD-SITUATION
               END-STRING
           ELSE
               STRING "reste " WS-AFF-JOURS " j. ouvres"
                   DELIMITED BY SIZE INTO WS-LD-SITUATION
               END-STRING
           END-IF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-TITRE-SECTION.
           IF WS-RU-RANG NOT = 0
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           IF WS-RL-RANG = 1
               MOVE "RECLAMATIONS HORS DELAI REGLEMENTAIRE"
                   TO WS-LIGNE
           ELSE
               MOVE "RECLAMATIONS DANS LE DELAI REGLEMENTAIRE"
                   TO WS-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Recapitulatif par categorie et agence (agences sans          *
      * reclamation omises)                                          *
      ****************************************************************
       EDITER-RECAPITULATIF.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "RECAPITULATIF PAR CATEGORIE ET AGENCE" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-RECAP TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 100
                   IF WS-RE-EN-ATTENTE (WS-C WS-A) > 0
                       OR WS-RE-REPONDUES (WS-C WS-A) > 0
                       PERFORM EDITER-LIGNE-RECAP
                   END-IF
               END-PERFORM
           END-PERFORM.

       EDITER-LIGNE-RECAP.
           MOVE WS-CAT-LIBELLE (WS-C) TO WS-LR-CATEGORIE.
           COMPUTE WS-LR-AGENCE = WS-A - 1.
           MOVE WS-RE-EN-ATTENTE (WS-C WS-A) TO WS-LR-EN-ATTENTE.
           MOVE WS-RE-HORS-DELAI (WS-C WS-A) TO WS-LR-HORS-DELAI.
           MOVE WS-RE-NON-ATTRIB (WS-C WS-A) TO WS-LR-NON-ATTRIB.
           MOVE WS-RE-REPONDUES (WS-C WS-A) TO WS-LR-REPONDUES.
           MOVE WS-RE-REP-HORS-DEL (WS-C WS-A) TO WS-LR-REP-HORS-DEL.
           MOVE WS-LIGNE-RECAP TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Totaux                                                       *
      ****************************************************************
       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAUX" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Reclamations en attente  : " WS-NB-EN-ATTENTE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont hors delai          : " WS-NB-HORS-DELAI
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont non attribuees      : " WS-NB-NON-ATTRIB
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Repondues dans la semaine: " WS-NB-REPONDUES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont hors delai          : " WS-NB-REP-HORS-DEL
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Reclamations au " WS-DATE-ARRETE.
           DISPLAY "Reclamations lues (RCL001) : " WS-NB-LUES.
           DISPLAY "En attente de reponse      : " WS-NB-EN-ATTENTE.
           DISPLAY "dont hors delai            : " WS-NB-HORS-DELAI.
           DISPLAY "dont non attribuees        : " WS-NB-NON-ATTRIB.
           DISPLAY "Repondues dans la semaine  : " WS-NB-REPONDUES.
           DISPLAY "dont hors delai            : " WS-NB-REP-HORS-DEL.
           DISPLAY "Etat RECLAMS edite.".
           DISPLAY "----------------------------------------------".
