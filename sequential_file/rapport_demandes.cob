      ****************************************************************
      * Etat hebdomadaire d'anciennete des demandes des personnes    *
      * (registre DEM001, copybook DEMPER) : a la date d'arrete      *
      * (AAAAMMJJ, vide = le jour), chaque demande encore ouverte    *
      * avec son echeance legale et l'ecart en jours ouvres          *
      * (calendar-jours-ouvres) - EN RETARD si l'echeance est        *
      * depassee, PROCHE s'il reste au plus WS-SEUIL-PROCHE jours    *
      * ouvres ; puis les demandes closes ou refusees dans la        *
      * semaine ecoulee (les WS-SEUIL-PROCHE derniers jours ouvres), *
      * en signalant celles closes hors delai. Pas de nom de client  *
      * sur l'etat : le numero de demande suffit a la relance. Etat  *
      * DEMANDES, via le formateur partage edition-etat. A planifier *
      * en fin de semaine (periodicite H du reseau RES001).          *
      * Codes retour : 0 rien en retard, 4 demande(s) en retard ou   *
      * close(s) hors delai dans la semaine, 99 erreur fichier.      *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-DEMANDES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DEMANDES ASSIGN TO DYNAMIC WS-NOM-DEM001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-NUMERO
               ALTERNATE RECORD KEY IS DP-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DEMANDES.

       DATA DIVISION.
       FILE SECTION.
           FD F-DEMANDES
               RECORD CONTAINS 100 CHARACTERS.
           01 FD-ENR-DEMANDE.
               COPY DEMPER.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-DEM001    PIC X(30) VALUE "DEM001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-DEMANDES   PIC X(02).
           01 WS-FIN-DEMANDES  PIC X(01) VALUE "N".
              88 FIN-FICHIER-DEMANDES VALUE "O".
           01 WS-ERREUR        PIC X(01) VALUE "N".
              88 ERREUR-REGISTRE VALUE "O".

           01 WS-DATE-SAISIE   PIC X(08).
           01 WS-DATE-ARRETE   PIC 9(08).
      * Jours ouvres restants sous lesquels une demande est proche
      * de son echeance, et fenetre des clotures de la semaine.
           01 WS-SEUIL-PROCHE  PIC 9(02) VALUE 5.

      * Passe en cours : O demandes ouvertes, C closes de la semaine.
           01 WS-PASSE         PIC X(01).
              88 PASSE-OUVERTES VALUE "O".
              88 PASSE-CLOSES   VALUE "C".

           01 WS-DEMANDE-JOURS-OUVRES.
              05 WS-CJO-FONCTION      PIC X(01).
              05 WS-CJO-DATE          PIC 9(08).
              05 WS-CJO-DATE2         PIC 9(08).
              05 WS-CJO-OUVRE         PIC X(01).
              05 WS-CJO-RESULTAT-DATE PIC 9(08).
              05 WS-CJO-RESULTAT-NB   PIC 9(05).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "DEMANDES".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(10) VALUE "DEMANDE".
              05 FILLER PIC X(12) VALUE "CLIENT".
              05 FILLER PIC X(15) VALUE "TYPE".
              05 FILLER PIC X(11) VALUE "CANAL".
              05 FILLER PIC X(09) VALUE "RECUE".
              05 FILLER PIC X(09) VALUE "ECHEANCE".
              05 FILLER PIC X(09) VALUE "CLOSE".
              05 FILLER PIC X(30) VALUE "SITUATION".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-NUMERO     PIC 9(08).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-ID-CLIENT  PIC 9(10).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-TYPE       PIC X(14).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-CANAL      PIC X(10).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-RECEPTION  PIC 9(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-ECHEANCE   PIC 9(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-CLOTURE    PIC X(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-SITUATION  PIC X(40).
           01 WS-AFF-JOURS     PIC ZZZZ9.

           01 WS-COMPTEURS.
              05 WS-NB-LUS          PIC 9(06) VALUE 0.
              05 WS-NB-OUVERTES     PIC 9(06) VALUE 0.
              05 WS-NB-EN-RETARD    PIC 9(06) VALUE 0.
              05 WS-NB-PROCHES      PIC 9(06) VALUE 0.
              05 WS-NB-CLOSES-SEM   PIC 9(06) VALUE 0.
              05 WS-NB-HORS-DELAI   PIC 9(06) VALUE 0.

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
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "DEMANDES DES PERSONNES - ANCIENNETE AU "
               WS-DATE-ARRETE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "DEMANDES OUVERTES" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           SET PASSE-OUVERTES TO TRUE.
           PERFORM PARCOURIR-REGISTRE.
           IF ERREUR-REGISTRE
               PERFORM TERMINER-ETAT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-OUVERTES = 0
               MOVE "Aucune demande ouverte." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE.
           STRING "DEMANDES CLOSES OU REFUSEES DANS LES "
               WS-SEUIL-PROCHE " DERNIERS JOURS OUVRES"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           SET PASSE-CLOSES TO TRUE.
           PERFORM PARCOURIR-REGISTRE.
           IF WS-NB-CLOSES-SEM = 0
               MOVE "Aucune demande close dans la semaine."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM EDITER-TOTAUX.
           PERFORM TERMINER-ETAT.
           PERFORM AFFICHER-BILAN.
           IF ERREUR-REGISTRE
               MOVE 99 TO RETURN-CODE
           ELSE
               IF WS-NB-EN-RETARD > 0 OR WS-NB-HORS-DELAI > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       TERMINER-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

      ****************************************************************
      * Une passe complete du registre, dans l'ordre des numeros     *
      ****************************************************************
       PARCOURIR-REGISTRE.
           MOVE "N" TO WS-FIN-DEMANDES.
           OPEN INPUT F-DEMANDES.
           IF WS-FS-DEMANDES NOT = "00" AND WS-FS-DEMANDES NOT = "05"
               DISPLAY "Erreur ouverture DEM001. FILE STATUS: "
                   WS-FS-DEMANDES
               SET ERREUR-REGISTRE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-DEMANDE.
           PERFORM TRAITER-DEMANDE UNTIL FIN-FICHIER-DEMANDES.
           CLOSE F-DEMANDES.

       LIRE-DEMANDE.
           READ F-DEMANDES NEXT RECORD
               AT END
                   SET FIN-FICHIER-DEMANDES TO TRUE
           END-READ.

       TRAITER-DEMANDE.
           IF PASSE-OUVERTES
               ADD 1 TO WS-NB-LUS
               IF DP-OUVERTE
                   PERFORM EDITER-DEMANDE-OUVERTE
               END-IF
           ELSE
               IF NOT DP-OUVERTE
                   AND DP-DATE-CLOTURE NOT > WS-DATE-ARRETE
                   PERFORM EXAMINER-DEMANDE-CLOSE
               END-IF
           END-IF.
           PERFORM LIRE-DEMANDE.

      ****************************************************************
      * Demande ouverte : jours ouvres restants jusqu'a l'echeance,  *
      * ou jours ouvres de retard au-dela                            *
      ****************************************************************
       EDITER-DEMANDE-OUVERTE.
           ADD 1 TO WS-NB-OUVERTES.
           MOVE SPACES TO WS-LD-SITUATION.
           MOVE "N" TO WS-CJO-FONCTION.
           IF DP-DATE-ECHEANCE < WS-DATE-ARRETE
               MOVE DP-DATE-ECHEANCE TO WS-CJO-DATE
               MOVE WS-DATE-ARRETE TO WS-CJO-DATE2
               CALL "calendar-jours-ouvres"
                   USING WS-DEMANDE-JOURS-OUVRES
               ADD 1 TO WS-NB-EN-RETARD
               MOVE WS-CJO-RESULTAT-NB TO WS-AFF-JOURS
               STRING "EN RETARD de " WS-AFF-JOURS " j. ouvres"
                   DELIMITED BY SIZE INTO WS-LD-SITUATION
               END-STRING
           ELSE
               MOVE WS-DATE-ARRETE TO WS-CJO-DATE
               MOVE DP-DATE-ECHEANCE TO WS-CJO-DATE2
               CALL "calendar-jours-ouvres"
                   USING WS-DEMANDE-JOURS-OUVRES
               MOVE WS-CJO-RESULTAT-NB TO WS-AFF-JOURS
               IF WS-CJO-RESULTAT-NB NOT > WS-SEUIL-PROCHE
                   ADD 1 TO WS-NB-PROCHES
                   STRING "PROCHE, reste " WS-AFF-JOURS
                       " j. ouvres"
                       DELIMITED BY SIZE INTO WS-LD-SITUATION
                   END-STRING
               ELSE
                   STRING "dans les delais, reste " WS-AFF-JOURS
                       " j."
                       DELIMITED BY SIZE INTO WS-LD-SITUATION
                   END-STRING
               END-IF
           END-IF.
           MOVE "-" TO WS-LD-CLOTURE.
           PERFORM EDITER-DETAIL.

      ****************************************************************
      * Demande close : retenue si sa cloture tombe dans la semaine  *
      * ecoulee, signalee si elle l'a ete apres l'echeance           *
      ****************************************************************
       EXAMINER-DEMANDE-CLOSE.
           MOVE "N" TO WS-CJO-FONCTION.
           MOVE DP-DATE-CLOTURE TO WS-CJO-DATE.
           MOVE WS-DATE-ARRETE TO WS-CJO-DATE2.
           CALL "calendar-jours-ouvres" USING WS-DEMANDE-JOURS-OUVRES.
           IF WS-CJO-RESULTAT-NB NOT < WS-SEUIL-PROCHE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLOSES-SEM.
           MOVE SPACES TO WS-LD-SITUATION.
           MOVE DP-DATE-CLOTURE TO WS-LD-CLOTURE.
           IF DP-REFUSEE
               MOVE "refusee" TO WS-LD-SITUATION
           ELSE
               MOVE "traitee" TO WS-LD-SITUATION
           END-IF.
           IF DP-DATE-CLOTURE > DP-DATE-ECHEANCE
               ADD 1 TO WS-NB-HORS-DELAI
               MOVE "HORS DELAI" TO WS-LD-SITUATION (9:10)
           ELSE
               MOVE "dans le delai" TO WS-LD-SITUATION (9:13)
           END-IF.
           PERFORM EDITER-DETAIL.

       EDITER-DETAIL.
           MOVE DP-NUMERO TO WS-LD-NUMERO.
           MOVE DP-ID-CLIENT TO WS-LD-ID-CLIENT.
           EVALUATE TRUE
               WHEN DP-ACCES
                   MOVE "acces" TO WS-LD-TYPE
               WHEN DP-EFFACEMENT
                   MOVE "effacement" TO WS-LD-TYPE
               WHEN OTHER
                   MOVE "rectification" TO WS-LD-TYPE
           END-EVALUATE.
           MOVE DP-CANAL TO WS-LD-CANAL.
           MOVE DP-DATE-RECEPTION TO WS-LD-RECEPTION.
           MOVE DP-DATE-ECHEANCE TO WS-LD-ECHEANCE.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Totaux                                                       *
      ****************************************************************
       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAUX" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Demandes ouvertes        : " WS-NB-OUVERTES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont en retard           : " WS-NB-EN-RETARD
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont proches             : " WS-NB-PROCHES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Closes dans la semaine   : " WS-NB-CLOSES-SEM
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont hors delai          : " WS-NB-HORS-DELAI
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
           DISPLAY "Demandes des personnes au " WS-DATE-ARRETE.
           DISPLAY "Demandes lues (DEM001)  : " WS-NB-LUS.
           DISPLAY "Demandes ouvertes       : " WS-NB-OUVERTES.
           DISPLAY "dont en retard          : " WS-NB-EN-RETARD.
           DISPLAY "dont proches            : " WS-NB-PROCHES.
           DISPLAY "Closes dans la semaine  : " WS-NB-CLOSES-SEM.
           DISPLAY "dont hors delai         : " WS-NB-HORS-DELAI.
           DISPLAY "Etat DEMANDES edite.".
           DISPLAY "----------------------------------------------".
