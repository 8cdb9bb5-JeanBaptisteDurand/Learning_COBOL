      * editeur, sans que rien ne garde trace de qui avait agi. Dans
      * l'esprit de CONSOLE-CLIENT, ce menu liste les alertes avec
      * une classification de gravite (code retour et SQLCODE),
      * permet de prendre en compte chaque alerte au nom de
      * l'operateur connecte (profil OPR001, options ouvertes selon
      * son role) avec une note, de la clore, et edite le rapport
      * d'escalade des alertes restees sans prise en compte plus de
      * N jours ouvres (decompte calendar-jours-ouvres, calendrier
      * JRF001). L'etat de chaque alerte vit dans ALRSTA, rapproche
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.
           SELECT OPTIONAL F-STATUTS ASSIGN TO DYNAMIC WS-NOM-ALRSTA
               FILE STATUS IS WS-FS-STATUTS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE PIC X(69).

      * L'etat d'une alerte : son rang dans ALR001, son statut
      * (O = ouverte, P = prise en compte, C = close), qui l'a
           05 FILLER        PIC X(04).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
           05 WS-NOM-ALRSTA    PIC X(30) VALUE "ALRSTA".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-ALERTES PIC X(02).
       01 WS-FS-STATUTS PIC X(02).
       01 WS-FIN-ALERTES PIC X(01) VALUE "N".
           05 WS-ALR-LUS         PIC 9(06).
           05 WS-ALR-ECRITS      PIC 9(06).
           05 WS-ALR-REJETS      PIC 9(06).
           05 WS-ALR-ORIGINE     PIC X(01).

      * La table des alertes et de leur etat, chargee au lancement.
       01 WS-NB-ALERTES-MAX PIC 9(04) VALUE 500.
       01 WS-NB-DEBORDEES   PIC 9(04) VALUE 0.
       01 WS-TABLE-ALERTES.
           05 WS-ALERTE-ENTRY OCCURS 500 TIMES.
              10 WS-TBL-ALERTE    PIC X(69).
              10 WS-TBL-STATUT    PIC X(01).
                 88 ALERTE-OUVERTE VALUE "O".
                 88 ALERTE-PRISE   VALUE "P".
      * Menu de la console, le modele de user_input.cob.
       01 WS-CHOIX        PIC X(02) VALUE SPACES.
          88 CHOIX-FIN    VALUE "0 " "0".
          88 CHOIX-CONNU  VALUE "1" "2" "3" "4".
       01 WS-I            PIC 9(04).
       01 WS-RANG-SAISI   PIC 9(04).

      * Connexion de l'operateur et controle de son role avant
      * chaque option (sous-programme partage connexion-operateur) ;
      * la prise en compte porte son code.
       01 WS-DEMANDE-CONNEXION.
           05 WS-CO-FONCTION    PIC X(01).
           05 WS-CO-PROGRAMME   PIC X(20) VALUE "CONSOLE-ALERTES".
           05 WS-CO-OPTION      PIC X(02).
           05 WS-CO-OPERATEUR   PIC X(03).
           05 WS-CO-NOM         PIC X(30).
           05 WS-CO-ROLE        PIC X(03).
           05 WS-CO-CODE-RETOUR PIC 9(02).
       01 WS-INITIALES    PIC X(03).
       01 WS-NOTE         PIC X(40).
       01 WS-GRAVITE      PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "C" TO WS-CO-FONCTION.
           MOVE SPACES TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Console des alertes fermee : connexion "
                   "refusee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CO-OPERATEUR TO WS-INITIALES.
           PERFORM CHARGER-ALERTES.
           PERFORM CHARGER-STATUTS.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           MOVE "D" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           DISPLAY "Fin de la console des alertes.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           DISPLAY " 0  Fin".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF CHOIX-CONNU
               PERFORM CONTROLER-HABILITATION
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-CHOIX
               WHEN "1"
                   PERFORM LISTER-ALERTES-OUVERTES
                   DISPLAY "Choix inconnu, recommencez."
           END-EVALUATE.

       CONTROLER-HABILITATION.
           MOVE "0" TO WS-CO-OPTION (1:1).
           MOVE WS-CHOIX (1:1) TO WS-CO-OPTION (2:1).
           MOVE "A" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.

      ****************************************************************
      * Liste des alertes non closes, avec leur gravite              *
      ****************************************************************
               " rc " WS-ALR-RC
               " statut " WS-TBL-STATUT (WS-I)
               WITH NO ADVANCING.
           IF WS-ALR-ORIGINE = "B"
               DISPLAY " BAC A SABLE" WITH NO ADVANCING
           END-IF.
           IF ALERTE-PRISE (WS-I)
               DISPLAY " (prise par " WS-TBL-INITIALES (WS-I)
                   " le " WS-TBL-DATE-PRISE (WS-I) ")"
           END-EVALUATE.

      ****************************************************************
      * Prise en compte : operateur connecte et note, datees du jour *
      ****************************************************************
       PRENDRE-EN-COMPTE.
           DISPLAY "Rang de l'alerte : " WITH NO ADVANCING.
               DISPLAY "Rang inconnu."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Note (action engagee) : " WITH NO ADVANCING.
           ACCEPT WS-NOTE.
           MOVE "P" TO WS-TBL-STATUT (WS-RANG-SAISI).
