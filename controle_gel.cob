       IDENTIFICATION DIVISION.
       PROGRAM-ID. controle-gel.

      * Garde des periodes de gel des modifications du fichier
      * client : en cloture d'exercice ou en semaine d'audit, la
      * consigne "aucune modification de la base clients" ne
      * reposait que sur la memoire de chacun. Les periodes de gel
      * sont portees par le calendrier d'exploitation CALEXP
      * (GENERE-CALENDRIER, periodes de la carte CALGEL), avec leur
      * motif et, le cas echeant, un code de derogation d'urgence.
      * Chaque programme qui met a jour F-CLIENT appelle cette garde
      * avant de prendre le verrou, dans le style sous-programme de
      * verrou-client :
      *   CG-PROGRAMME  programme appelant
      *   CG-OPERATEUR  operateur connecte ; a blanc, ses initiales
      *                 sont demandees si une derogation est saisie
      * En periode de gel, le code de derogation est demande ; une
      * derogation acceptee leve une alerte d'exploitation ALR001
      * qui nomme le programme et l'operateur ; sans alerte ecrite,
      * pas de derogation.
      * CG-CODE-RETOUR : 0 pas de gel ce jour, 4 gel leve par
      * derogation, 8 mise a jour refusee (gel en vigueur).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CALENDRIER ASSIGN TO DYNAMIC WS-NOM-CALEXP
               FILE STATUS IS WS-FS-CALENDRIER.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.

       DATA DIVISION.
       FILE SECTION.
      * Une entree du calendrier d'exploitation, au format de
      * GENERE-CALENDRIER.
       FD F-CALENDRIER
           RECORD CONTAINS 64 CHARACTERS.
       01 FS-ENR-CALENDRIER.
           05 FC-DATE  PIC 9(08).
           05 FC-RUN   PIC X(01).
           05 FC-MODE  PIC X(01).
           05 FC-AUDIT PIC X(01).
           05 FC-PURGE PIC X(01).
           05 FC-GEL   PIC X(01).
           05 FC-MOTIF-GEL       PIC X(40).
           05 FC-CODE-DEROGATION PIC X(08).
           05 FILLER             PIC X(03).

       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE PIC X(69).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CALEXP    PIC X(30) VALUE "CALEXP".
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CALENDRIER PIC X(02).
       01 WS-FS-ALERTES    PIC X(02).
       01 WS-FIN-CALENDRIER PIC X(01).
          88 FIN-FICHIER-CALENDRIER VALUE "O".
       01 WS-GEL-DU-JOUR   PIC X(01).
          88 GEL-EN-VIGUEUR VALUE "O".
       01 WS-MOTIF-GEL     PIC X(40).
       01 WS-CODE-DEROGATION PIC X(08).
       01 WS-CODE-SAISI    PIC X(08).
       01 WS-INITIALES     PIC X(03).
       01 WS-DATE-DU-JOUR  PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).

      * Alerte au format d'ECRIRE-ALERTE de batch_nuit_client ; la
      * zone programme porte "programme/operateur".
       01 WS-ENR-ALERTE.
           05 WS-ALR-DATE        PIC 9(08).
           05 WS-ALR-HEURE       PIC X(06).
           05 WS-ALR-ETAPE       PIC 9(02).
           05 WS-ALR-PROGRAMME   PIC X(20).
           05 WS-ALR-RC          PIC 9(02).
           05 WS-ALR-FILE-STATUS PIC X(02).
           05 WS-ALR-SQLCODE     PIC S9(09) SIGN LEADING SEPARATE.
           05 WS-ALR-LUS         PIC 9(06).
           05 WS-ALR-ECRITS      PIC 9(06).
           05 WS-ALR-REJETS      PIC 9(06).
           05 WS-ALR-ORIGINE     PIC X(01).

       LINKAGE SECTION.
       01 CG-DEMANDE.
           05 CG-PROGRAMME   PIC X(20).
           05 CG-OPERATEUR   PIC X(03).
           05 CG-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING CG-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO CG-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO CG-CODE-RETOUR.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM CHERCHER-GEL-DU-JOUR.
           IF NOT GEL-EN-VIGUEUR
               GOBACK
           END-IF.
           DISPLAY "PERIODE DE GEL du fichier client le "
               WS-DATE-DU-JOUR " : " FUNCTION TRIM(WS-MOTIF-GEL).
           IF WS-CODE-DEROGATION = SPACES
               DISPLAY "Aucune derogation prevue : mise a jour par "
                   FUNCTION TRIM(CG-PROGRAMME) " refusee."
               MOVE 8 TO CG-CODE-RETOUR
               GOBACK
           END-IF.
           PERFORM DEMANDER-DEROGATION.
           GOBACK.

      * L'entree du calendrier pour la date du jour ; un calendrier
      * absent ou muet sur la date ne gele rien.
       CHERCHER-GEL-DU-JOUR.
           MOVE "N" TO WS-GEL-DU-JOUR.
           MOVE "N" TO WS-FIN-CALENDRIER.
           OPEN INPUT F-CALENDRIER.
           IF WS-FS-CALENDRIER NOT = "00"
               SET FIN-FICHIER-CALENDRIER TO TRUE
           END-IF.
           PERFORM LIRE-ENTREE-CALENDRIER
               UNTIL FIN-FICHIER-CALENDRIER.
           CLOSE F-CALENDRIER.

       LIRE-ENTREE-CALENDRIER.
           READ F-CALENDRIER
               AT END
                   SET FIN-FICHIER-CALENDRIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-CALENDRIER
               AND FC-DATE = WS-DATE-DU-JOUR
               IF FC-GEL = "O"
                   SET GEL-EN-VIGUEUR TO TRUE
                   MOVE FC-MOTIF-GEL TO WS-MOTIF-GEL
                   MOVE FC-CODE-DEROGATION TO WS-CODE-DEROGATION
               END-IF
               SET FIN-FICHIER-CALENDRIER TO TRUE
           END-IF.

      ****************************************************************
      * Derogation d'urgence : le code du calendrier doit etre       *
      * frappe, par un operateur identifie ; elle est alertee        *
      ****************************************************************
       DEMANDER-DEROGATION.
           DISPLAY "Code de derogation d'urgence (vide = abandon) : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CODE-SAISI.
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI NOT = WS-CODE-DEROGATION
               DISPLAY "Pas de derogation : mise a jour par "
                   FUNCTION TRIM(CG-PROGRAMME) " refusee."
               MOVE 8 TO CG-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE CG-OPERATEUR TO WS-INITIALES.
           IF WS-INITIALES = SPACES
               DISPLAY "Initiales de l'operateur qui deroge : "
                   WITH NO ADVANCING
               ACCEPT WS-INITIALES
           END-IF.
           IF WS-INITIALES = SPACES
               DISPLAY "Derogation sans operateur identifie : mise "
                   "a jour refusee."
               MOVE 8 TO CG-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM ECRIRE-ALERTE-DEROGATION.
           IF CG-CODE-RETOUR NOT = 0
               DISPLAY "Derogation non alertee : mise a jour refusee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Derogation au gel accordee a "
               FUNCTION TRIM(CG-PROGRAMME) " par " WS-INITIALES
               " : alerte ecrite dans ALR001.".
           MOVE 4 TO CG-CODE-RETOUR.

       ECRIRE-ALERTE-DEROGATION.
           MOVE WS-DATE-DU-JOUR TO WS-ALR-DATE.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE WS-HEURE-COURANTE (1:6) TO WS-ALR-HEURE.
           MOVE 0 TO WS-ALR-ETAPE.
           MOVE SPACES TO WS-ALR-PROGRAMME.
           STRING FUNCTION TRIM(CG-PROGRAMME) "/" WS-INITIALES
               DELIMITED BY SIZE INTO WS-ALR-PROGRAMME
           END-STRING.
           MOVE 4 TO WS-ALR-RC.
           MOVE SPACES TO WS-ALR-FILE-STATUS.
           MOVE 0 TO WS-ALR-SQLCODE.
           MOVE ZERO TO WS-ALR-LUS WS-ALR-ECRITS WS-ALR-REJETS.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-ALR-ORIGINE
           ELSE
               MOVE SPACE TO WS-ALR-ORIGINE
           END-IF.
           OPEN EXTEND F-ALERTES.
           IF WS-FS-ALERTES = "00" OR WS-FS-ALERTES = "05"
               WRITE FS-ENR-ALERTE FROM WS-ENR-ALERTE
               END-WRITE
               CLOSE F-ALERTES
           ELSE
               DISPLAY "Erreur ouverture ALR001. FILE STATUS: "
                   WS-FS-ALERTES
               MOVE 8 TO CG-CODE-RETOUR
           END-IF.
