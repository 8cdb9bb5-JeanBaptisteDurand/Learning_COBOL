       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSATION-POSTE.

      * Passation de poste entre operateurs d'exploitation : au
      * changement d'equipe, l'operateur sortant lance ce programme
      * qui rassemble tout ce qui s'est passe depuis la passation
      * precedente - verdict de la chaine (CONTROLE-SANTE et son
      * carnet RBK001), etapes du journal JRN001, alertes nouvelles
      * ou toujours sans prise en compte (ALR001/ALRSTA), rejets en
      * attente dans REJ001, travaux de remediation pris ou clos
      * (WRK001), restaurations et anonymisations du journal central
      * MVT001 - puis recueille ses notes libres. Le tout est ecrit
      * dans un fichier date PAS<AAAAMMJJHHMM>.TXT, inscrit au
      * catalogue CATPAS pour que l'on puisse relire a tout moment
      * la passation de n'importe quelle equipe.
      * Menu : 1 = nouvelle passation, 2 = relire une passation
      * (habilitations OPR001 par role, comme les autres consoles).
      * Sans passation precedente, la periode couverte demarre la
      * veille a la meme heure.
      * Code retour : 0 correct, 8 connexion ou option refusee,
      * 99 fichier de passation ou catalogue inutilisable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATPAS
               FILE STATUS IS WS-FS-CATALOGUE.
           SELECT F-PASSATION ASSIGN TO DYNAMIC WS-NOM-PASSATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASSATION.
           SELECT OPTIONAL F-RUNBOOK ASSIGN TO DYNAMIC WS-NOM-RBK001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNBOOK.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JRN001
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.
           SELECT OPTIONAL F-STATUTS ASSIGN TO DYNAMIC WS-NOM-ALRSTA
               FILE STATUS IS WS-FS-STATUTS.
           SELECT OPTIONAL F-REJETS ASSIGN TO DYNAMIC WS-NOM-REJ001
               FILE STATUS IS WS-FS-REJETS.
           SELECT OPTIONAL F-TRAVAUX ASSIGN TO DYNAMIC WS-NOM-WRK001
               FILE STATUS IS WS-FS-TRAVAUX.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.

       DATA DIVISION.
       FILE SECTION.
      * Une entree par passation : quand, par qui, dans quel fichier.
       FD F-CATALOGUE
           RECORD CONTAINS 60 CHARACTERS.
       01 FS-ENR-CATALOGUE.
           05 FP-DATE          PIC 9(08).
           05 FP-HEURE         PIC X(06).
           05 FP-OPERATEUR     PIC X(03).
           05 FP-NOM-PASSATION PIC X(30).
           05 FILLER           PIC X(13).

       FD F-PASSATION.
       01 FS-LIGNE-PASSATION PIC X(132).

       FD F-RUNBOOK.
       01 FS-LIGNE-RUNBOOK PIC X(80).

      * Le journal des etapes, au format de controle_sante.
       FD F-JOURNAL
           RECORD CONTAINS 54 CHARACTERS.
       01 FS-ENR-JOURNAL.
           05 FJ-DATE    PIC 9(08).
           05 FJ-ETAPE   PIC 9(02).
           05 FJ-HDEBUT  PIC X(06).
           05 FJ-HFIN    PIC X(06).
           05 FJ-RC      PIC 9(02).
           05 FJ-LUS     PIC 9(06).
           05 FJ-ECRITS  PIC 9(06).
           05 FJ-REJETS  PIC 9(06).
           05 FJ-AGENCE  PIC 9(02).
           05 FJ-TRAVAIL PIC X(08).
           05 FJ-ETAT    PIC X(01).
               88 FJ-EN-ECHEC VALUE "E".
           05 FJ-ORIGINE PIC X(01).

      * Les alertes et leur etat, au format de CONSOLE-ALERTES.
       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE.
           05 FA-DATE        PIC 9(08).
           05 FA-HEURE       PIC X(06).
           05 FA-ETAPE       PIC 9(02).
           05 FA-PROGRAMME   PIC X(20).
           05 FA-RC          PIC 9(02).
           05 FA-FILE-STATUS PIC X(02).
           05 FA-SQLCODE     PIC S9(09) SIGN LEADING SEPARATE.
           05 FA-LUS         PIC 9(06).
           05 FA-ECRITS      PIC 9(06).
           05 FA-REJETS      PIC 9(06).
           05 FA-ORIGINE     PIC X(01).

       FD F-STATUTS
           RECORD CONTAINS 60 CHARACTERS.
       01 FS-ENR-STATUT.
           05 FT-RANG       PIC 9(04).
           05 FT-STATUT     PIC X(01).
           05 FT-INITIALES  PIC X(03).
           05 FT-NOTE       PIC X(40).
           05 FT-DATE-PRISE PIC 9(08).
           05 FILLER        PIC X(04).

      * Les rejets en attente de reparation, au format de
      * RAPPORT-REJETS.
       FD F-REJETS
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 10 RECORDS.
       01 FS-ENR-REJET.
           05 FR-ID-CLIENT PIC 9(10).
           05 FR-DONNEES   PIC X(93).
           05 FR-CODE      PIC X(05).

      * Les travaux de remediation, au format de CONSOLE-TRAVAUX.
       FD F-TRAVAUX
           RECORD CONTAINS 35 CHARACTERS.
       01 FS-ENR-TRAVAIL.
           05 FW-ID-CLIENT      PIC 9(10).
           05 FW-MOTIF          PIC X(05).
           05 FW-STATUT         PIC X(01).
               88 FW-PRIS VALUE "P".
               88 FW-CLOS VALUE "C".
           05 FW-INITIALES      PIC X(03).
           05 FW-DATE-OUVERTURE PIC 9(08).
           05 FW-DATE-CLOTURE   PIC 9(08).

      * Le journal central, au format ecrit par journal-mouvement.
       FD F-MOUVEMENTS
           RECORD CONTAINS 344 CHARACTERS.
       01 FS-ENR-MOUVEMENT.
           05 FM-HORODATAGE PIC X(15).
           05 FM-PROGRAMME  PIC X(20).
           05 FM-ID-CLIENT  PIC 9(10).
           05 FM-ACTION     PIC X(05).
           05 FM-AVANT      PIC X(145).
           05 FM-APRES      PIC X(145).
           05 FM-OPERATEUR  PIC X(03).
           05 FM-ORIGINE    PIC X(01).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CATPAS    PIC X(30) VALUE "CATPAS".
           05 WS-NOM-RBK001    PIC X(30) VALUE "RBK001".
           05 WS-NOM-JRN001    PIC X(30) VALUE "JRN001".
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
           05 WS-NOM-ALRSTA    PIC X(30) VALUE "ALRSTA".
           05 WS-NOM-REJ001    PIC X(30) VALUE "REJ001".
           05 WS-NOM-WRK001    PIC X(30) VALUE "WRK001".
           05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 8.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CATALOGUE  PIC X(02).
       01 WS-FS-PASSATION  PIC X(02).
       01 WS-FS-RUNBOOK    PIC X(02).
       01 WS-FS-JOURNAL    PIC X(02).
       01 WS-FS-ALERTES    PIC X(02).
       01 WS-FS-STATUTS    PIC X(02).
       01 WS-FS-REJETS     PIC X(02).
       01 WS-FS-TRAVAUX    PIC X(02).
       01 WS-FS-MOUVEMENTS PIC X(02).
       01 WS-FIN-FICHIER   PIC X(01).
           88 FIN-FICHIER VALUE "O".

      * Code retour conserve a part : les CALL de connexion et de
      * CONTROLE-SANTE ecrasent RETURN-CODE.
       01 WS-CODE-RETOUR   PIC 9(02) VALUE 0.

       01 WS-CHOIX         PIC X(02) VALUE SPACES.
           88 CHOIX-CONNU  VALUE "1" "2".

      * Connexion de l'operateur sortant et controle de son role
      * (sous-programme partage connexion-operateur).
       01 WS-DEMANDE-CONNEXION.
           05 WS-CO-FONCTION    PIC X(01).
           05 WS-CO-PROGRAMME   PIC X(20) VALUE "PASSATION-POSTE".
           05 WS-CO-OPTION      PIC X(02).
           05 WS-CO-OPERATEUR   PIC X(03).
           05 WS-CO-NOM         PIC X(30).
           05 WS-CO-ROLE        PIC X(03).
           05 WS-CO-CODE-RETOUR PIC 9(02).

      * La passation en cours et le debut de la periode couverte.
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-HEURE-COURANTE PIC 9(08).
       01 WS-NOM-PASSATION  PIC X(30).
       01 WS-DEBUT-PERIODE.
           05 WS-DEBUT-DATE  PIC 9(08).
           05 WS-DEBUT-HEURE PIC X(06).
       01 WS-PRECEDENTE     PIC X(01) VALUE "N".
           88 PASSATION-PRECEDENTE VALUE "O".
       01 WS-PREC-OPERATEUR PIC X(03).
       01 WS-PREC-NOM       PIC X(30).
       01 WS-LIGNE          PIC X(132) VALUE SPACES.

      * Etat des alertes par rang, applique depuis ALRSTA (une
      * alerte sans etat enregistre est ouverte).
       01 WS-NB-STATUTS-MAX PIC 9(04) VALUE 500.
       01 WS-TABLE-STATUTS.
           05 WS-STA-ENTRY OCCURS 500 TIMES.
               10 WS-STA-STATUT    PIC X(01).
               10 WS-STA-INITIALES PIC X(03).
       01 WS-RANG-ALERTE    PIC 9(04).
       01 WS-STATUT-ALERTE  PIC X(01).
           88 ALERTE-OUVERTE VALUE "O".
       01 WS-INIT-ALERTE    PIC X(03).
       01 WS-MENTION        PIC X(20).

      * Rejets en attente, par code.
       01 WS-NB-CODES-MAX   PIC 9(02) VALUE 20.
       01 WS-NB-CODES       PIC 9(02) VALUE 0.
       01 WS-TABLE-CODES.
           05 WS-COD-ENTRY OCCURS 20 TIMES.
               10 WS-COD-CODE PIC X(05).
               10 WS-COD-NB   PIC 9(06).
       01 WS-NB-REJ-AUTRES  PIC 9(06).

      * Compteurs de la passation.
       01 WS-NB-ETAPES      PIC 9(04).
       01 WS-NB-ECHECS      PIC 9(04).
       01 WS-NB-NOUVELLES   PIC 9(04).
       01 WS-NB-NON-PRISES  PIC 9(04).
       01 WS-NB-REJETS      PIC 9(06).
       01 WS-NB-PRIS        PIC 9(04).
       01 WS-NB-CLOS        PIC 9(04).
       01 WS-NB-RESTAURES   PIC 9(04).
       01 WS-NB-ANONYMISES  PIC 9(04).
       01 WS-I              PIC 9(04).

      * Notes libres de l'operateur sortant, jusqu'a une ligne vide.
       01 WS-NB-NOTES-MAX   PIC 9(02) VALUE 20.
       01 WS-NB-NOTES       PIC 9(02).
       01 WS-NOTE           PIC X(100).
       01 WS-FIN-NOTES      PIC X(01).
           88 FIN-NOTES VALUE "O".

      * Relecture d'une passation du catalogue.
       01 WS-NB-PASSATIONS  PIC 9(04).
       01 WS-RANG-SAISI     PIC 9(04).

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
               DISPLAY "Passation de poste fermee : connexion "
                   "refusee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "==============================================".
           DISPLAY "Passation de poste".
           DISPLAY " 1  Etablir la passation de fin d'equipe".
           DISPLAY " 2  Relire une passation".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF CHOIX-CONNU
               MOVE "0" TO WS-CO-OPTION (1:1)
               MOVE WS-CHOIX (1:1) TO WS-CO-OPTION (2:1)
               MOVE "A" TO WS-CO-FONCTION
               CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION
               IF WS-CO-CODE-RETOUR NOT = 0
                   MOVE 8 TO WS-CODE-RETOUR
               END-IF
           ELSE
               DISPLAY "Choix inconnu."
               MOVE 8 TO WS-CODE-RETOUR
           END-IF.
           IF WS-CODE-RETOUR = 0
               EVALUATE WS-CHOIX
                   WHEN "1"
                       PERFORM ETABLIR-PASSATION
                   WHEN "2"
                       PERFORM RELIRE-PASSATION
               END-EVALUATE
           END-IF.
           MOVE "D" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           DISPLAY "Fin de la passation de poste.".
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Nouvelle passation : periode depuis la derniere passation du *
      * catalogue, sections du fichier, notes, puis catalogage       *
      ****************************************************************
       ETABLIR-PASSATION.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           PERFORM CHERCHER-PASSATION-PRECEDENTE.
           IF WS-CODE-RETOUR NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOM-PASSATION.
           STRING "PAS" WS-DATE-DU-JOUR WS-HEURE-COURANTE (1:4)
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-PASSATION
           END-STRING.
           MOVE WS-NOM-PASSATION TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-PASSATION.
           OPEN OUTPUT F-PASSATION.
           IF WS-FS-PASSATION NOT = "00"
               DISPLAY "Erreur ouverture "
                   FUNCTION TRIM(WS-NOM-PASSATION)
                   ". FILE STATUS: " WS-FS-PASSATION
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM ECRIRE-ENTETE.
           PERFORM RAPPORTER-CHAINE.
           PERFORM RAPPORTER-JOURNAL.
           PERFORM RAPPORTER-ALERTES.
           PERFORM RAPPORTER-REJETS.
           PERFORM RAPPORTER-TRAVAUX.
           PERFORM RAPPORTER-MOUVEMENTS.
           PERFORM RECUEILLIR-NOTES.
           MOVE "*** FIN DE LA PASSATION ***" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           CLOSE F-PASSATION.
           IF WS-CODE-RETOUR NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CATALOGUER-PASSATION.
           DISPLAY "Passation ecrite dans "
               FUNCTION TRIM(WS-NOM-PASSATION) ".".

      * La derniere entree du catalogue donne le debut de la
      * periode ; a defaut, la veille a la meme heure.
       CHERCHER-PASSATION-PRECEDENTE.
           MOVE "N" TO WS-PRECEDENTE.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-DU-JOUR) - 1)
               TO WS-DEBUT-DATE.
           MOVE WS-HEURE-COURANTE (1:6) TO WS-DEBUT-HEURE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               AND WS-FS-CATALOGUE NOT = "05"
               DISPLAY "Erreur ouverture CATPAS. FILE STATUS: "
                   WS-FS-CATALOGUE
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-PASSATION-PRECEDENTE UNTIL FIN-FICHIER.
           CLOSE F-CATALOGUE.

       LIRE-PASSATION-PRECEDENTE.
           READ F-CATALOGUE
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               SET PASSATION-PRECEDENTE TO TRUE
               MOVE FP-DATE TO WS-DEBUT-DATE
               MOVE FP-HEURE TO WS-DEBUT-HEURE
               MOVE FP-OPERATEUR TO WS-PREC-OPERATEUR
               MOVE FP-NOM-PASSATION TO WS-PREC-NOM
           END-IF.

       ECRIRE-ENTETE.
           STRING "PASSATION DE POSTE du " WS-DATE-DU-JOUR " a "
               WS-HEURE-COURANTE (1:4)
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           IF BAC-A-SABLE-ACTIF
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : passation d'un run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-PASSATION
           END-IF.
           STRING "Operateur sortant : " WS-CO-OPERATEUR " "
               FUNCTION TRIM(WS-CO-NOM)
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           IF PASSATION-PRECEDENTE
               STRING "Periode couverte depuis la passation du "
                   WS-DEBUT-DATE " a " WS-DEBUT-HEURE (1:4)
                   " (" WS-PREC-OPERATEUR ", "
                   FUNCTION TRIM(WS-PREC-NOM) ")"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "Periode couverte depuis le " WS-DEBUT-DATE
                   " a " WS-DEBUT-HEURE (1:4)
                   " (aucune passation precedente)"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-PASSATION.

      ****************************************************************
      * Verdict de la chaine : CONTROLE-SANTE, et son carnet de      *
      * reprise RBK001 recopie tel quel                              *
      ****************************************************************
       RAPPORTER-CHAINE.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "1. ETAT DE LA CHAINE DE NUIT" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           CALL "CONTROLE-SANTE".
           CANCEL "CONTROLE-SANTE".
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-RUNBOOK.
           IF WS-FS-RUNBOOK NOT = "00"
               MOVE "   Carnet de reprise RBK001 absent." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-PASSATION
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM RECOPIER-RUNBOOK UNTIL FIN-FICHIER.
           CLOSE F-RUNBOOK.

       RECOPIER-RUNBOOK.
           READ F-RUNBOOK
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               STRING "   " FS-LIGNE-RUNBOOK
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-PASSATION
           END-IF.

      ****************************************************************
      * Etapes du journal JRN001 executees depuis la passation       *
      * precedente (date de run), avec leur issue                    *
      ****************************************************************
       RAPPORTER-JOURNAL.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "2. ETAPES DU JOURNAL JRN001" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           MOVE 0 TO WS-NB-ETAPES.
           MOVE 0 TO WS-NB-ECHECS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM RETENIR-ETAPE UNTIL FIN-FICHIER.
           CLOSE F-JOURNAL.
           STRING "   " WS-NB-ETAPES " etape(s), dont "
               WS-NB-ECHECS " en echec."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           DISPLAY "Journal : " WS-NB-ETAPES " etape(s), "
               WS-NB-ECHECS " en echec.".

       RETENIR-ETAPE.
           READ F-JOURNAL
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER OR FJ-DATE < WS-DEBUT-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ETAPES.
           IF FJ-EN-ECHEC OR (FJ-ETAT = SPACE AND FJ-RC NOT = 0)
               ADD 1 TO WS-NB-ECHECS
               MOVE "ECHEC" TO WS-MENTION
           ELSE
               MOVE "OK" TO WS-MENTION
           END-IF.
           STRING "   " FJ-DATE " etape " FJ-ETAPE " " FJ-TRAVAIL
               " " FJ-HDEBUT "-" FJ-HFIN " rc " FJ-RC
               " lus " FJ-LUS " ecrits " FJ-ECRITS
               " rejets " FJ-REJETS " " WS-MENTION
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.

      ****************************************************************
      * Alertes nouvelles depuis la passation precedente, et         *
      * alertes plus anciennes toujours sans prise en compte         *
      ****************************************************************
       RAPPORTER-ALERTES.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "3. ALERTES D'EXPLOITATION" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           MOVE 0 TO WS-NB-NOUVELLES.
           MOVE 0 TO WS-NB-NON-PRISES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-STATUTS-MAX
               MOVE "O" TO WS-STA-STATUT (WS-I)
               MOVE SPACES TO WS-STA-INITIALES (WS-I)
           END-PERFORM.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-STATUTS.
           IF WS-FS-STATUTS NOT = "00"
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM APPLIQUER-STATUT UNTIL FIN-FICHIER.
           CLOSE F-STATUTS.
           MOVE 0 TO WS-RANG-ALERTE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-ALERTES.
           IF WS-FS-ALERTES NOT = "00"
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM RETENIR-ALERTE UNTIL FIN-FICHIER.
           CLOSE F-ALERTES.
           STRING "   " WS-NB-NOUVELLES " alerte(s) nouvelle(s), "
               WS-NB-NON-PRISES " ancienne(s) sans prise en compte."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           DISPLAY "Alertes : " WS-NB-NOUVELLES " nouvelle(s), "
               WS-NB-NON-PRISES " ancienne(s) sans prise en compte.".

      * Le dernier enregistrement d'un rang fait foi.
       APPLIQUER-STATUT.
           READ F-STATUTS
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               AND FT-RANG >= 1 AND FT-RANG <= WS-NB-STATUTS-MAX
               MOVE FT-STATUT TO WS-STA-STATUT (FT-RANG)
               MOVE FT-INITIALES TO WS-STA-INITIALES (FT-RANG)
           END-IF.

       RETENIR-ALERTE.
           READ F-ALERTES
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RANG-ALERTE.
           IF WS-RANG-ALERTE <= WS-NB-STATUTS-MAX
               MOVE WS-STA-STATUT (WS-RANG-ALERTE)
                   TO WS-STATUT-ALERTE
               MOVE WS-STA-INITIALES (WS-RANG-ALERTE)
                   TO WS-INIT-ALERTE
           ELSE
               MOVE "O" TO WS-STATUT-ALERTE
               MOVE SPACES TO WS-INIT-ALERTE
           END-IF.
           IF FA-DATE > WS-DEBUT-DATE
               OR (FA-DATE = WS-DEBUT-DATE
                   AND FA-HEURE >= WS-DEBUT-HEURE)
               ADD 1 TO WS-NB-NOUVELLES
               MOVE "NOUVELLE" TO WS-MENTION
           ELSE
               IF NOT ALERTE-OUVERTE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-NON-PRISES
               MOVE "NON PRISE EN COMPTE" TO WS-MENTION
           END-IF.
           STRING "   Alerte " WS-RANG-ALERTE " du " FA-DATE " "
               FA-HEURE " etape " FA-ETAPE " "
               FA-PROGRAMME " rc " FA-RC " statut "
               WS-STATUT-ALERTE " " WS-INIT-ALERTE " " WS-MENTION
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.

      ****************************************************************
      * Rejets en attente de reparation dans REJ001, par code        *
      ****************************************************************
       RAPPORTER-REJETS.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "4. REJETS EN ATTENTE (REJ001)" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           MOVE 0 TO WS-NB-REJETS.
           MOVE 0 TO WS-NB-CODES.
           MOVE 0 TO WS-NB-REJ-AUTRES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-REJETS.
           IF WS-FS-REJETS NOT = "00"
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM COMPTER-REJET UNTIL FIN-FICHIER.
           CLOSE F-REJETS.
           STRING "   " WS-NB-REJETS " rejet(s) en attente."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CODES
               STRING "   Code " WS-COD-CODE (WS-I) " : "
                   WS-COD-NB (WS-I)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-PASSATION
           END-PERFORM.
           IF WS-NB-REJ-AUTRES > 0
               STRING "   Autres codes : " WS-NB-REJ-AUTRES
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-PASSATION
           END-IF.
           DISPLAY "Rejets : " WS-NB-REJETS " en attente.".

       COMPTER-REJET.
           READ F-REJETS
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REJETS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CODES
                   OR WS-COD-CODE (WS-I) = FR-CODE
               CONTINUE
           END-PERFORM.
           IF WS-I <= WS-NB-CODES
               ADD 1 TO WS-COD-NB (WS-I)
           ELSE
               IF WS-NB-CODES < WS-NB-CODES-MAX
                   ADD 1 TO WS-NB-CODES
                   MOVE FR-CODE TO WS-COD-CODE (WS-NB-CODES)
                   MOVE 1 TO WS-COD-NB (WS-NB-CODES)
               ELSE
                   ADD 1 TO WS-NB-REJ-AUTRES
               END-IF
           END-IF.

      ****************************************************************
      * Travaux de remediation : en cours (pris) et clos depuis la   *
      * passation precedente                                         *
      ****************************************************************
       RAPPORTER-TRAVAUX.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "5. TRAVAUX DE REMEDIATION (WRK001)" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           MOVE 0 TO WS-NB-PRIS.
           MOVE 0 TO WS-NB-CLOS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-TRAVAUX.
           IF WS-FS-TRAVAUX NOT = "00"
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM RETENIR-TRAVAIL UNTIL FIN-FICHIER.
           CLOSE F-TRAVAUX.
           STRING "   " WS-NB-PRIS " travail(aux) en cours, "
               WS-NB-CLOS " clos sur la periode."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           DISPLAY "Travaux : " WS-NB-PRIS " en cours, "
               WS-NB-CLOS " clos.".

       RETENIR-TRAVAIL.
           READ F-TRAVAUX
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN FW-PRIS
                   ADD 1 TO WS-NB-PRIS
                   STRING "   En cours  client " FW-ID-CLIENT
                       " motif " FW-MOTIF " pris par " FW-INITIALES
                       " (ouvert le " FW-DATE-OUVERTURE ")"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-PASSATION
               WHEN FW-CLOS AND FW-DATE-CLOTURE >= WS-DEBUT-DATE
                   ADD 1 TO WS-NB-CLOS
                   STRING "   Clos      client " FW-ID-CLIENT
                       " motif " FW-MOTIF " par " FW-INITIALES
                       " le " FW-DATE-CLOTURE
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-PASSATION
           END-EVALUATE.

      ****************************************************************
      * Restaurations et anonymisations du journal central MVT001    *
      ****************************************************************
       RAPPORTER-MOUVEMENTS.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "6. RESTAURATIONS ET ANONYMISATIONS (MVT001)"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           MOVE 0 TO WS-NB-RESTAURES.
           MOVE 0 TO WS-NB-ANONYMISES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS NOT = "00"
               SET FIN-FICHIER TO TRUE
           END-IF.
           PERFORM RETENIR-MOUVEMENT UNTIL FIN-FICHIER.
           CLOSE F-MOUVEMENTS.
           STRING "   " WS-NB-RESTAURES " restauration(s), "
               WS-NB-ANONYMISES " anonymisation(s)."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           DISPLAY "Mouvements : " WS-NB-RESTAURES
               " restauration(s), " WS-NB-ANONYMISES
               " anonymisation(s).".

       RETENIR-MOUVEMENT.
           READ F-MOUVEMENTS
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER
               EXIT PARAGRAPH
           END-IF.
           IF FM-HORODATAGE (1:14) < WS-DEBUT-PERIODE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FM-ACTION
               WHEN "RESTA"
                   ADD 1 TO WS-NB-RESTAURES
               WHEN "ANONY"
                   ADD 1 TO WS-NB-ANONYMISES
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           STRING "   " FM-HORODATAGE (1:14) " " FM-ACTION
               " client " FM-ID-CLIENT " par "
               FUNCTION TRIM(FM-PROGRAMME) " " FM-OPERATEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.

      ****************************************************************
      * Notes libres de l'operateur sortant, jusqu'a une ligne vide  *
      ****************************************************************
       RECUEILLIR-NOTES.
           PERFORM ECRIRE-TITRE-SECTION.
           MOVE "7. NOTES DE L'OPERATEUR SORTANT" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.
           MOVE 0 TO WS-NB-NOTES.
           MOVE "N" TO WS-FIN-NOTES.
           DISPLAY "Notes pour l'equipe suivante (" WS-NB-NOTES-MAX
               " lignes au plus, ligne vide pour terminer) :".
           PERFORM SAISIR-UNE-NOTE UNTIL FIN-NOTES.
           IF WS-NB-NOTES = 0
               MOVE "   (aucune note)" TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-PASSATION
           END-IF.

       SAISIR-UNE-NOTE.
           MOVE SPACES TO WS-NOTE.
           ACCEPT WS-NOTE.
           IF WS-NOTE = SPACES
               SET FIN-NOTES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-NOTES.
           STRING "   " WS-NOTE DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-PASSATION.
           IF WS-NB-NOTES >= WS-NB-NOTES-MAX
               SET FIN-NOTES TO TRUE
           END-IF.

       CATALOGUER-PASSATION.
           OPEN EXTEND F-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               AND WS-FS-CATALOGUE NOT = "05"
               DISPLAY "Erreur ouverture CATPAS. FILE STATUS: "
                   WS-FS-CATALOGUE
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FS-ENR-CATALOGUE.
           MOVE WS-DATE-DU-JOUR TO FP-DATE.
           MOVE WS-HEURE-COURANTE (1:6) TO FP-HEURE.
           MOVE WS-CO-OPERATEUR TO FP-OPERATEUR.
           MOVE WS-NOM-PASSATION TO FP-NOM-PASSATION.
           WRITE FS-ENR-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               DISPLAY "Erreur ecriture CATPAS. FILE STATUS: "
                   WS-FS-CATALOGUE
               MOVE 99 TO WS-CODE-RETOUR
           END-IF.
           CLOSE F-CATALOGUE.

       ECRIRE-TITRE-SECTION.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-PASSATION.

       ECRIRE-LIGNE-PASSATION.
           MOVE WS-LIGNE TO FS-LIGNE-PASSATION.
           WRITE FS-LIGNE-PASSATION.
           IF WS-FS-PASSATION NOT = "00"
               DISPLAY "Erreur ecriture "
                   FUNCTION TRIM(WS-NOM-PASSATION)
                   ". FILE STATUS: " WS-FS-PASSATION
               MOVE 99 TO WS-CODE-RETOUR
           END-IF.
           MOVE SPACES TO WS-LIGNE.

      ****************************************************************
      * Relecture : liste du catalogue CATPAS, choix d'un rang, et   *
      * affichage du fichier de passation correspondant              *
      ****************************************************************
       RELIRE-PASSATION.
           MOVE 0 TO WS-NB-PASSATIONS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               AND WS-FS-CATALOGUE NOT = "05"
               DISPLAY "Erreur ouverture CATPAS. FILE STATUS: "
                   WS-FS-CATALOGUE
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM LISTER-UNE-PASSATION UNTIL FIN-FICHIER.
           CLOSE F-CATALOGUE.
           IF WS-NB-PASSATIONS = 0
               DISPLAY "Aucune passation au catalogue CATPAS."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Rang de la passation a relire : "
               WITH NO ADVANCING.
           ACCEPT WS-RANG-SAISI.
           IF WS-RANG-SAISI < 1 OR WS-RANG-SAISI > WS-NB-PASSATIONS
               DISPLAY "Rang inconnu."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-PASSATIONS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-CATALOGUE.
           PERFORM CHERCHER-RANG-SAISI UNTIL FIN-FICHIER.
           CLOSE F-CATALOGUE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-PASSATION.
           IF WS-FS-PASSATION NOT = "00"
               DISPLAY "Erreur ouverture "
                   FUNCTION TRIM(WS-NOM-PASSATION)
                   ". FILE STATUS: " WS-FS-PASSATION
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-LIGNE-PASSATION UNTIL FIN-FICHIER.
           CLOSE F-PASSATION.

       LISTER-UNE-PASSATION.
           READ F-CATALOGUE
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               ADD 1 TO WS-NB-PASSATIONS
               DISPLAY WS-NB-PASSATIONS "  " FP-DATE " " FP-HEURE (1:4)
                   "  " FP-OPERATEUR "  "
                   FUNCTION TRIM(FP-NOM-PASSATION)
           END-IF.

       CHERCHER-RANG-SAISI.
           READ F-CATALOGUE
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               ADD 1 TO WS-NB-PASSATIONS
               IF WS-NB-PASSATIONS = WS-RANG-SAISI
                   MOVE FP-NOM-PASSATION TO WS-NOM-PASSATION
                   SET FIN-FICHIER TO TRUE
               END-IF
           END-IF.

       AFFICHER-LIGNE-PASSATION.
           READ F-PASSATION
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               DISPLAY FUNCTION TRIM(FS-LIGNE-PASSATION TRAILING)
           END-IF.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans le catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
