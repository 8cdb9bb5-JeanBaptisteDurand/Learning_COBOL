       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-CAPACITE.

      * Releve de capacite des tables en memoire : pour chaque
      * programme qui charge une entree entiere dans une table de
      * taille fixe, le volume courant de l'entree, le plafond de
      * la table et le taux d'occupation (comptes par le
      * sous-programme capacite-tables). Tout controle au-dela de
      * 80 % du plafond, ou deja au-dela du plafond, donne une
      * alerte au format ALR001 : le programme en cause est dans la
      * zone programme, le volume dans les lus, le plafond dans les
      * ecrits. Sans saisie, pour pouvoir tourner dans le reseau de
      * nuit. Code retour : 0 tout va bien, 4 vigilance, 8 plafond
      * depasse, 99 entree illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.

       DATA DIVISION.
       FILE SECTION.
       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE PIC X(69).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-ALERTES PIC X(02).
       01 WS-ALERTES-OUVERTES PIC X(01) VALUE "N".
          88 ALERTES-OUVERTES VALUE "O".

      * Demande au sous-programme capacite-tables.
       01 WS-DEMANDE-CAPACITE.
           COPY CAPTAB.

       01 WS-I            PIC 9(02).
       01 WS-NB-ALERTES   PIC 9(02) VALUE 0.
       01 WS-LIBELLE-ETAT PIC X(15).
       01 WS-VOLUME-EDIT  PIC Z(6)9.
       01 WS-PLAFOND-EDIT PIC Z(4)9.
       01 WS-TAUX-EDIT    PIC ZZ9.
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).

      * Alerte au format d'ECRIRE-ALERTE de batch_nuit_client.
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

      * Demande d'edition de l'etat spoule, au format attendu par
      * edition-etat (pagination et spool date).
       01 WS-DEMANDE-EDITION.
          05 WS-ED-FONCTION    PIC X(01).
          05 WS-ED-NOM-ETAT    PIC X(08) VALUE "CAPACITE".
          05 WS-ED-TITRE       PIC X(60).
          05 WS-ED-LIGNE       PIC X(132).
          05 WS-ED-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           CALL "capacite-tables" USING WS-DEMANDE-CAPACITE.
           PERFORM EDITER-RELEVE.
           IF ALERTES-OUVERTES
               CLOSE F-ALERTES
           END-IF.
           EVALUATE TRUE
               WHEN CA-CODE-RETOUR NOT = 0
                   MOVE 99 TO RETURN-CODE
               WHEN CA-NB-DEPASSEMENTS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN CA-NB-VIGILANCES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Edition du releve : une ligne par controle, puis le bilan    *
      ****************************************************************
       EDITER-RELEVE.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "CAPACITE DES TABLES EN MEMOIRE" TO WS-ED-TITRE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           DISPLAY "----------------------------------------------".
           DISPLAY "Capacite des tables en memoire".
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > CA-NB-CONTROLES
               PERFORM EDITER-UN-CONTROLE
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           DISPLAY "Controles       : " CA-NB-CONTROLES.
           DISPLAY "En vigilance    : " CA-NB-VIGILANCES.
           DISPLAY "Plafond depasse : " CA-NB-DEPASSEMENTS.
           DISPLAY "Alertes ALR001  : " WS-NB-ALERTES.
           IF CA-CODE-RETOUR NOT = 0
               DISPLAY "ATTENTION : une entree au moins est "
                   "illisible, releve incomplet."
           END-IF.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-LIGNE.
           STRING "Controles " CA-NB-CONTROLES
               " vigilance " CA-NB-VIGILANCES
               " depasses " CA-NB-DEPASSEMENTS
               " alertes " WS-NB-ALERTES
               DELIMITED BY SIZE INTO WS-ED-LIGNE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           DISPLAY "----------------------------------------------".

       EDITER-UN-CONTROLE.
           EVALUATE TRUE
               WHEN CA-ETAT-DEPASSE (WS-I)
                   MOVE "PLAFOND DEPASSE" TO WS-LIBELLE-ETAT
               WHEN CA-ETAT-VIGILANCE (WS-I)
                   MOVE "VIGILANCE" TO WS-LIBELLE-ETAT
               WHEN CA-ETAT-ABSENT (WS-I)
                   MOVE "ENTREE ABSENTE" TO WS-LIBELLE-ETAT
               WHEN CA-ETAT-ILLISIBLE (WS-I)
                   MOVE "ILLISIBLE" TO WS-LIBELLE-ETAT
               WHEN OTHER
                   MOVE "OK" TO WS-LIBELLE-ETAT
           END-EVALUATE.
           MOVE CA-VOLUME (WS-I) TO WS-VOLUME-EDIT.
           MOVE CA-PLAFOND (WS-I) TO WS-PLAFOND-EDIT.
           MOVE CA-TAUX (WS-I) TO WS-TAUX-EDIT.
           DISPLAY CA-PROGRAMME (WS-I) (1:22)
               " " CA-FICHIER (WS-I)
               " volume " WS-VOLUME-EDIT
               " plafond " WS-PLAFOND-EDIT
               " " WS-TAUX-EDIT "% "
               WS-LIBELLE-ETAT.
      * La meme ligne part sur l'etat spoule du matin.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-LIGNE.
           STRING CA-PROGRAMME (WS-I) (1:22)
               " " CA-FICHIER (WS-I)
               " volume " WS-VOLUME-EDIT
               " plafond " WS-PLAFOND-EDIT
               " " WS-TAUX-EDIT "% "
               WS-LIBELLE-ETAT
               DELIMITED BY SIZE INTO WS-ED-LIGNE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF CA-ETAT-DEPASSE (WS-I) OR CA-ETAT-VIGILANCE (WS-I)
               PERFORM ECRIRE-ALERTE-CAPACITE
           END-IF.

      * Alerte d'exploitation, au format d'ALR001 : RC 4 au-dela de
      * 80 % du plafond, RC 8 au-dela du plafond.
       ECRIRE-ALERTE-CAPACITE.
           MOVE WS-DATE-DU-JOUR TO WS-ALR-DATE.
           MOVE WS-HEURE-COURANTE (1:6) TO WS-ALR-HEURE.
           MOVE 0 TO WS-ALR-ETAPE.
           MOVE CA-PROGRAMME (WS-I) TO WS-ALR-PROGRAMME.
           IF CA-ETAT-DEPASSE (WS-I)
               MOVE 8 TO WS-ALR-RC
           ELSE
               MOVE 4 TO WS-ALR-RC
           END-IF.
           MOVE SPACES TO WS-ALR-FILE-STATUS.
           MOVE 0 TO WS-ALR-SQLCODE.
           IF CA-VOLUME (WS-I) > 999999
               MOVE 999999 TO WS-ALR-LUS
           ELSE
               MOVE CA-VOLUME (WS-I) TO WS-ALR-LUS
           END-IF.
           MOVE CA-PLAFOND (WS-I) TO WS-ALR-ECRITS.
           MOVE 0 TO WS-ALR-REJETS.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-ALR-ORIGINE
           ELSE
               MOVE SPACE TO WS-ALR-ORIGINE
           END-IF.
           IF NOT ALERTES-OUVERTES
               OPEN EXTEND F-ALERTES
               IF WS-FS-ALERTES NOT = "00"
                   AND WS-FS-ALERTES NOT = "05"
                   DISPLAY "Erreur ouverture ALR001. FILE STATUS: "
                       WS-FS-ALERTES
                   EXIT PARAGRAPH
               END-IF
               SET ALERTES-OUVERTES TO TRUE
           END-IF.
           WRITE FS-ENR-ALERTE FROM WS-ENR-ALERTE
           END-WRITE.
           ADD 1 TO WS-NB-ALERTES.
