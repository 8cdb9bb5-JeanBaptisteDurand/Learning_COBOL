      * a disparu. Le bilan de la passe - ouverts, rouverts, clos,   *
      * restants - est le rapport d'avancement hebdomadaire. Les     *
      * clercs prennent et cloturent les travaux dans                *
      * CONSOLE-TRAVAUX. Ouvertures, reouvertures et clotures        *
      * d'office de la passe sont tracees dans le journal des        *
      * travaux TRJ001 (copybook TRVJRN) que lit RAPPORT-TRAVAUX.    *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SCORES ASSIGN TO DYNAMIC WS-NOM-SCO001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCORES.
           SELECT OPTIONAL F-TRAVAUX ASSIGN TO DYNAMIC WS-NOM-WRK001
               FILE STATUS IS WS-FS-TRAVAUX.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-TRJ001
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
              05 FW-DATE-OUVERTURE PIC 9(08).
              05 FW-DATE-CLOTURE   PIC 9(08).

           FD F-JOURNAL
               RECORD CONTAINS 40 CHARACTERS.
           01 FJ-ENR-JOURNAL.
               COPY TRVJRN.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-SCO001    PIC X(30) VALUE "SCO001".
              05 WS-NOM-WRK001    PIC X(30) VALUE "WRK001".
              05 WS-NOM-TRJ001    PIC X(30) VALUE "TRJ001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-SCORES     PIC X(02).
           01 WS-FS-TRAVAUX    PIC X(02).
           01 WS-FS-JOURNAL    PIC X(02).

           01 WS-FIN-SCORES    PIC X(01) VALUE "N".
              88 FIN-FICHIER-SCORES VALUE "O".
              88 FIN-FICHIER-TRAVAUX VALUE "O".

      * La liste de travaux chargee en table, fusionnee avec les
      * motifs de la notation puis reecrite ; l'evenement de la
      * passe (O, R ou A, blanc si le travail n'a pas change) est
      * trace dans TRJ001 apres la reecriture.
           01 WS-NB-TRV-MAX    PIC 9(04) VALUE 2000.
           01 WS-NB-TRV        PIC 9(04) VALUE 0.
           01 WS-TABLE-TRAVAUX.
                 10 WS-TRV-OUVERTURE PIC 9(08).
                 10 WS-TRV-CLOTURE   PIC 9(08).
                 10 WS-TRV-VU        PIC X(01).
                 10 WS-TRV-EVENEMENT PIC X(01).

      * Decoupage d'une ligne de score (id;note;motifs, les motifs
      * separes par des espaces).
              88 ENTREE-TROUVEE VALUE "O".

           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).
           01 WS-HORODATAGE    PIC X(15).

      * Compteurs de la passe, le rapport d'avancement.
           01 WS-COMPTEURS.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM CHARGER-TRAVAUX.
           OPEN INPUT F-SCORES.
           CLOSE F-SCORES.
           PERFORM CLORE-TRAVAUX-RESOLUS.
           PERFORM REECRIRE-TRAVAUX.
           PERFORM TRACER-EVENEMENTS.
           PERFORM AFFICHER-RAPPORT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
                   TO WS-TRV-OUVERTURE (WS-NB-TRV)
               MOVE FW-DATE-CLOTURE TO WS-TRV-CLOTURE (WS-NB-TRV)
               MOVE "N" TO WS-TRV-VU (WS-NB-TRV)
               MOVE SPACE TO WS-TRV-EVENEMENT (WS-NB-TRV)
           END-IF.

       LIRE-SCORE.
                       MOVE WS-DATE-DU-JOUR
                           TO WS-TRV-OUVERTURE (WS-I)
                       MOVE 0 TO WS-TRV-CLOTURE (WS-I)
                       MOVE "R" TO WS-TRV-EVENEMENT (WS-I)
                       ADD 1 TO WS-NB-ROUVERTS
                   END-IF
               END-IF
                       TO WS-TRV-OUVERTURE (WS-NB-TRV)
                   MOVE 0 TO WS-TRV-CLOTURE (WS-NB-TRV)
                   MOVE "O" TO WS-TRV-VU (WS-NB-TRV)
                   MOVE "O" TO WS-TRV-EVENEMENT (WS-NB-TRV)
                   ADD 1 TO WS-NB-OUVERTS
               ELSE
                   ADD 1 TO WS-NB-DEBORDES
                   AND NOT TRAVAIL-CLOS (WS-I)
                   MOVE "C" TO WS-TRV-STATUT (WS-I)
                   MOVE WS-DATE-DU-JOUR TO WS-TRV-CLOTURE (WS-I)
                   MOVE "A" TO WS-TRV-EVENEMENT (WS-I)
                   ADD 1 TO WS-NB-CLOS-AUTO
               END-IF
               IF NOT TRAVAIL-CLOS (WS-I)
           END-PERFORM.
           CLOSE F-TRAVAUX.

      ****************************************************************
      * Trace des evenements de la passe dans TRJ001 : la cloture    *
      * d'office porte les initiales du clerc qui avait pris le      *
      * travail                                                      *
      ****************************************************************
       TRACER-EVENEMENTS.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-HORODATAGE
           END-STRING.
           OPEN EXTEND F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00" AND WS-FS-JOURNAL NOT = "05"
               DISPLAY "Erreur ouverture TRJ001. FILE STATUS: "
                   WS-FS-JOURNAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TRV
               IF WS-TRV-EVENEMENT (WS-I) NOT = SPACE
                   PERFORM TRACER-UN-EVENEMENT
               END-IF
           END-PERFORM.
           CLOSE F-JOURNAL.

       TRACER-UN-EVENEMENT.
           MOVE SPACES TO FJ-ENR-JOURNAL.
           MOVE WS-HORODATAGE TO TJ-HORODATAGE.
           MOVE WS-TRV-EVENEMENT (WS-I) TO TJ-EVENEMENT.
           MOVE WS-TRV-ID (WS-I) TO TJ-ID-CLIENT.
           MOVE WS-TRV-MOTIF (WS-I) TO TJ-MOTIF.
           IF TJ-CLOTURE-OFFICE
               MOVE WS-TRV-INITIALES (WS-I) TO TJ-INITIALES
           END-IF.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO TJ-ORIGINE
           END-IF.
           WRITE FJ-ENR-JOURNAL
           END-WRITE.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Erreur ecriture TRJ001. FILE STATUS: "
                   WS-FS-JOURNAL
           END-IF.

      ****************************************************************
      * Rapport d'avancement : la boucle de correction en chiffres   *
      ****************************************************************
