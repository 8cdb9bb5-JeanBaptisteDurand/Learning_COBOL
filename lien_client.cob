       IDENTIFICATION DIVISION.
       PROGRAM-ID. lien-client.

      * Lecture des liens entre clients, dans le style sous-programme
      * de gel-juridique : la fiche client partagee annonce les liens
      * en cours du client (conjoint, garant, representant legal),
      * qu'il soit le client concerne ou le client lie. Les liens
      * sont tenus par MAINT-LIENS dans LIE001 (copybook LIENCL) :
      *   LI-FONCTION = C  compter les liens en cours du client ce
      *                    jour, dans les deux sens, et rendre le
      *                    premier (type, sens, autre client) ; le
      *                    fichier est ouvert au premier appel puis
      *                    garde ouvert
      *                 F  fermer le fichier en fin de traitement
      * LI-SENS : D quand l'autre client est le conjoint, le garant
      * ou le representant du client demande, I quand c'est le
      * client demande qui l'est pour l'autre.
      * LI-CODE-RETOUR : 0 compte fiable, 99 fichier illisible. Un
      * LIE001 encore inexistant ne contient aucun lien : compte a
      * zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LIENS ASSIGN TO DYNAMIC WS-NOM-LIE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CLE
               ALTERNATE RECORD KEY IS LN-ID-LIE WITH DUPLICATES
               FILE STATUS IS WS-FS-LIENS.

       DATA DIVISION.
       FILE SECTION.
       FD F-LIENS
           RECORD CONTAINS 60 CHARACTERS.
       01 FL-ENR-LIEN.
           COPY LIENCL.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-LIE001    PIC X(30) VALUE "LIE001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-LIENS      PIC X(02).
       01 WS-OUVERT        PIC X(01) VALUE "N".
          88 FICHIER-OUVERT VALUE "O".
       01 WS-FIN-LIENS     PIC X(01).
          88 FIN-LIENS-CLIENT VALUE "O".
       01 WS-DATE-DU-JOUR  PIC 9(08).

       LINKAGE SECTION.
       01 LI-DEMANDE.
           05 LI-FONCTION    PIC X(01).
           05 LI-ID-CLIENT   PIC 9(10).
           05 LI-NB-LIENS    PIC 9(02).
           05 LI-TYPE        PIC X(01).
           05 LI-SENS        PIC X(01).
           05 LI-ID-AUTRE    PIC 9(10).
           05 LI-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING LI-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO LI-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO LI-CODE-RETOUR.
           EVALUATE LI-FONCTION
               WHEN "C"
                   PERFORM COMPTER-LIENS-EN-COURS
               WHEN "F"
                   PERFORM FERMER-LIENS
               WHEN OTHER
                   MOVE 99 TO LI-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Compte des liens en cours du client : ceux ou il est le      *
      * client concerne (cle principale), puis ceux ou il est le     *
      * client lie (cle secondaire)                                  *
      ****************************************************************
       COMPTER-LIENS-EN-COURS.
           MOVE 0 TO LI-NB-LIENS.
           MOVE SPACES TO LI-TYPE.
           MOVE SPACES TO LI-SENS.
           MOVE 0 TO LI-ID-AUTRE.
           IF NOT FICHIER-OUVERT
               OPEN INPUT F-LIENS
               IF WS-FS-LIENS NOT = "00"
                   AND WS-FS-LIENS NOT = "05"
                   DISPLAY "Erreur ouverture LIE001. FILE STATUS: "
                       WS-FS-LIENS
                   MOVE 99 TO LI-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               SET FICHIER-OUVERT TO TRUE
               ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
           END-IF.
           MOVE "N" TO WS-FIN-LIENS.
           MOVE LI-ID-CLIENT TO LN-ID-CLIENT.
           MOVE LOW-VALUES TO LN-TYPE.
           MOVE 0 TO LN-ID-LIE.
           START F-LIENS KEY IS NOT LESS THAN LN-CLE
               INVALID KEY
                   SET FIN-LIENS-CLIENT TO TRUE
           END-START.
           PERFORM EXAMINER-LIEN-DIRECT UNTIL FIN-LIENS-CLIENT.
           MOVE "N" TO WS-FIN-LIENS.
           MOVE LI-ID-CLIENT TO LN-ID-LIE.
           START F-LIENS KEY IS EQUAL TO LN-ID-LIE
               INVALID KEY
                   SET FIN-LIENS-CLIENT TO TRUE
           END-START.
           PERFORM EXAMINER-LIEN-INVERSE UNTIL FIN-LIENS-CLIENT.

       EXAMINER-LIEN-DIRECT.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-CLIENT TO TRUE
           END-READ.
           IF FIN-LIENS-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF LN-ID-CLIENT NOT = LI-ID-CLIENT
               SET FIN-LIENS-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF LN-DATE-DEBUT NOT > WS-DATE-DU-JOUR
               AND (LN-DATE-FIN = 0 OR LN-DATE-FIN > WS-DATE-DU-JOUR)
               ADD 1 TO LI-NB-LIENS
               IF LI-SENS = SPACES
                   MOVE LN-TYPE TO LI-TYPE
                   MOVE "D" TO LI-SENS
                   MOVE LN-ID-LIE TO LI-ID-AUTRE
               END-IF
           END-IF.

       EXAMINER-LIEN-INVERSE.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-CLIENT TO TRUE
           END-READ.
           IF FIN-LIENS-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF LN-ID-LIE NOT = LI-ID-CLIENT
               SET FIN-LIENS-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF LN-DATE-DEBUT NOT > WS-DATE-DU-JOUR
               AND (LN-DATE-FIN = 0 OR LN-DATE-FIN > WS-DATE-DU-JOUR)
               ADD 1 TO LI-NB-LIENS
               IF LI-SENS = SPACES
                   MOVE LN-TYPE TO LI-TYPE
                   MOVE "I" TO LI-SENS
                   MOVE LN-ID-CLIENT TO LI-ID-AUTRE
               END-IF
           END-IF.

       FERMER-LIENS.
           IF FICHIER-OUVERT
               CLOSE F-LIENS
               MOVE "N" TO WS-OUVERT
           END-IF.
