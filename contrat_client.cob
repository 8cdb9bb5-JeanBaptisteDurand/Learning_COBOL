       IDENTIFICATION DIVISION.
       PROGRAM-ID. contrat-client.

      * Garde des contrats, dans le style sous-programme de
      * verrou-client : F-CLIENT ne sait rien des produits detenus,
      * et la purge pouvait archiver un client titulaire d'un
      * contrat ouvert pour peu qu'ACT001 se taise. Les programmes
      * qui font disparaitre un client (PURGE-CLIENTS,
      * ANONYMISE-CLIENT, FUSION-DOUBLONS) demandent ici combien de
      * contrats non clos il detient dans CTR001 :
      *   CO-FONCTION = C  compter les contrats non clos du client
      *                    (le fichier est ouvert au premier appel
      *                    puis garde ouvert)
      *                 F  fermer le fichier en fin de traitement
      * CO-CODE-RETOUR : 0 compte fiable, 99 fichier des contrats
      * illisible - l'appelant doit alors s'abstenir, on ne fait
      * pas disparaitre un client dans le doute. Un CTR001 encore
      * inexistant ne contient aucun contrat : compte a zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONTRATS ASSIGN TO DYNAMIC WS-NOM-CTR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               ALTERNATE RECORD KEY IS CT-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CONTRATS
           RECORD CONTAINS 50 CHARACTERS.
       01 FT-ENR-CONTRAT.
           COPY CONTRAT.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CTR001    PIC X(30) VALUE "CTR001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CONTRATS   PIC X(02).
       01 WS-OUVERT        PIC X(01) VALUE "N".
          88 FICHIER-OUVERT VALUE "O".
       01 WS-FIN-CONTRATS  PIC X(01).
          88 FIN-CONTRATS-CLIENT VALUE "O".

       LINKAGE SECTION.
       01 CO-DEMANDE.
           05 CO-FONCTION    PIC X(01).
           05 CO-ID-CLIENT   PIC 9(10).
           05 CO-NB-OUVERTS  PIC 9(04).
           05 CO-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING CO-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO CO-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO CO-CODE-RETOUR.
           EVALUATE CO-FONCTION
               WHEN "C"
                   PERFORM COMPTER-CONTRATS-OUVERTS
               WHEN "F"
                   PERFORM FERMER-CONTRATS
               WHEN OTHER
                   MOVE 99 TO CO-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Compte des contrats non clos du client, par la cle           *
      * secondaire CT-ID-CLIENT                                      *
      ****************************************************************
       COMPTER-CONTRATS-OUVERTS.
           MOVE 0 TO CO-NB-OUVERTS.
           IF NOT FICHIER-OUVERT
               OPEN INPUT F-CONTRATS
               IF WS-FS-CONTRATS NOT = "00"
                   AND WS-FS-CONTRATS NOT = "05"
                   DISPLAY "Erreur ouverture CTR001. FILE STATUS: "
                       WS-FS-CONTRATS
                   MOVE 99 TO CO-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               SET FICHIER-OUVERT TO TRUE
           END-IF.
           MOVE "N" TO WS-FIN-CONTRATS.
           MOVE CO-ID-CLIENT TO CT-ID-CLIENT.
           START F-CONTRATS KEY IS EQUAL TO CT-ID-CLIENT
               INVALID KEY
                   SET FIN-CONTRATS-CLIENT TO TRUE
           END-START.
           PERFORM EXAMINER-UN-CONTRAT UNTIL FIN-CONTRATS-CLIENT.

       EXAMINER-UN-CONTRAT.
           READ F-CONTRATS NEXT RECORD
               AT END
                   SET FIN-CONTRATS-CLIENT TO TRUE
           END-READ.
           IF FIN-CONTRATS-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF CT-ID-CLIENT NOT = CO-ID-CLIENT
               SET FIN-CONTRATS-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT CT-CLOS
               ADD 1 TO CO-NB-OUVERTS
           END-IF.

       FERMER-CONTRATS.
           IF FICHIER-OUVERT
               CLOSE F-CONTRATS
               MOVE "N" TO WS-OUVERT
           END-IF.
