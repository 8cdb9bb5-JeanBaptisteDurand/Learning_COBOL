       IDENTIFICATION DIVISION.
       PROGRAM-ID. demande-personne.

      * Cloture automatique des demandes des personnes, dans le style
      * sous-programme de gel-juridique : les demandes d'acces et
      * d'effacement se suivaient dans une boite mail, sans preuve du
      * delai de reponse. DOSSIER-CLIENT et ANONYMISE-CLIENT, une fois
      * leur travail fait, demandent ici la cloture de la demande qui
      * les a motives dans le registre DEM001 (copybook DEMPER) :
      *   DM-FONCTION = C  clore la plus ancienne demande ouverte du
      *                    client pour le type DM-TYPE, au nom du
      *                    programme DM-PROGRAMME, a la date du jour ;
      *                    rend son numero et son echeance (numero a
      *                    zero si aucune demande ouverte : le
      *                    traitement a ete lance sans demande
      *                    enregistree)
      * DM-CODE-RETOUR : 0 fait (ou rien a clore), 99 registre
      * illisible ou reecriture en erreur - l'appelant le signale,
      * la demande reste alors a clore dans MAINT-DEMANDES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-DEMANDES ASSIGN TO DYNAMIC WS-NOM-DEM001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       01 WS-FIN-DEMANDES  PIC X(01).
          88 FIN-DEMANDES-CLIENT VALUE "O".
       01 WS-TROUVEE       PIC X(01).
          88 DEMANDE-TROUVEE VALUE "O".
       01 WS-DATE-DU-JOUR  PIC 9(08).

       LINKAGE SECTION.
       01 DM-DEMANDE.
           05 DM-FONCTION    PIC X(01).
           05 DM-ID-CLIENT   PIC 9(10).
           05 DM-TYPE        PIC X(01).
           05 DM-PROGRAMME   PIC X(20).
           05 DM-NUMERO      PIC 9(08).
           05 DM-ECHEANCE    PIC 9(08).
           05 DM-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING DM-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO DM-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO DM-CODE-RETOUR.
           EVALUATE DM-FONCTION
               WHEN "C"
                   PERFORM CLORE-DEMANDE
               WHEN OTHER
                   MOVE 99 TO DM-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Cloture : les demandes du client se suivent sur la cle       *
      * secondaire dans l'ordre d'arrivee, la premiere ouverte du    *
      * bon type est la plus ancienne                                *
      ****************************************************************
       CLORE-DEMANDE.
           MOVE 0 TO DM-NUMERO.
           MOVE 0 TO DM-ECHEANCE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           OPEN I-O F-DEMANDES.
           IF WS-FS-DEMANDES NOT = "00"
               AND WS-FS-DEMANDES NOT = "05"
               DISPLAY "Erreur ouverture DEM001. FILE STATUS: "
                   WS-FS-DEMANDES
               MOVE 99 TO DM-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-DEMANDES.
           MOVE "N" TO WS-TROUVEE.
           MOVE DM-ID-CLIENT TO DP-ID-CLIENT.
           START F-DEMANDES KEY IS EQUAL TO DP-ID-CLIENT
               INVALID KEY
                   SET FIN-DEMANDES-CLIENT TO TRUE
           END-START.
           PERFORM EXAMINER-UNE-DEMANDE
               UNTIL FIN-DEMANDES-CLIENT OR DEMANDE-TROUVEE.
           IF DEMANDE-TROUVEE
               SET DP-CLOSE TO TRUE
               MOVE WS-DATE-DU-JOUR TO DP-DATE-CLOTURE
               MOVE DM-PROGRAMME TO DP-CLOTURE-PAR
               REWRITE FD-ENR-DEMANDE
               END-REWRITE
               IF WS-FS-DEMANDES NOT = "00"
                   DISPLAY "Erreur reecriture DEM001. FILE STATUS: "
                       WS-FS-DEMANDES
                   MOVE 99 TO DM-CODE-RETOUR
               ELSE
                   MOVE DP-NUMERO TO DM-NUMERO
                   MOVE DP-DATE-ECHEANCE TO DM-ECHEANCE
               END-IF
           END-IF.
           CLOSE F-DEMANDES.

       EXAMINER-UNE-DEMANDE.
           READ F-DEMANDES NEXT RECORD
               AT END
                   SET FIN-DEMANDES-CLIENT TO TRUE
           END-READ.
           IF FIN-DEMANDES-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF DP-ID-CLIENT NOT = DM-ID-CLIENT
               SET FIN-DEMANDES-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF DP-OUVERTE AND DP-TYPE = DM-TYPE
               SET DEMANDE-TROUVEE TO TRUE
           END-IF.
