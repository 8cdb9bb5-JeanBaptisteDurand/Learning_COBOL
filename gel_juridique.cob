       IDENTIFICATION DIVISION.
       PROGRAM-ID. gel-juridique.

      * Garde des gels juridiques, dans le style sous-programme de
      * contrat-client : un client en contentieux doit rester
      * intact, et rien n'empechait la purge, l'anonymisation, la
      * fusion ou le changement de statut en masse de le toucher.
      * Ces programmes demandent ici combien de gels en cours le
      * client porte dans le registre GEL001 (copybook GELJUR) :
      *   GE-FONCTION = C  compter les gels en cours du client ce
      *                    jour, et rendre la reference du premier
      *                    (le fichier est ouvert au premier appel
      *                    puis garde ouvert)
      *                 F  fermer le fichier en fin de traitement
      * GE-CODE-RETOUR : 0 compte fiable, 99 registre illisible -
      * l'appelant doit alors s'abstenir, on ne touche pas un client
      * dans le doute. Un GEL001 encore inexistant ne contient aucun
      * gel : compte a zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-GELS ASSIGN TO DYNAMIC WS-NOM-GEL001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-CLE
               FILE STATUS IS WS-FS-GELS.

       DATA DIVISION.
       FILE SECTION.
       FD F-GELS
           RECORD CONTAINS 100 CHARACTERS.
       01 FG-ENR-GEL.
           COPY GELJUR.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-GEL001    PIC X(30) VALUE "GEL001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-GELS       PIC X(02).
       01 WS-OUVERT        PIC X(01) VALUE "N".
          88 FICHIER-OUVERT VALUE "O".
       01 WS-FIN-GELS      PIC X(01).
          88 FIN-GELS-CLIENT VALUE "O".
       01 WS-DATE-DU-JOUR  PIC 9(08).

       LINKAGE SECTION.
       01 GE-DEMANDE.
           05 GE-FONCTION    PIC X(01).
           05 GE-ID-CLIENT   PIC 9(10).
           05 GE-NB-GELS     PIC 9(02).
           05 GE-DOSSIER     PIC X(20).
           05 GE-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING GE-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO GE-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO GE-CODE-RETOUR.
           EVALUATE GE-FONCTION
               WHEN "C"
                   PERFORM COMPTER-GELS-EN-COURS
               WHEN "F"
                   PERFORM FERMER-GELS
               WHEN OTHER
                   MOVE 99 TO GE-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Compte des gels en cours du client : les dossiers du client  *
      * se suivent dans l'ordre de la cle                            *
      ****************************************************************
       COMPTER-GELS-EN-COURS.
           MOVE 0 TO GE-NB-GELS.
           MOVE SPACES TO GE-DOSSIER.
           IF NOT FICHIER-OUVERT
               OPEN INPUT F-GELS
               IF WS-FS-GELS NOT = "00"
                   AND WS-FS-GELS NOT = "05"
                   DISPLAY "Erreur ouverture GEL001. FILE STATUS: "
                       WS-FS-GELS
                   MOVE 99 TO GE-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               SET FICHIER-OUVERT TO TRUE
               ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
           END-IF.
           MOVE "N" TO WS-FIN-GELS.
           MOVE GE-ID-CLIENT TO GJ-ID-CLIENT.
           MOVE LOW-VALUES TO GJ-DOSSIER.
           START F-GELS KEY IS NOT LESS THAN GJ-CLE
               INVALID KEY
                   SET FIN-GELS-CLIENT TO TRUE
           END-START.
           PERFORM EXAMINER-UN-GEL UNTIL FIN-GELS-CLIENT.

       EXAMINER-UN-GEL.
           READ F-GELS NEXT RECORD
               AT END
                   SET FIN-GELS-CLIENT TO TRUE
           END-READ.
           IF FIN-GELS-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF GJ-ID-CLIENT NOT = GE-ID-CLIENT
               SET FIN-GELS-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF GJ-DATE-LEVEE = 0 OR GJ-DATE-LEVEE > WS-DATE-DU-JOUR
               ADD 1 TO GE-NB-GELS
               IF GE-DOSSIER = SPACES
                   MOVE GJ-DOSSIER TO GE-DOSSIER
               END-IF
           END-IF.

       FERMER-GELS.
           IF FICHIER-OUVERT
               CLOSE F-GELS
               MOVE "N" TO WS-OUVERT
           END-IF.
