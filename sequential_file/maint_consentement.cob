      ****************************************************************
      * Tenue du registre des consentements de contact (CNS001) :    *
      * pour un client donne, affichage puis mise a jour du choix    *
      * (accord, refus) exprime canal par canal - email, SMS,        *
      * courrier, telephone - avec la date du jour et la source du   *
      * choix. Appele par CONSOLE-CLIENT et MAINT-CLIENT, qui ont    *
      * deja controle l'existence du client ; la zone d'appel porte  *
      * l'identifiant et la source proposee par defaut. Un registre  *
      * encore vierge (statut 35) est cree au vol.                   *
      * Codes retour : 0 termine, 99 erreur fichier.                 *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CONSENTEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONSENTEMENT ASSIGN TO DYNAMIC WS-NOM-CNS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID-CLIENT
               FILE STATUS IS WS-FS-CONSENTEMENT.

       DATA DIVISION.
       FILE SECTION.
           FD F-CONSENTEMENT
               RECORD CONTAINS 90 CHARACTERS.
           01 FN-ENR-CONSENTEMENT.
               COPY CONSENT.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CNS001    PIC X(30) VALUE "CNS001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CONSENTEMENT PIC X(02).

      * Libelles des canaux, dans l'ordre des postes de CONSENT.
           01 WS-LIBELLES-CANAUX.
              05 FILLER PIC X(10) VALUE "EMAIL".
              05 FILLER PIC X(10) VALUE "SMS".
              05 FILLER PIC X(10) VALUE "COURRIER".
              05 FILLER PIC X(10) VALUE "TELEPHONE".
           01 WS-TABLE-CANAUX REDEFINES WS-LIBELLES-CANAUX.
              05 WS-LIBELLE-CANAL PIC X(10) OCCURS 4 TIMES.

           01 WS-K             PIC 9(01).
           01 WS-CHOIX         PIC X(01) VALUE SPACE.
              88 CHOIX-FIN     VALUE "0".
              88 CHOIX-CANAL   VALUE "1" "2" "3" "4".
           01 WS-SAISIE-CHOIX  PIC X(01).
           01 WS-SAISIE-SOURCE PIC X(10).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-LIBELLE-CHOIX PIC X(20).

      * Le client a-t-il deja un enregistrement dans CNS001 (REWRITE)
      * ou faut-il le creer (WRITE) ?
           01 WS-ENR-EXISTANT  PIC X(01) VALUE "N".
              88 ENREGISTREMENT-EXISTANT VALUE "O".
           01 WS-MODIFIE       PIC X(01) VALUE "N".
              88 REGISTRE-MODIFIE VALUE "O".

       LINKAGE SECTION.
      * Zone d'appel : identifiant du client, source proposee par
      * defaut (le programme appelant), code retour.
           01 MC-DEMANDE.
              05 MC-ID-CLIENT    PIC 9(10).
              05 MC-SOURCE       PIC X(10).
              05 MC-CODE-RETOUR  PIC 9(02).

       PROCEDURE DIVISION USING MC-DEMANDE.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO MC-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO MC-CODE-RETOUR.
           MOVE "N" TO WS-ENR-EXISTANT.
           MOVE "N" TO WS-MODIFIE.
           MOVE SPACE TO WS-CHOIX.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           OPEN I-O F-CONSENTEMENT.
           IF WS-FS-CONSENTEMENT = "35"
               OPEN OUTPUT F-CONSENTEMENT
               CLOSE F-CONSENTEMENT
               OPEN I-O F-CONSENTEMENT
           END-IF.
           IF WS-FS-CONSENTEMENT NOT = "00"
               DISPLAY "Erreur ouverture CNS001. FILE STATUS: "
                   WS-FS-CONSENTEMENT
               MOVE 99 TO MC-CODE-RETOUR
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-CONSENTEMENTS.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           IF REGISTRE-MODIFIE
               PERFORM ENREGISTRER-CONSENTEMENTS
           END-IF.
           CLOSE F-CONSENTEMENT.
           MOVE MC-CODE-RETOUR TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Lecture de l'enregistrement du client ; a defaut, un         *
      * enregistrement vierge (aucun choix exprime) est prepare      *
      ****************************************************************
       LIRE-CONSENTEMENTS.
           MOVE MC-ID-CLIENT TO CN-ID-CLIENT.
           READ F-CONSENTEMENT
               KEY IS CN-ID-CLIENT
               INVALID KEY
                   MOVE SPACES TO FN-ENR-CONSENTEMENT
                   MOVE MC-ID-CLIENT TO CN-ID-CLIENT
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       MOVE 0 TO CN-DATE-CHOIX (WS-K)
                   END-PERFORM
               NOT INVALID KEY
                   SET ENREGISTREMENT-EXISTANT TO TRUE
           END-READ.

      ****************************************************************
      * Menu : affichage des consentements, choix du canal a mettre  *
      * a jour                                                       *
      ****************************************************************
       TRAITER-UN-CHOIX.
           PERFORM AFFICHER-CONSENTEMENTS.
           DISPLAY "Canal a mettre a jour (1-4, 0 = fin) : "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           EVALUATE TRUE
               WHEN CHOIX-CANAL
                   MOVE WS-CHOIX TO WS-K
                   PERFORM SAISIR-CHOIX-CANAL
               WHEN CHOIX-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix inconnu, recommencez."
           END-EVALUATE.

       AFFICHER-CONSENTEMENTS.
           DISPLAY "----------------------------------------------".
           DISPLAY "Consentements du client " MC-ID-CLIENT.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               EVALUATE TRUE
                   WHEN CN-ACCORD (WS-K)
                       MOVE "ACCORD" TO WS-LIBELLE-CHOIX
                   WHEN CN-REFUS (WS-K)
                       MOVE "REFUS" TO WS-LIBELLE-CHOIX
                   WHEN OTHER
                       MOVE "non exprime" TO WS-LIBELLE-CHOIX
               END-EVALUATE
               IF CN-DATE-CHOIX (WS-K) > 0
                   DISPLAY " " WS-K "  " WS-LIBELLE-CANAL (WS-K)
                       " " WS-LIBELLE-CHOIX " le "
                       CN-DATE-CHOIX (WS-K) " (source "
                       FUNCTION TRIM(CN-SOURCE (WS-K)) ")"
               ELSE
                   DISPLAY " " WS-K "  " WS-LIBELLE-CANAL (WS-K)
                       " " WS-LIBELLE-CHOIX
               END-IF
           END-PERFORM.

      ****************************************************************
      * Saisie du choix du client sur un canal : accord ou refus,    *
      * source du choix (par defaut celle de l'appelant), date du    *
      * jour                                                         *
      ****************************************************************
       SAISIR-CHOIX-CANAL.
           DISPLAY "Choix du client pour "
               FUNCTION TRIM(WS-LIBELLE-CANAL (WS-K))
               " (O = accord, N = refus) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CHOIX.
           EVALUATE WS-SAISIE-CHOIX
               WHEN "O"
               WHEN "o"
                   MOVE "O" TO CN-CHOIX (WS-K)
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO CN-CHOIX (WS-K)
               WHEN OTHER
                   DISPLAY "Reponse inconnue : canal inchange."
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "Source du choix (vide = "
               FUNCTION TRIM(MC-SOURCE) ") : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-SOURCE.
           ACCEPT WS-SAISIE-SOURCE.
           IF WS-SAISIE-SOURCE = SPACES
               MOVE MC-SOURCE TO CN-SOURCE (WS-K)
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-SOURCE)
                   TO CN-SOURCE (WS-K)
           END-IF.
           MOVE WS-DATE-DU-JOUR TO CN-DATE-CHOIX (WS-K).
           SET REGISTRE-MODIFIE TO TRUE.

      ****************************************************************
      * Ecriture (premier choix du client) ou reecriture             *
      ****************************************************************
       ENREGISTRER-CONSENTEMENTS.
           IF ENREGISTREMENT-EXISTANT
               REWRITE FN-ENR-CONSENTEMENT
               END-REWRITE
           ELSE
               WRITE FN-ENR-CONSENTEMENT
               END-WRITE
           END-IF.
           IF WS-FS-CONSENTEMENT NOT = "00"
               DISPLAY "Erreur ecriture CNS001. FILE STATUS: "
                   WS-FS-CONSENTEMENT
               MOVE 99 TO MC-CODE-RETOUR
           ELSE
               DISPLAY "Consentements du client " MC-ID-CLIENT
                   " enregistres."
           END-IF.
