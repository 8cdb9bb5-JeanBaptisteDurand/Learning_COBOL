      * LIV001 (numero de run de l'entete OUT001, consommateur,      *
      * horodatage, accuse), permet la re-livraison d'un run passe a *
      * la demande, l'accuse de reception, et edite le rapport       *
      * quotidien des livraisons restees sans accuse. Appele par la  *
      * chaine de nuit (consigne CNSNUI), il enregistre sans menu la *
      * diffusion du run courant puis edite le rapport. Le format    *
      * d'un abonne nomme sa description LAY<format>, d'apres        *
      * laquelle GENERE-EXTRAITS produit son fichier.                *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ABONNES ASSIGN TO DYNAMIC WS-NOM-ABN001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABONNES.
           SELECT OPTIONAL F-LIVRAISONS ASSIGN TO DYNAMIC WS-NOM-LIV001
               FILE STATUS IS WS-FS-LIVRAISONS.
           SELECT OPTIONAL F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-SORTIE.

       DATA DIVISION.
           01 FS-ENR-SORTIE PIC X(104).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-ABN001    PIC X(30) VALUE "ABN001".
              05 WS-NOM-LIV001    PIC X(30) VALUE "LIV001".
              05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-ABONNES    PIC X(02).
           01 WS-FS-LIVRAISONS PIC X(02).
           01 WS-FS-SORTIE     PIC X(02).
           01 WS-RUN-COURANT   PIC 9(04) VALUE 0.
           01 WS-RUN-TROUVE    PIC X(01) VALUE "N".
              88 RUN-COURANT-CONNU VALUE "O".
           01 WS-RUN-TROUVE-LIV PIC X(01) VALUE "N".
              88 RUN-DEJA-DIFFUSE VALUE "O".

      * Menu de la console, le modele de user_input.cob.
           01 WS-CHOIX         PIC X(02) VALUE SPACES.
           01 WS-HORODATAGE    PIC X(15).
           01 WS-NB-EN-ATTENTE PIC 9(04).

      * Adresse de la consigne de nuit : NULL quand le gestionnaire
      * est lance seul, renseignee quand batch_nuit_client.cob le
      * place dans son reseau de travaux.
           01 WS-PTR-CONSIGNE  USAGE POINTER.
           01 WS-PASSAGE-NUIT  PIC X(01) VALUE "N".
              88 PASSAGE-DE-NUIT VALUE "O".

       LINKAGE SECTION.
           01 CN-CONSIGNE-NUIT.
               COPY CNSNUI.

       PROCEDURE DIVISION USING CN-CONSIGNE-NUIT.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-PTR-CONSIGNE TO ADDRESS OF CN-CONSIGNE-NUIT.
           IF WS-PTR-CONSIGNE NOT = NULL
               AND CN-MODE-NUIT
               SET PASSAGE-DE-NUIT TO TRUE
           END-IF.
           PERFORM CHARGER-ABONNES.
           IF WS-NB-ABONNES = 0
               DISPLAY "Registre ABN001 vide ou absent : aucun "
           END-IF.
           PERFORM CHARGER-LIVRAISONS.
           PERFORM LIRE-RUN-COURANT.
           IF PASSAGE-DE-NUIT
               PERFORM DIFFUSER-EN-NUIT
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           DISPLAY "Fin du gestionnaire de diffusion.".
           MOVE 0 TO RETURN-CODE.
           END-PERFORM.
           PERFORM SAUVEGARDER-LIVRAISONS.

      ****************************************************************
      * Passage de nuit : diffusion du run courant, sauf s'il figure *
      * deja dans LIV001 (relance de la chaine apres un echec), puis *
      * rapport des livraisons sans accuse                           *
      ****************************************************************
       DIFFUSER-EN-NUIT.
           MOVE "N" TO WS-RUN-TROUVE-LIV.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIV
               IF WS-LIV-RUN (WS-I) = WS-RUN-COURANT
                   SET RUN-DEJA-DIFFUSE TO TRUE
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT RUN-COURANT-CONNU
                   DISPLAY "Pas de run courant identifiable dans "
                       "OUT001 : rien a diffuser cette nuit."
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-DEJA-DIFFUSE
                   DISPLAY "Run " WS-RUN-COURANT " deja diffuse : "
                       "pas de nouvel enregistrement."
               WHEN OTHER
                   PERFORM DIFFUSER-RUN-COURANT
           END-EVALUATE.
           PERFORM EDITER-SANS-ACCUSE.

      ****************************************************************
      * Re-livraison d'un run passe a un abonne designe              *
      ****************************************************************
