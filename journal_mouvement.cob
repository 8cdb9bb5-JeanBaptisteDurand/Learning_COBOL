      * (AUDTEL pour les telephones, AUD001 pour les emails cote
      * base) subsistent ; MVT001 est la vue d'ensemble qui repond a
      * "qui a change la ville de ce client" sans ouvrir cinq
      * fichiers. Le mouvement porte aussi le code de l'operateur
      * connecte (session connexion-operateur), a blanc pour un
      * traitement batch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.

       DATA DIVISION.
      * Un mouvement par enregistrement : horodatage, programme
      * emetteur, identifiant en clair, action, images avant/apres
      * (au format plein du copybook, zones COMP-3 comprises ; la
      * consultation les decode par COPY CLIENT), operateur.
       FD F-MOUVEMENTS
           RECORD CONTAINS 344 CHARACTERS.
       01 FS-ENR-MOUVEMENT.
           05 FM-HORODATAGE  PIC X(15).
           05 FM-PROGRAMME   PIC X(20).
           05 FM-ACTION      PIC X(05).
           05 FM-AVANT       PIC X(145).
           05 FM-APRES       PIC X(145).
           05 FM-OPERATEUR   PIC X(03).
           05 FM-ORIGINE     PIC X(01).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-MOUVEMENTS  PIC X(02).
       01 WS-HORODATAGE     PIC X(15).
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).

       01 WS-DEMANDE-CONNEXION.
           05 WS-CO-FONCTION    PIC X(01) VALUE "L".
           05 WS-CO-PROGRAMME   PIC X(20).
           05 WS-CO-OPTION      PIC X(02).
           05 WS-CO-OPERATEUR   PIC X(03).
           05 WS-CO-NOM         PIC X(30).
           05 WS-CO-ROLE        PIC X(03).
           05 WS-CO-CODE-RETOUR PIC 9(02).

       LINKAGE SECTION.
      * La demande de journalisation : pour un ajout, l'image avant
      * est a blanc ; pour une suppression, l'image apres. L'identi-

       PROCEDURE DIVISION USING JM-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE.
           MOVE JM-PROGRAMME TO FM-PROGRAMME.
           MOVE JM-ACTION TO FM-ACTION.
      * Une suppression n'a pas d'image apres : l'identifiant vient
      * alors de l'image avant. De meme pour tout retrait transmis
      * sans image apres (retrait d'un enregistrement orphelin d'un
      * fichier satellite par AUDIT-REFERENTIEL).
           IF JM-ACTION = "SUPPR" OR JM-APRES = SPACES
               MOVE JM-AV-ID TO FM-ID-CLIENT
           ELSE
               MOVE JM-AP-ID TO FM-ID-CLIENT
           END-IF.
           MOVE JM-AVANT TO FM-AVANT.
           MOVE JM-APRES TO FM-APRES.
           MOVE "L" TO WS-CO-FONCTION.
           MOVE JM-PROGRAMME TO WS-CO-PROGRAMME.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           MOVE WS-CO-OPERATEUR TO FM-OPERATEUR.
      * B = mouvement d'un run du bac a sable, blanc = production.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO FM-ORIGINE
           ELSE
               MOVE SPACE TO FM-ORIGINE
           END-IF.
      * Statut 05 = fichier OPTIONAL absent cree a l'ouverture :
      * c'est le premier mouvement du journal, pas une erreur.
           OPEN EXTEND F-MOUVEMENTS.
