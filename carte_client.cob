       IDENTIFICATION DIVISION.
       PROGRAM-ID. carte-client.

      * Lecture du nombre de cartes d'un client, dans le style
      * sous-programme de lien-client : la fiche client partagee
      * annonce combien de cartes le client detient, d'apres CRH001
      * (copybook CRTCLI) que le batch cartes reconstruit a chaque
      * passe :
      *   CA-FONCTION = C  rendre le nombre de cartes acceptees du
      *                    client et la date du lot qui les a
      *                    comptees ; le fichier est ouvert au
      *                    premier appel puis garde ouvert
      *                 F  fermer le fichier en fin de traitement
      * CA-CODE-RETOUR : 0 compte fiable, 99 fichier illisible. Un
      * client absent de CRH001, ou un CRH001 encore inexistant, n'a
      * aucune carte : compte a zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CARTES-CLIENT ASSIGN TO DYNAMIC
               WS-NOM-CRH001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ID-CLIENT
               FILE STATUS IS WS-FS-CARTES.

       DATA DIVISION.
       FILE SECTION.
       FD F-CARTES-CLIENT
           RECORD CONTAINS 30 CHARACTERS.
       01 FT-ENR-CARTES.
           COPY CRTCLI.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CRH001    PIC X(30) VALUE "CRH001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CARTES     PIC X(02).
       01 WS-OUVERT        PIC X(01) VALUE "N".
          88 FICHIER-OUVERT VALUE "O".

       LINKAGE SECTION.
       01 CA-DEMANDE.
           05 CA-FONCTION    PIC X(01).
           05 CA-ID-CLIENT   PIC 9(10).
           05 CA-NB-CARTES   PIC 9(04).
           05 CA-DATE-LOT    PIC 9(08).
           05 CA-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING CA-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO CA-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO CA-CODE-RETOUR.
           EVALUATE CA-FONCTION
               WHEN "C"
                   PERFORM COMPTER-CARTES
               WHEN "F"
                   PERFORM FERMER-CARTES
               WHEN OTHER
                   MOVE 99 TO CA-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

       COMPTER-CARTES.
           MOVE 0 TO CA-NB-CARTES.
           MOVE 0 TO CA-DATE-LOT.
           IF NOT FICHIER-OUVERT
               OPEN INPUT F-CARTES-CLIENT
               IF WS-FS-CARTES NOT = "00"
                   AND WS-FS-CARTES NOT = "05"
                   DISPLAY "Erreur ouverture CRH001. FILE STATUS: "
                       WS-FS-CARTES
                   MOVE 99 TO CA-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               SET FICHIER-OUVERT TO TRUE
           END-IF.
           MOVE CA-ID-CLIENT TO CT-ID-CLIENT.
           READ F-CARTES-CLIENT
               KEY IS CT-ID-CLIENT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE CT-NB-CARTES TO CA-NB-CARTES.
           MOVE CT-DATE-LOT TO CA-DATE-LOT.

       FERMER-CARTES.
           IF FICHIER-OUVERT
               CLOSE F-CARTES-CLIENT
               MOVE "N" TO WS-OUVERT
           END-IF.
