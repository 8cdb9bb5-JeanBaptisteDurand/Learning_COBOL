       IDENTIFICATION DIVISION.
       PROGRAM-ID. correspondance-client.

      * Historique des correspondances par client, dans le style
      * sous-programme de lien-client : chaque campagne selectionnee
      * et chaque courrier produit par la suite y sont inscrits, pour
      * que SELECTION-CAMPAGNE puisse plafonner la pression
      * commerciale sur une periode glissante. Fichier COR001
      * (copybook CORRES) :
      *   CD-FONCTION = E  inscrire un contact (client, date, nature,
      *                    canal, reference, programme) ; le rang
      *                    dans la journee est pris au premier libre
      *                 C  compter les contacts du client envoyes
      *                    depuis CD-DATE (incluse), toutes natures
      *                    et tous canaux confondus
      *                 F  fermer le fichier en fin de traitement
      * Le fichier est ouvert au premier appel puis garde ouvert ; un
      * COR001 encore inexistant (statut 35) est cree au vol.
      * CD-CODE-RETOUR : 0 correct, 8 plus de rang libre dans la
      * journee (contact non inscrit), 99 fichier illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORRESPONDANCES ASSIGN TO DYNAMIC WS-NOM-COR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CLE
               FILE STATUS IS WS-FS-CORRESPONDANCES.

       DATA DIVISION.
       FILE SECTION.
       FD F-CORRESPONDANCES
           RECORD CONTAINS 70 CHARACTERS.
       01 FC-ENR-CORRESPONDANCE.
           COPY CORRES.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-COR001    PIC X(30) VALUE "COR001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CORRESPONDANCES PIC X(02).
       01 WS-OUVERT        PIC X(01) VALUE "N".
          88 FICHIER-OUVERT VALUE "O".
       01 WS-FIN-CONTACTS  PIC X(01).
          88 FIN-CONTACTS-CLIENT VALUE "O".
       01 WS-INSCRIT       PIC X(01).
          88 CONTACT-INSCRIT VALUE "O".

       LINKAGE SECTION.
       01 CD-DEMANDE.
           05 CD-FONCTION    PIC X(01).
           05 CD-ID-CLIENT   PIC 9(10).
           05 CD-DATE        PIC 9(08).
           05 CD-NATURE      PIC X(01).
           05 CD-CANAL       PIC X(10).
           05 CD-REFERENCE   PIC X(12).
           05 CD-PROGRAMME   PIC X(20).
           05 CD-NB-CONTACTS PIC 9(04).
           05 CD-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION USING CD-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO CD-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO CD-CODE-RETOUR.
           EVALUATE CD-FONCTION
               WHEN "E"
                   PERFORM OUVRIR-CORRESPONDANCES
                   IF CD-CODE-RETOUR = 0
                       PERFORM INSCRIRE-CONTACT
                   END-IF
               WHEN "C"
                   PERFORM OUVRIR-CORRESPONDANCES
                   IF CD-CODE-RETOUR = 0
                       PERFORM COMPTER-CONTACTS
                   END-IF
               WHEN "F"
                   PERFORM FERMER-CORRESPONDANCES
               WHEN OTHER
                   MOVE 99 TO CD-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

       OUVRIR-CORRESPONDANCES.
           IF FICHIER-OUVERT
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O F-CORRESPONDANCES.
           IF WS-FS-CORRESPONDANCES = "35"
               OPEN OUTPUT F-CORRESPONDANCES
               CLOSE F-CORRESPONDANCES
               OPEN I-O F-CORRESPONDANCES
           END-IF.
           IF WS-FS-CORRESPONDANCES NOT = "00"
               DISPLAY "Erreur ouverture COR001. FILE STATUS: "
                   WS-FS-CORRESPONDANCES
               MOVE 99 TO CD-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           SET FICHIER-OUVERT TO TRUE.

      ****************************************************************
      * Inscription d'un contact au premier rang libre de la journee *
      ****************************************************************
       INSCRIRE-CONTACT.
           MOVE SPACES TO FC-ENR-CORRESPONDANCE.
           MOVE CD-ID-CLIENT TO CR-ID-CLIENT.
           MOVE CD-DATE TO CR-DATE.
           MOVE 0 TO CR-RANG.
           MOVE CD-NATURE TO CR-NATURE.
           MOVE CD-CANAL TO CR-CANAL.
           MOVE CD-REFERENCE TO CR-REFERENCE.
           MOVE CD-PROGRAMME TO CR-PROGRAMME.
           MOVE "N" TO WS-INSCRIT.
           PERFORM ESSAYER-RANG
               UNTIL CONTACT-INSCRIT OR CD-CODE-RETOUR NOT = 0.

       ESSAYER-RANG.
           IF CR-RANG = 999
               DISPLAY "Client " CD-ID-CLIENT " : plus de rang libre "
                   "le " CD-DATE " dans COR001."
               MOVE 8 TO CD-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CR-RANG.
           WRITE FC-ENR-CORRESPONDANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTACT-INSCRIT TO TRUE
           END-WRITE.
           IF WS-FS-CORRESPONDANCES NOT = "00"
               AND WS-FS-CORRESPONDANCES NOT = "22"
               DISPLAY "Erreur ecriture COR001. FILE STATUS: "
                   WS-FS-CORRESPONDANCES
               MOVE 99 TO CD-CODE-RETOUR
           END-IF.

      ****************************************************************
      * Compte des contacts du client depuis CD-DATE                 *
      ****************************************************************
       COMPTER-CONTACTS.
           MOVE 0 TO CD-NB-CONTACTS.
           MOVE "N" TO WS-FIN-CONTACTS.
           MOVE CD-ID-CLIENT TO CR-ID-CLIENT.
           MOVE CD-DATE TO CR-DATE.
           MOVE 0 TO CR-RANG.
           START F-CORRESPONDANCES KEY IS NOT LESS THAN CR-CLE
               INVALID KEY
                   SET FIN-CONTACTS-CLIENT TO TRUE
           END-START.
           PERFORM COMPTER-UN-CONTACT UNTIL FIN-CONTACTS-CLIENT.

       COMPTER-UN-CONTACT.
           READ F-CORRESPONDANCES NEXT RECORD
               AT END
                   SET FIN-CONTACTS-CLIENT TO TRUE
           END-READ.
           IF FIN-CONTACTS-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF CR-ID-CLIENT NOT = CD-ID-CLIENT
               SET FIN-CONTACTS-CLIENT TO TRUE
           ELSE
               ADD 1 TO CD-NB-CONTACTS
           END-IF.

       FERMER-CORRESPONDANCES.
           IF FICHIER-OUVERT
               CLOSE F-CORRESPONDANCES
               MOVE "N" TO WS-OUVERT
           END-IF.
