      * caractere est remplace par une virgule avant l'assemblage,   *
      * pour qu'une rue saisie avec le separateur ne decale pas les  *
      * colonnes chez le destinataire.                               *
      * Les consentements de contact (CNS001) suivent chaque client :*
      * une colonne O/N par canal, selon la regle du copybook        *
      * CONSENT, et l'email ou le telephone d'un client qui n'a pas  *
      * consenti au canal correspondant ne sont pas exportes.        *
      * Les clients entreprise partent avec la raison sociale en     *
      * colonne nom et le contact en colonne prenom ; trois colonnes *
      * finales donnent le type (P/E), la forme juridique et le      *
      * SIRET depaquete (vides pour un particulier). Une derniere    *
      * colonne donne le pays : FR, ou le code ISO d'une adresse     *
      * etrangere, exportee avec son code postal libre.              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-CONSENTEMENT
               ASSIGN TO DYNAMIC WS-NOM-CNS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID-CLIENT
               FILE STATUS IS WS-FS-CONSENTEMENT.
           SELECT F-EXPORT ASSIGN TO DYNAMIC WS-NOM-CSV001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.

                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==
                       ==CLI-SIRET== BY ==FS-SIRET==
                       ==CLI-FORME-JURIDIQUE== BY ==FS-FORME-JURIDIQUE==
                       ==CLI-CONTACT== BY ==FS-CONTACT==
                       ==CLI-ENTREPRISE== BY ==FS-ENTREPRISE==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==
                       ==CLI-PAYS== BY ==FS-PAYS==
                       ==CLI-CP-ETRANGER== BY ==FS-CP-ETRANGER==
                       ==CLI-VILLE-ETRANGER== BY ==FS-VILLE-ETRANGER==.

           FD F-CONSENTEMENT
               RECORD CONTAINS 90 CHARACTERS.
           01 FN-ENR-CONSENTEMENT.
               COPY CONSENT.

           FD F-EXPORT.
           01 FS-LIGNE-EXPORT PIC X(200).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CNS001    PIC X(30) VALUE "CNS001".
              05 WS-NOM-CSV001    PIC X(30) VALUE "CSV001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-EXPORT     PIC X(02).
           01 WS-FS-CONSENTEMENT PIC X(02).
           01 WS-CONSENTEMENT-OUVERT PIC X(01) VALUE "N".
              88 CONSENTEMENT-DISPONIBLE VALUE "O".

      * Consentement effectif par canal (EMAIL, SMS, COURRIER,
      * TELEPHONE), O ou N, tel qu'exporte.
           01 WS-TABLE-PERMIS.
              05 WS-PERMIS     PIC X(01) OCCURS 4 TIMES.
                 88 CANAL-PERMIS VALUE "O".
           01 WS-K             PIC 9(01).

           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".
      * Depaquetage des zones COMP-3 pour l'export en clair.
           01 WS-AFF-ID        PIC 9(10).
           01 WS-AFF-CODE-POSTAL PIC 9(05).
           01 WS-CODE-POSTAL-EXPORT PIC X(08).
           01 WS-PAYS          PIC X(02).
           01 WS-SIRET-DEPAQUETE PIC 9(14).
           01 WS-AFF-SIRET     PIC X(14).
           01 WS-TYPE-CLIENT   PIC X(01).
           01 WS-FORME-JURIDIQUE PIC X(01).

           01 WS-LIGNE         PIC X(200).

           01 WS-COMPTEURS.
              05 WS-NB-LUS     PIC 9(06) VALUE 0.
              05 WS-NB-EXPORTES PIC 9(06) VALUE 0.
              05 WS-NB-EMAILS-RETIRES PIC 9(06) VALUE 0.
              05 WS-NB-TEL-RETIRES    PIC 9(06) VALUE 0.

      * Masquage des donnees nominatives pour les exports destines a
      * l'environnement de test : lettres substituees par le procede

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Masquage des donnees nominatives (O/N) ? "
               WITH NO ADVANCING.
           ACCEPT WS-MASQUAGE.
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CONSENTEMENT.
           IF WS-FS-CONSENTEMENT = "00"
               MOVE "O" TO WS-CONSENTEMENT-OUVERT
           ELSE
               DISPLAY "Registre des consentements CNS001 "
                   "indisponible : aucun accord EMAIL/SMS connu."
           END-IF.
           MOVE SPACES TO FS-LIGNE-EXPORT.
           STRING "id;prenom;nom;rue;code_postal;ville;telephone;email"
               DELIMITED BY SIZE
               ";consent_email;consent_sms;consent_courrier"
               DELIMITED BY SIZE
               ";consent_telephone" DELIMITED BY SIZE
               ";type_client;forme_juridique;siret" DELIMITED BY SIZE
               ";pays" DELIMITED BY SIZE
               INTO FS-LIGNE-EXPORT
           END-STRING.
           WRITE FS-LIGNE-EXPORT.
           PERFORM LIRE-CLIENT.
           PERFORM EXPORTER-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.
           CLOSE F-EXPORT.
           IF CONSENTEMENT-DISPONIBLE
               CLOSE F-CONSENTEMENT
           END-IF.
           PERFORM AFFICHER-BILAN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      ****************************************************************
       EXPORTER-CLIENT.
           MOVE FS-CLIENT-ID TO WS-AFF-ID.
           IF FS-ETRANGER
               MOVE FS-CP-ETRANGER TO WS-CODE-POSTAL-EXPORT
               MOVE FS-PAYS TO WS-PAYS
           ELSE
               MOVE FS-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               MOVE WS-AFF-CODE-POSTAL TO WS-CODE-POSTAL-EXPORT
               MOVE "FR" TO WS-PAYS
           END-IF.
           PERFORM PREPARER-TYPE-CLIENT.
           MOVE FS-NOM TO WS-NOM.
           MOVE FS-RUE TO WS-RUE.
           IF FS-ETRANGER
               MOVE FS-VILLE-ETRANGER TO WS-VILLE
           ELSE
               MOVE FS-VILLE TO WS-VILLE
           END-IF.
           MOVE FS-TELEPHONE TO WS-TELEPHONE.
           MOVE FS-EMAIL TO WS-EMAIL.
           INSPECT WS-PRENOM REPLACING ALL ";" BY ",".
           INSPECT WS-VILLE REPLACING ALL ";" BY ",".
           INSPECT WS-TELEPHONE REPLACING ALL ";" BY ",".
           INSPECT WS-EMAIL REPLACING ALL ";" BY ",".
           INSPECT WS-CODE-POSTAL-EXPORT REPLACING ALL ";" BY ",".
           PERFORM APPLIQUER-CONSENTEMENTS.
           IF MASQUAGE-ACTIF
               PERFORM MASQUER-CLIENT
           END-IF.
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CODE-POSTAL-EXPORT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-VILLE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TELEPHONE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMAIL) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-PERMIS (1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-PERMIS (2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-PERMIS (3) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-PERMIS (4) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-TYPE-CLIENT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FORME-JURIDIQUE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AFF-SIRET) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-PAYS DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING.
           MOVE WS-LIGNE TO FS-LIGNE-EXPORT.
           END-IF.
           PERFORM LIRE-CLIENT.

      ****************************************************************
      * Type du client : un particulier exporte son prenom ; une     *
      * entreprise son contact, sa forme juridique et son SIRET,     *
      * depaquete seulement si la zone COMP-3 est numerique          *
      ****************************************************************
       PREPARER-TYPE-CLIENT.
           MOVE SPACES TO WS-AFF-SIRET.
           MOVE SPACES TO WS-FORME-JURIDIQUE.
           IF FS-ENTREPRISE
               MOVE "E" TO WS-TYPE-CLIENT
               MOVE FS-CONTACT TO WS-PRENOM
               MOVE FS-FORME-JURIDIQUE TO WS-FORME-JURIDIQUE
               IF FS-SIRET NUMERIC
                   MOVE FS-SIRET TO WS-SIRET-DEPAQUETE
                   MOVE WS-SIRET-DEPAQUETE TO WS-AFF-SIRET
               END-IF
           ELSE
               MOVE "P" TO WS-TYPE-CLIENT
               MOVE FS-PRENOM TO WS-PRENOM
           END-IF.

      ****************************************************************
      * Consentements du client : regle du copybook CONSENT (accord  *
      * explicite pour EMAIL et SMS, refus explicite seul bloquant   *
      * pour COURRIER et TELEPHONE). L'email part seulement avec     *
      * l'accord EMAIL, le telephone avec l'accord SMS ou TELEPHONE  *
      ****************************************************************
       APPLIQUER-CONSENTEMENTS.
           MOVE SPACES TO FN-ENR-CONSENTEMENT.
           IF CONSENTEMENT-DISPONIBLE
               MOVE FS-CLIENT-ID TO CN-ID-CLIENT
               READ F-CONSENTEMENT
                   KEY IS CN-ID-CLIENT
                   INVALID KEY
                       MOVE SPACES TO FN-ENR-CONSENTEMENT
               END-READ
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF (WS-K <= 2 AND CN-ACCORD (WS-K))
                   OR (WS-K > 2 AND NOT CN-REFUS (WS-K))
                   MOVE "O" TO WS-PERMIS (WS-K)
               ELSE
                   MOVE "N" TO WS-PERMIS (WS-K)
               END-IF
           END-PERFORM.
           IF NOT CANAL-PERMIS (1) AND WS-EMAIL NOT = SPACES
               MOVE SPACES TO WS-EMAIL
               ADD 1 TO WS-NB-EMAILS-RETIRES
           END-IF.
           IF NOT CANAL-PERMIS (2) AND NOT CANAL-PERMIS (4)
               AND WS-TELEPHONE NOT = SPACES
               MOVE SPACES TO WS-TELEPHONE
               ADD 1 TO WS-NB-TEL-RETIRES
           END-IF.

      ****************************************************************
      * Masquage deterministe des zones nominatives : noms et rue    *
      * par substitution de lettres, chiffres du telephone decales,  *
           DISPLAY "Enregistrements lus (F-CLIENT) : " WS-NB-LUS.
           DISPLAY "Lignes exportees    (CSV001)   : "
               WS-NB-EXPORTES.
           DISPLAY "Emails retires (consentement)  : "
               WS-NB-EMAILS-RETIRES.
           DISPLAY "Telephones retires (consent.)  : "
               WS-NB-TEL-RETIRES.
           IF WS-NB-LUS = WS-NB-EXPORTES
               DISPLAY "Bilan OK : aucun enregistrement perdu."
           ELSE
