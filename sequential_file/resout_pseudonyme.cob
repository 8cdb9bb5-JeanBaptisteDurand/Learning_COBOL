      ****************************************************************
      * Levee d'un pseudonyme pour l'analyse d'une anomalie de       *
      * test : l'extrait de test pseudonymise (EXTRAIT-TEST, carte   *
      * PSEUDONYMES=O) ne livre que des jetons, et un testeur qui    *
      * signale "le client 4711 fait tomber le chargement" donne un  *
      * jeton. Ce programme, reserve aux roles habilites par         *
      * connexion-operateur (supervision, administration), retrouve  *
      * dans le coffre PSV001 (copybook PSEUDO) le client reel qui   *
      * porte le jeton et l'affiche avec sa fiche F-CLIENT.          *
      * Chaque levee, jeton resolu ou inconnu, est tracee dans le    *
      * journal de securite SEC001 (copybook SECJRN) avant tout      *
      * affichage : sans trace ecrite, pas de levee. RAPPORT-        *
      * SECURITE les reprend dans l'etat mensuel.                    *
      * Codes retour : 0 session terminee, 8 operateur non habilite, *
      * 99 coffre indisponible.                                      *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESOUT-PSEUDONYME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COFFRE ASSIGN TO DYNAMIC WS-NOM-PSV001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ID-CLIENT
               ALTERNATE RECORD KEY IS PV-JETON
               FILE STATUS IS WS-FS-COFFRE.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-SECURITE ASSIGN TO DYNAMIC WS-NOM-SEC001
               FILE STATUS IS WS-FS-SECURITE.

       DATA DIVISION.
       FILE SECTION.
           FD F-COFFRE
               RECORD CONTAINS 40 CHARACTERS.
           01 FP-ENR-COFFRE.
               COPY PSEUDO.

           FD F-CLIENT
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FS-ENR-CLIENT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==FS-CLIENT-ID==
                       ==CLI-PRENOM== BY ==FS-PRENOM==
                       ==CLI-NOM== BY ==FS-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==FS-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==FS-ADRESSE==
                       ==CLI-RUE== BY ==FS-RUE==
                       ==CLI-CODE-POSTAL== BY ==FS-CODE-POSTAL==
                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==.

           FD F-SECURITE
               RECORD CONTAINS 60 CHARACTERS.
           01 FJ-ENR-SECURITE.
               COPY SECJRN.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-PSV001    PIC X(30) VALUE "PSV001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-SEC001    PIC X(30) VALUE "SEC001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-COFFRE     PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-SECURITE   PIC X(02).
           01 WS-CLIENT-OUVERT PIC X(01) VALUE "N".
              88 CLIENT-DISPONIBLE VALUE "O".

      * Identite de l'operateur connecte : la session de la console
      * appelante, a defaut une connexion propre.
           01 WS-OPERATEUR     PIC X(03).
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "RESOUT-PSEUDONYME".
              05 WS-CO-OPTION      PIC X(02) VALUE "00".
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).
           01 WS-HORODATAGE    PIC X(15).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).

           01 WS-SAISIE        PIC X(09).
           01 WS-JETON         PIC 9(09).
           01 WS-JETON-LU      PIC X(01).
              88 JETON-TROUVE  VALUE "O".
           01 WS-TRACE         PIC X(01).
              88 LEVEE-TRACEE  VALUE "O".
           01 WS-AFF-ID        PIC 9(10).

           01 WS-COMPTEURS.
              05 WS-NB-RESOLUS  PIC 9(04) VALUE 0.
              05 WS-NB-INCONNUS PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR = 0
               MOVE "A" TO WS-CO-FONCTION
               CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION
           END-IF.
           IF WS-CO-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CO-OPERATEUR TO WS-OPERATEUR.
           OPEN INPUT F-COFFRE.
           IF WS-FS-COFFRE NOT = "00"
               DISPLAY "Erreur ouverture PSV001. FILE STATUS: "
                   WS-FS-COFFRE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT = "00"
               MOVE "O" TO WS-CLIENT-OUVERT
           ELSE
               DISPLAY "Fichier client indisponible : seul "
                   "l'identifiant reel sera donne."
           END-IF.
           PERFORM DEMANDER-JETON.
           PERFORM LEVER-PSEUDONYME UNTIL WS-SAISIE = SPACES.
           IF CLIENT-DISPONIBLE
               CLOSE F-CLIENT
           END-IF.
           CLOSE F-COFFRE.
           DISPLAY "----------------------------------------------".
           DISPLAY "Levees de pseudonymes (" WS-OPERATEUR ")".
           DISPLAY "Jetons resolus       : " WS-NB-RESOLUS.
           DISPLAY "Jetons inconnus      : " WS-NB-INCONNUS.
           DISPLAY "----------------------------------------------".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Saisie du jeton a lever ; une saisie vide termine la session *
      ****************************************************************
       DEMANDER-JETON.
           DISPLAY "Jeton a lever (vide = fin) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.

      ****************************************************************
      * Levee d'un jeton : recherche par la cle secondaire PV-JETON, *
      * trace dans SEC001, puis affichage du client reel             *
      ****************************************************************
       LEVER-PSEUDONYME.
           IF FUNCTION TRIM(WS-SAISIE) IS NOT NUMERIC
               DISPLAY "Jeton numerique attendu."
               PERFORM DEMANDER-JETON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-JETON.
           MOVE "N" TO WS-JETON-LU.
      * Le jeton 0 est celui de l'enregistrement de controle.
           IF WS-JETON NOT = 0
               MOVE WS-JETON TO PV-JETON
               READ F-COFFRE
                   KEY IS PV-JETON
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET JETON-TROUVE TO TRUE
               END-READ
           END-IF.
           PERFORM TRACER-LEVEE.
           IF NOT LEVEE-TRACEE
               DISPLAY "Levee non tracee : jeton non leve."
               PERFORM DEMANDER-JETON
               EXIT PARAGRAPH
           END-IF.
           IF NOT JETON-TROUVE
               ADD 1 TO WS-NB-INCONNUS
               DISPLAY "Jeton " WS-JETON " absent du coffre PSV001."
               PERFORM DEMANDER-JETON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RESOLUS.
           MOVE PV-ID-CLIENT TO WS-AFF-ID.
           DISPLAY "Jeton " WS-JETON " = client " WS-AFF-ID
               " (jeton cree le " PV-DATE-CREATION
               ", dernier extrait le " PV-DATE-EXTRAIT ")".
           PERFORM AFFICHER-CLIENT.
           PERFORM DEMANDER-JETON.

       AFFICHER-CLIENT.
           IF NOT CLIENT-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           MOVE PV-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   DISPLAY "  Client absent de F-CLIENT (purge ?)."
               NOT INVALID KEY
                   DISPLAY "  " FUNCTION TRIM(FS-PRENOM) " " FS-NOM
                       " (" FS-VILLE ")"
           END-READ.

      ****************************************************************
      * Trace de la levee dans SEC001 : operateur, jeton demande,    *
      * resolu (PSD) ou inconnu (PSI)                                *
      ****************************************************************
       TRACER-LEVEE.
           MOVE "N" TO WS-TRACE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-HORODATAGE
           END-STRING.
           OPEN EXTEND F-SECURITE.
           IF WS-FS-SECURITE NOT = "00" AND WS-FS-SECURITE NOT = "05"
               DISPLAY "Erreur ouverture SEC001. FILE STATUS: "
                   WS-FS-SECURITE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FJ-ENR-SECURITE.
           MOVE WS-HORODATAGE TO SJ-HORODATAGE.
           MOVE WS-OPERATEUR TO SJ-OPERATEUR.
           MOVE WS-CO-PROGRAMME TO SJ-PROGRAMME.
           MOVE WS-CO-OPTION TO SJ-OPTION.
           IF JETON-TROUVE
               SET SJ-LEVEE-JETON TO TRUE
           ELSE
               SET SJ-JETON-INCONNU TO TRUE
           END-IF.
           MOVE WS-CO-ROLE TO SJ-ROLE.
           MOVE WS-JETON TO SJ-JETON.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO SJ-ORIGINE
           END-IF.
           WRITE FJ-ENR-SECURITE
           END-WRITE.
           IF WS-FS-SECURITE = "00"
               SET LEVEE-TRACEE TO TRUE
           ELSE
               DISPLAY "Erreur ecriture SEC001. FILE STATUS: "
                   WS-FS-SECURITE
           END-IF.
           CLOSE F-SECURITE.
