       IDENTIFICATION DIVISION.
       PROGRAM-ID. connexion-operateur.

      * Connexion et habilitations des operateurs : les consoles
      * prenaient les initiales sur parole et toutes leurs options
      * etaient ouvertes a tous. Ce sous-programme tient la session
      * de l'operateur connecte (dans sa WORKING-STORAGE, jamais
      * CANCELe par les consoles) et en repond a tout programme du
      * meme run, dans le style de verrou-client :
      *   CO-FONCTION = C  connexion : saisie du code operateur,
      *                    controle dans OPR001 (profil connu et
      *                    actif), trois essais au plus
      *                 S  session : l'operateur deja connecte, ou a
      *                    defaut une connexion (programme lance
      *                    seul hors console)
      *                 A  autorisation de l'option CO-OPTION du
      *                    programme CO-PROGRAMME pour le role de
      *                    l'operateur connecte (profil relu : un
      *                    profil desactive en cours de session est
      *                    refuse)
      *                 L  lecture de la session (a blanc sans
      *                    connexion : traitement batch)
      *                 D  deconnexion
      * Tout refus est trace dans le journal de securite SEC001
      * (copybook SECJRN), dont RAPPORT-SECURITE edite l'etat
      * mensuel. Codes retour : 0 accepte, 8 refuse, 99 fichier des
      * profils indisponible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPERATEURS ASSIGN TO DYNAMIC WS-NOM-OPR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-CODE
               FILE STATUS IS WS-FS-OPERATEURS.
           SELECT OPTIONAL F-SECURITE ASSIGN TO DYNAMIC WS-NOM-SEC001
               FILE STATUS IS WS-FS-SECURITE.

       DATA DIVISION.
       FILE SECTION.
       FD F-OPERATEURS
           RECORD CONTAINS 60 CHARACTERS.
       01 FO-ENR-OPERATEUR.
           COPY OPERAT.

       FD F-SECURITE
           RECORD CONTAINS 60 CHARACTERS.
       01 FJ-ENR-SECURITE.
           COPY SECJRN.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-OPR001    PIC X(30) VALUE "OPR001".
           05 WS-NOM-SEC001    PIC X(30) VALUE "SEC001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-OPERATEURS PIC X(02).
       01 WS-FS-SECURITE   PIC X(02).

      * La session : l'operateur connecte, son nom et son role.
       01 WS-SESSION.
           05 WS-SES-OPERATEUR PIC X(03) VALUE SPACES.
           05 WS-SES-NOM       PIC X(30) VALUE SPACES.
           05 WS-SES-ROLE      PIC X(03) VALUE SPACES.

       01 WS-CODE-SAISI    PIC X(03).
       01 WS-NB-ESSAIS     PIC 9(01).
       01 WS-NB-ESSAIS-MAX PIC 9(01) VALUE 3.
       01 WS-PROFIL-LU     PIC X(01).
          88 PROFIL-TROUVE VALUE "O".
       01 WS-CONNEXION     PIC X(01).
          88 CONNEXION-ETABLIE VALUE "O".

      * Le refus a tracer : motif (88 de SECJRN) et role connu.
       01 WS-MOTIF-REFUS   PIC X(03).
       01 WS-ROLE-REFUS    PIC X(03).

       01 WS-HORODATAGE    PIC X(15).
       01 WS-DATE-DU-JOUR  PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).

      * Table des habilitations : pour chaque programme et option,
      * les roles admis (cinq au plus). Une option absente de la
      * table est refusee a tous.
      *   CON consultation  GES gestion       SUP supervision
      *   EXP exploitation  ADM administration
       01 WS-HABILITATIONS-INIT.
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      01CONGESSUPEXPADM".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      02CONGESSUPEXPADM".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      03GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      04SUPADM         ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      05GESSUPEXPADM   ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      06CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      07CONGESSUPEXPADM".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      08EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      09EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      10EXPADM         ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      11CONGESSUPEXPADM".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      12GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-CLIENT      13SUPADM         ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-ALERTES     01EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-ALERTES     02EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-ALERTES     03EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-ALERTES     04EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-TRAVAUX     01CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-TRAVAUX     02GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "CONSOLE-TRAVAUX     03GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "MAINT-CLIENT        00GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "RECHERCHE-TEL       00CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "MAINT-OPERATEURS    00ADM            ".
           05 FILLER PIC X(37) VALUE
              "INSPECTE-FICHIER    00EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "MAINT-GELS          00CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "MAINT-GELS          01SUPADM         ".
           05 FILLER PIC X(37) VALUE
              "MAINT-DEMANDES      00CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "MAINT-DEMANDES      01GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "MAINT-LIENS         00CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "MAINT-LIENS         01GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "MAINT-RECLAMATIONS  00CONGESSUPADM   ".
           05 FILLER PIC X(37) VALUE
              "MAINT-RECLAMATIONS  01GESSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "MAINT-RECLAMATIONS  02SUPADM         ".
           05 FILLER PIC X(37) VALUE
              "PASSATION-POSTE     01EXPSUPADM      ".
           05 FILLER PIC X(37) VALUE
              "PASSATION-POSTE     02CONGESSUPEXPADM".
           05 FILLER PIC X(37) VALUE
              "RESOUT-PSEUDONYME   00SUPADM         ".
           05 FILLER PIC X(37) VALUE
              "LIBERE-VIREMENTS    00SUPADM         ".
           05 FILLER PIC X(37) VALUE
              "REEDITE-BULLETINS   00GESSUPADM      ".
       01 WS-TABLE-HABILITATIONS REDEFINES WS-HABILITATIONS-INIT.
           05 WS-HAB-ENTRY OCCURS 38 TIMES.
              10 WS-HAB-PROGRAMME PIC X(20).
              10 WS-HAB-OPTION    PIC X(02).
              10 WS-HAB-ROLE      PIC X(03) OCCURS 5 TIMES.
       01 WS-NB-HABILITATIONS PIC 9(02) VALUE 38.
       01 WS-H             PIC 9(02).
       01 WS-R             PIC 9(01).
       01 WS-HABILITE      PIC X(01).
          88 OPTION-HABILITEE VALUE "O".

       LINKAGE SECTION.
       01 CO-DEMANDE.
           05 CO-FONCTION    PIC X(01).
           05 CO-PROGRAMME   PIC X(20).
           05 CO-OPTION      PIC X(02).
           05 CO-OPERATEUR   PIC X(03).
           05 CO-NOM         PIC X(30).
           05 CO-ROLE        PIC X(03).
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
                   PERFORM CONNECTER-OPERATEUR
               WHEN "S"
                   IF WS-SES-OPERATEUR = SPACES
                       PERFORM CONNECTER-OPERATEUR
                   END-IF
               WHEN "A"
                   PERFORM AUTORISER-OPTION
               WHEN "L"
                   CONTINUE
               WHEN "D"
                   MOVE SPACES TO WS-SESSION
               WHEN OTHER
                   MOVE 99 TO CO-CODE-RETOUR
           END-EVALUATE.
           MOVE WS-SES-OPERATEUR TO CO-OPERATEUR.
           MOVE WS-SES-NOM TO CO-NOM.
           MOVE WS-SES-ROLE TO CO-ROLE.
           GOBACK.

      ****************************************************************
      * Connexion : trois essais pour un code connu et actif ; chaque*
      * echec est trace dans SEC001                                  *
      ****************************************************************
       CONNECTER-OPERATEUR.
           MOVE SPACES TO WS-SESSION.
           MOVE "N" TO WS-CONNEXION.
           OPEN INPUT F-OPERATEURS.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Fichier des profils OPR001 indisponible "
                   "(FILE STATUS: " WS-FS-OPERATEURS
                   ") : connexion impossible."
               MOVE 99 TO CO-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-ESSAIS.
           PERFORM ESSAYER-CONNEXION
               UNTIL CONNEXION-ETABLIE
                  OR WS-NB-ESSAIS >= WS-NB-ESSAIS-MAX.
           CLOSE F-OPERATEURS.
           IF NOT CONNEXION-ETABLIE
               DISPLAY "Connexion refusee apres " WS-NB-ESSAIS-MAX
                   " essais."
               MOVE 8 TO CO-CODE-RETOUR
           END-IF.

       ESSAYER-CONNEXION.
           ADD 1 TO WS-NB-ESSAIS.
           DISPLAY "Code operateur : " WITH NO ADVANCING.
           ACCEPT WS-CODE-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-CODE-SAISI) TO WS-CODE-SAISI.
           PERFORM LIRE-PROFIL.
           IF NOT PROFIL-TROUVE
               DISPLAY "Code operateur inconnu."
               MOVE "INC" TO WS-MOTIF-REFUS
               MOVE SPACES TO WS-ROLE-REFUS
               PERFORM TRACER-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF NOT OP-EST-ACTIF
               DISPLAY "Profil " WS-CODE-SAISI " desactive."
               MOVE "INA" TO WS-MOTIF-REFUS
               MOVE OP-ROLE TO WS-ROLE-REFUS
               PERFORM TRACER-REFUS
               EXIT PARAGRAPH
           END-IF.
           SET CONNEXION-ETABLIE TO TRUE.
           MOVE OP-CODE TO WS-SES-OPERATEUR.
           MOVE OP-NOM TO WS-SES-NOM.
           MOVE OP-ROLE TO WS-SES-ROLE.
           DISPLAY "Operateur " WS-SES-OPERATEUR " : "
               FUNCTION TRIM(WS-SES-NOM) " (role " WS-SES-ROLE ")".

       LIRE-PROFIL.
           MOVE "N" TO WS-PROFIL-LU.
           IF WS-CODE-SAISI = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODE-SAISI TO OP-CODE.
           READ F-OPERATEURS
               KEY IS OP-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROFIL-TROUVE TO TRUE
           END-READ.

      ****************************************************************
      * Autorisation d'une option : session ouverte, profil toujours *
      * actif, role admis par la table des habilitations             *
      ****************************************************************
       AUTORISER-OPTION.
           MOVE WS-SES-OPERATEUR TO WS-CODE-SAISI.
           IF WS-SES-OPERATEUR = SPACES
               DISPLAY "Aucun operateur connecte : option refusee."
               MOVE "SES" TO WS-MOTIF-REFUS
               MOVE SPACES TO WS-ROLE-REFUS
               PERFORM TRACER-REFUS
               MOVE 8 TO CO-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-OPERATEURS.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Fichier des profils OPR001 indisponible "
                   "(FILE STATUS: " WS-FS-OPERATEURS ")."
               MOVE 99 TO CO-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-PROFIL.
           CLOSE F-OPERATEURS.
           IF NOT PROFIL-TROUVE OR NOT OP-EST-ACTIF
               DISPLAY "Profil " WS-SES-OPERATEUR " supprime ou "
                   "desactive : option refusee."
               MOVE "INA" TO WS-MOTIF-REFUS
               MOVE WS-SES-ROLE TO WS-ROLE-REFUS
               PERFORM TRACER-REFUS
               MOVE 8 TO CO-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
      * Le role est celui du profil relu : un changement de role
      * prend effet sans attendre la prochaine connexion.
           MOVE OP-ROLE TO WS-SES-ROLE.
           PERFORM CHERCHER-HABILITATION.
           IF NOT OPTION-HABILITEE
               DISPLAY "Option reservee : le role " WS-SES-ROLE
                   " n'y est pas habilite."
               MOVE "HAB" TO WS-MOTIF-REFUS
               MOVE WS-SES-ROLE TO WS-ROLE-REFUS
               PERFORM TRACER-REFUS
               MOVE 8 TO CO-CODE-RETOUR
           END-IF.

       CHERCHER-HABILITATION.
           MOVE "N" TO WS-HABILITE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NB-HABILITATIONS
                      OR OPTION-HABILITEE
               IF WS-HAB-PROGRAMME (WS-H) = CO-PROGRAMME
                   AND WS-HAB-OPTION (WS-H) = CO-OPTION
                   PERFORM VARYING WS-R FROM 1 BY 1
                           UNTIL WS-R > 5 OR OPTION-HABILITEE
                       IF WS-HAB-ROLE (WS-H WS-R) = WS-SES-ROLE
                           SET OPTION-HABILITEE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ****************************************************************
      * Trace d'un refus dans SEC001                                 *
      ****************************************************************
       TRACER-REFUS.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-HORODATAGE
           END-STRING.
           OPEN EXTEND F-SECURITE.
           IF WS-FS-SECURITE = "00" OR WS-FS-SECURITE = "05"
               MOVE SPACES TO FJ-ENR-SECURITE
               MOVE WS-HORODATAGE TO SJ-HORODATAGE
               MOVE WS-CODE-SAISI TO SJ-OPERATEUR
               MOVE CO-PROGRAMME TO SJ-PROGRAMME
               MOVE CO-OPTION TO SJ-OPTION
               MOVE WS-MOTIF-REFUS TO SJ-MOTIF
               MOVE WS-ROLE-REFUS TO SJ-ROLE
               IF BAC-A-SABLE-ACTIF
                   MOVE "B" TO SJ-ORIGINE
               END-IF
               WRITE FJ-ENR-SECURITE
               END-WRITE
               IF WS-FS-SECURITE NOT = "00"
                   DISPLAY "Erreur ecriture SEC001. FILE STATUS: "
                       WS-FS-SECURITE
               END-IF
               CLOSE F-SECURITE
           ELSE
               DISPLAY "Erreur ouverture SEC001. FILE STATUS: "
                   WS-FS-SECURITE
           END-IF.
