      * retour, avec la saisie redemandee tant qu'elle est vide ou
      * inconnue (le modele de user_input.cob). Le support n'a plus
      * besoin de l'anti-seche des noms de programmes et de leurs
      * questions respectives. L'operateur se connecte a l'ouverture
      * (profil OPR001) et chaque option n'est ouverte qu'aux roles
      * que lui reconnait connexion-operateur.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Journal des consultations : chaque consultation par
      * identifiant laisse un contact (operateur, horodatage,
      * client), la meme trace que RECHERCHE-TEL.
           SELECT OPTIONAL F-CONTACTS ASSIGN TO DYNAMIC WS-NOM-CTC001
               FILE STATUS IS WS-FS-CONTACTS.
      * La carte parametre de l'extraction, relue et reecrite par le
      * constructeur de carte : une faute de frappe (CKP-INTERVALE)
      * ne retombera plus en silence sur les valeurs par defaut.
           SELECT OPTIONAL F-PARAMS ASSIGN TO DYNAMIC WS-NOM-PRM001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.
      * Le fichier client et la liste d'opposition au demarchage :
      * qui ne connait pas BLT001 ; le telephone est donc releve
      * cote fichier pour porter le meme signalement que
      * RECHERCHE-TEL. Les deux sont ouverts le temps du controle.
           SELECT OPTIONAL F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-BLOCAGE ASSIGN TO DYNAMIC WS-NOM-BLT001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-TELEPHONE
           05 FB-DATE-CHARGEMENT PIC 9(08).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CTC001    PIC X(30) VALUE "CTC001".
           05 WS-NOM-PRM001    PIC X(30) VALUE "PRM001".
           05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           05 WS-NOM-BLT001    PIC X(30) VALUE "BLT001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 4.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CLIENT   PIC X(02).
       01 WS-FS-BLOCAGE  PIC X(02).
       01 WS-FS-CONTACTS  PIC X(02).
      * en activite ACT001 d'un client inexistant.
       01 WS-CLIENT-EXISTE PIC X(01) VALUE "N".
           88 CLIENT-CONFIRME VALUE "O".
      * Identite de l'operateur de la session, etablie par la
      * connexion au lancement, reprise sur chaque contact journalise.
       01 WS-OPERATEUR    PIC X(03) VALUE SPACES.
       01 WS-HORODATAGE   PIC X(15).
       01 WS-DATE-DU-JOUR PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).
       01 WS-CHOIX        PIC X(02) VALUE SPACES.
          88 CHOIX-FIN    VALUE "0 " "0".
          88 CHOIX-CONNU  VALUE "1" "2" "3" "4" "5" "6" "7" "8" "9"
                                "10" "11" "12" "13".
       01 WS-CODE-RETOUR  PIC 9(02).

      * Connexion de l'operateur et controle de son role avant
      * chaque option (sous-programme partage connexion-operateur).
       01 WS-DEMANDE-CONNEXION.
           05 WS-CO-FONCTION    PIC X(01).
           05 WS-CO-PROGRAMME   PIC X(20) VALUE "CONSOLE-CLIENT".
           05 WS-CO-OPTION      PIC X(02).
           05 WS-CO-OPERATEUR   PIC X(03).
           05 WS-CO-NOM         PIC X(30).
           05 WS-CO-ROLE        PIC X(03).
           05 WS-CO-CODE-RETOUR PIC 9(02).

      * Zone d'appel de MAINT-CONSENTEMENT (registre CNS001) : le
      * client, dont l'existence est verifiee ici, et la source
      * proposee par defaut pour ses choix.
       01 WS-DEMANDE-CONSENTEMENT.
           05 WS-MC-ID-CLIENT   PIC 9(10).
           05 WS-MC-SOURCE      PIC X(10) VALUE "CONSOLE".
           05 WS-MC-CODE-RETOUR PIC 9(02).

      * Zone d'appel de VALIDE-MODIFICATIONS (demandes en attente
      * ATT001) : l'operateur de la session, qui ne peut pas valider
      * ses propres demandes.
       01 WS-DEMANDE-VALIDATION.
           05 WS-VM-OPERATEUR   PIC X(03).
           05 WS-VM-CODE-RETOUR PIC 9(02).

      * Criteres passes a EXEMP_SQL (memes zones que son LINKAGE).
       01 WS-CRITERES-SQL.
           05 WS-CRIT-MODE   PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "C" TO WS-CO-FONCTION.
           MOVE SPACES TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Console client fermee : connexion refusee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CO-OPERATEUR TO WS-OPERATEUR.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           MOVE "D" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           DISPLAY "Fin de la console client.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           DISPLAY " 9  Controle de sante de la chaine".
           DISPLAY "10  Carte parametre PRM001 (constructeur)".
           DISPLAY "11  Recherche phonetique par nom".
           DISPLAY "12  Consentements de contact d'un client".
           DISPLAY "13  Validation des modifications en attente".
           DISPLAY " 0  Fin".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
      * Chaque option connue n'est ouverte qu'aux roles habilites ;
      * un refus est trace par connexion-operateur.
           IF CHOIX-CONNU
               PERFORM CONTROLER-HABILITATION
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-CHOIX
               WHEN "1"
                   PERFORM CONSULTER-PAR-ID
                   CALL "RECHERCHE-PHONETIQUE"
                   PERFORM AFFICHER-CODE-RETOUR
                   CANCEL "RECHERCHE-PHONETIQUE"
               WHEN "12"
                   PERFORM GERER-CONSENTEMENTS
               WHEN "13"
                   MOVE WS-OPERATEUR TO WS-VM-OPERATEUR
                   CALL "VALIDE-MODIFICATIONS"
                       USING WS-DEMANDE-VALIDATION
                   PERFORM AFFICHER-CODE-RETOUR
                   CANCEL "VALIDE-MODIFICATIONS"
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   WS-FS-CONTACTS
           END-IF.

      * Tenue des consentements de contact : le client doit exister
      * dans F-CLIENT avant que MAINT-CONSENTEMENT ne lui ouvre une
      * fiche dans CNS001.
       GERER-CONSENTEMENTS.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-MC-ID-CLIENT.
           MOVE "V" TO WS-CC-FONCTION.
           MOVE WS-MC-ID-CLIENT TO WS-CC-ID.
           CALL "cle-client" USING WS-DEMANDE-CLE.
           IF WS-CC-VALIDE NOT = "O"
               DISPLAY "Avertissement : cle de controle invalide "
                   "(identifiant d'avant bascule ou chiffre "
                   "transpose ?)."
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-CLIENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MC-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   DISPLAY "Client introuvable : " WS-MC-ID-CLIENT
                   CLOSE F-CLIENT
                   EXIT PARAGRAPH
           END-READ.
           CLOSE F-CLIENT.
           DISPLAY "Client " WS-MC-ID-CLIENT " : "
               FUNCTION TRIM(FS-PRENOM) " " FUNCTION TRIM(FS-NOM).
           CALL "MAINT-CONSENTEMENT" USING WS-DEMANDE-CONSENTEMENT.
           PERFORM AFFICHER-CODE-RETOUR.
           CANCEL "MAINT-CONSENTEMENT".

       RECHERCHER-NOM-STATUT.
           MOVE "2" TO WS-CRIT-MODE.
           DISPLAY "Nom (ou partie du nom) : " WITH NO ADVANCING.
           PERFORM AFFICHER-CODE-RETOUR.
           CANCEL "EXEMP_SQL".

       CONTROLER-HABILITATION.
           IF WS-CHOIX (2:1) = SPACE
               MOVE "0" TO WS-CO-OPTION (1:1)
               MOVE WS-CHOIX (1:1) TO WS-CO-OPTION (2:1)
           ELSE
               MOVE WS-CHOIX TO WS-CO-OPTION
           END-IF.
           MOVE "A" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.

       AFFICHER-CODE-RETOUR.
           MOVE RETURN-CODE TO WS-CODE-RETOUR.
           DISPLAY "Code retour : " WS-CODE-RETOUR.
