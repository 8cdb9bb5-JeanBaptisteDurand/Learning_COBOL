      * images email avant/apres de l'audit masquees de meme - :     *
      * les jointures de test fonctionnent. Le manifeste TSTMAN dit  *
      * aux testeurs ce qu'ils ont recu.                             *
      * Avec PSEUDONYMES=O, le masquage cede la place a des jetons   *
      * stables : l'identifiant devient un jeton du coffre PSV001    *
      * (copybook PSEUDO, un client garde son jeton d'un extrait a   *
      * l'autre) et prenom, nom, rue, telephone et partie locale de  *
      * l'email sont derives du jeton, fiches et satellites compris. *
      * Le coffre reste en production : un testeur qui signale le    *
      * client 4711 donne un jeton que le support leve par           *
      * RESOUT-PSEUDONYME.                                           *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CARTE ASSIGN TO DYNAMIC WS-NOM-TST001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTE.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
           SELECT OPTIONAL F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
           SELECT OPTIONAL F-AUDIT-EMAIL ASSIGN TO DYNAMIC WS-NOM-AUD001
               FILE STATUS IS WS-FS-AUDIT.
           SELECT F-TST-CLIENT ASSIGN TO DYNAMIC WS-NOM-TSTCLI
               FILE STATUS IS WS-FS-TST-CLIENT.
           SELECT F-TST-HISTO ASSIGN TO DYNAMIC WS-NOM-TSTHIS
               FILE STATUS IS WS-FS-TST-HISTO.
           SELECT F-TST-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-TSTACT
               FILE STATUS IS WS-FS-TST-ACTIVITE.
           SELECT F-TST-AUDIT ASSIGN TO DYNAMIC WS-NOM-TSTAUD
               FILE STATUS IS WS-FS-TST-AUDIT.
           SELECT F-MANIFESTE ASSIGN TO DYNAMIC WS-NOM-TSTMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MANIFESTE.
           SELECT F-COFFRE ASSIGN TO DYNAMIC WS-NOM-PSV001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-ID-CLIENT
               ALTERNATE RECORD KEY IS PV-JETON
               FILE STATUS IS WS-FS-COFFRE.

       DATA DIVISION.
       FILE SECTION.
           FD F-MANIFESTE.
           01 FS-LIGNE-MANIFESTE PIC X(132).

           FD F-COFFRE
               RECORD CONTAINS 40 CHARACTERS.
           01 FP-ENR-COFFRE.
               COPY PSEUDO.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-TST001    PIC X(30) VALUE "TST001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-ACT001    PIC X(30) VALUE "ACT001".
              05 WS-NOM-AUD001    PIC X(30) VALUE "AUD001".
              05 WS-NOM-TSTCLI    PIC X(30) VALUE "TSTCLI".
              05 WS-NOM-TSTHIS    PIC X(30) VALUE "TSTHIS".
              05 WS-NOM-TSTACT    PIC X(30) VALUE "TSTACT".
              05 WS-NOM-TSTAUD    PIC X(30) VALUE "TSTAUD".
              05 WS-NOM-TSTMAN    PIC X(30) VALUE "TSTMAN".
              05 WS-NOM-PSV001    PIC X(30) VALUE "PSV001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 11.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CARTE       PIC X(02).
           01 WS-FS-CLIENT      PIC X(02).
           01 WS-FS-HISTO       PIC X(02).
           01 WS-FS-TST-ACTIVITE PIC X(02).
           01 WS-FS-TST-AUDIT   PIC X(02).
           01 WS-FS-MANIFESTE   PIC X(02).
           01 WS-FS-COFFRE      PIC X(02).

           01 WS-FIN-CARTE     PIC X(01) VALUE "N".
              88 FIN-FICHIER-CARTE VALUE "O".
           01 WS-BORNE-HAUTE   PIC 9(10) VALUE 9999999998.
           01 WS-PLAGE-DEMANDEE PIC X(01) VALUE "N".
              88 PLAGE-DEMANDEE VALUE "O".
           01 WS-PSEUDONYMES   PIC X(01) VALUE "N".
              88 PSEUDONYMISATION VALUE "O".

      * Les identifiants echantillonnes, pour emporter les lignes
      * des fichiers satellites, avec leur jeton en mode
      * pseudonymes.
           01 WS-NB-IDS-MAX    PIC 9(04) VALUE 1000.
           01 WS-NB-IDS        PIC 9(04) VALUE 0.
           01 WS-TABLE-IDS.
              05 WS-ID-RETENU PIC 9(10) OCCURS 1000 TIMES.
           01 WS-TABLE-JETONS.
              05 WS-JETON-RETENU PIC 9(09) OCCURS 1000 TIMES.
           01 WS-I             PIC 9(04).
           01 WS-ID-CHERCHE    PIC 9(10).
           01 WS-ID-PRESENT    PIC X(01).
           01 WS-EMAIL-LOCALE  PIC X(100).
           01 WS-EMAIL-DOMAINE PIC X(100).

      * Le jeton du client courant et le compteur du coffre (relu
      * de l'enregistrement de controle, reecrit a chaque jeton
      * attribue pour qu'un run interrompu ne le reattribue pas).
           01 WS-JETON         PIC 9(09).
           01 WS-DERNIER-JETON PIC 9(09).
           01 WS-ID-CONTROLE   PIC 9(10) VALUE 0.

           01 WS-LIGNE         PIC X(132).

      * Compteurs du manifeste.
              05 WS-NB-HISTO    PIC 9(06) VALUE 0.
              05 WS-NB-ACTIVITE PIC 9(06) VALUE 0.
              05 WS-NB-AUDIT    PIC 9(06) VALUE 0.
              05 WS-NB-JETONS-CREES  PIC 9(06) VALUE 0.
              05 WS-NB-JETONS-REPRIS PIC 9(06) VALUE 0.
           01 WS-DATE-DU-JOUR  PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-CARTE.
           IF WS-NOMBRE-DEMANDE = 0 AND NOT PLAGE-DEMANDEE
               MOVE 100 TO WS-NOMBRE-DEMANDE
                       MOVE FUNCTION NUMVAL(WS-PARAM-VALEUR)
                           TO WS-BORNE-HAUTE
                       SET PLAGE-DEMANDEE TO TRUE
                   WHEN "PSEUDONYMES"
                       IF WS-PARAM-VALEUR = "O"
                           SET PSEUDONYMISATION TO TRUE
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
      * report vers TSTCLI                                           *
      ****************************************************************
       ECHANTILLONNER-CLIENTS.
           IF PSEUDONYMISATION
               PERFORM OUVRIR-COFFRE
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
           PERFORM RETENIR-UN-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-TST-CLIENT.
           CLOSE F-CLIENT.
           IF PSEUDONYMISATION
               CLOSE F-COFFRE
           END-IF.

       RETENIR-UN-CLIENT.
           READ F-CLIENT NEXT RECORD
           END-IF.
           ADD 1 TO WS-NB-IDS.
           MOVE FS-CLIENT-ID TO WS-ID-RETENU (WS-NB-IDS).
           IF PSEUDONYMISATION
               PERFORM ATTRIBUER-JETON
               MOVE WS-JETON TO WS-JETON-RETENU (WS-NB-IDS)
               PERFORM PSEUDONYMISER-CLIENT
           ELSE
               PERFORM MASQUER-CLIENT
           END-IF.
           WRITE FT-ENR-CLIENT FROM FS-ENR-CLIENT
           END-WRITE.
           IF WS-FS-TST-CLIENT = "00"
               ADD 1 TO WS-NB-CLIENTS
           ELSE
               DISPLAY "Erreur ecriture TSTCLI. FILE STATUS: "
                   WS-FS-TST-CLIENT
           END-IF.

      * Le masquage existant (EXPORT-CSV) : prenom, nom et rue
      * substitues, chiffres du telephone decales, partie locale de
      * l'email substituee ; identifiant, code postal et ville
      * intacts (les consommateurs de test routent par ville).
       MASQUER-CLIENT.
           INSPECT FS-PRENOM
               CONVERTING WS-ALPHA-CLAIR TO WS-ALPHA-MASQUE.
           INSPECT FS-NOM
           MOVE FS-EMAIL TO WS-EMAIL-TRAVAIL.
           PERFORM MASQUER-EMAIL.
           MOVE WS-EMAIL-TRAVAIL TO FS-EMAIL.

      * Masquage d'une adresse email dans WS-EMAIL-TRAVAIL, comme
      * MASQUER-CLIENT d'EXPORT-CSV : partie locale substituee, le
               MOVE WS-EMAIL-LOCALE TO WS-EMAIL-TRAVAIL
           END-IF.

       MASQUER-OU-PSEUDONYMISER-EMAIL.
           IF PSEUDONYMISATION
               PERFORM PSEUDONYMISER-EMAIL
           ELSE
               PERFORM MASQUER-EMAIL
           END-IF.

      ****************************************************************
      * Coffre des pseudonymes PSV001 : ouvert en mise a jour, cree  *
      * au premier extrait ; l'enregistrement de controle porte le   *
      * dernier jeton attribue                                       *
      ****************************************************************
       OUVRIR-COFFRE.
           OPEN I-O F-COFFRE.
           IF WS-FS-COFFRE = "35"
               OPEN OUTPUT F-COFFRE
               CLOSE F-COFFRE
               OPEN I-O F-COFFRE
           END-IF.
           IF WS-FS-COFFRE NOT = "00"
               DISPLAY "Erreur ouverture PSV001. FILE STATUS: "
                   WS-FS-COFFRE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           MOVE WS-ID-CONTROLE TO PV-ID-CLIENT.
           READ F-COFFRE
               KEY IS PV-ID-CLIENT
               INVALID KEY
                   MOVE SPACES TO FP-ENR-COFFRE
                   MOVE WS-ID-CONTROLE TO PV-ID-CLIENT
                   MOVE 0 TO PV-JETON
                   MOVE 0 TO PV-DERNIER-JETON
                   WRITE FP-ENR-COFFRE
                   END-WRITE
           END-READ.
           IF WS-FS-COFFRE NOT = "00"
               DISPLAY "Erreur lecture du controle PSV001. FILE "
                   "STATUS: " WS-FS-COFFRE
               CLOSE F-COFFRE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PV-DERNIER-JETON TO WS-DERNIER-JETON.

      * Le jeton du client courant : repris du coffre s'il y est,
      * sinon le suivant, enregistre avant que la fiche ne parte.
      * Sans coffre a jour, pas d'extrait : les fiches deja ecrites
      * seraient irreversibles.
       ATTRIBUER-JETON.
           MOVE FS-CLIENT-ID TO PV-ID-CLIENT.
           READ F-COFFRE
               KEY IS PV-ID-CLIENT
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-FS-COFFRE = "00"
               MOVE PV-JETON TO WS-JETON
               MOVE WS-DATE-DU-JOUR TO PV-DATE-EXTRAIT
               REWRITE FP-ENR-COFFRE
               END-REWRITE
               ADD 1 TO WS-NB-JETONS-REPRIS
           ELSE
               ADD 1 TO WS-DERNIER-JETON
               MOVE WS-DERNIER-JETON TO WS-JETON
               MOVE SPACES TO FP-ENR-COFFRE
               MOVE WS-ID-CONTROLE TO PV-ID-CLIENT
               MOVE 0 TO PV-JETON
               MOVE WS-DERNIER-JETON TO PV-DERNIER-JETON
               REWRITE FP-ENR-COFFRE
               END-REWRITE
               IF WS-FS-COFFRE = "00"
                   MOVE SPACES TO FP-ENR-COFFRE
                   MOVE FS-CLIENT-ID TO PV-ID-CLIENT
                   MOVE WS-JETON TO PV-JETON
                   MOVE WS-DATE-DU-JOUR TO PV-DATE-CREATION
                   MOVE WS-DATE-DU-JOUR TO PV-DATE-EXTRAIT
                   WRITE FP-ENR-COFFRE
                   END-WRITE
               END-IF
               ADD 1 TO WS-NB-JETONS-CREES
           END-IF.
           IF WS-FS-COFFRE NOT = "00"
               DISPLAY "Erreur mise a jour PSV001. FILE STATUS: "
                   WS-FS-COFFRE " : extrait TSTCLI incomplet."
               CLOSE F-TST-CLIENT
               CLOSE F-CLIENT
               CLOSE F-COFFRE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.

      * Les zones personnelles derivees du jeton : un meme client
      * porte les memes valeurs d'un extrait a l'autre. Un client
      * entreprise recoit le jeton en guise de SIRET.
       PSEUDONYMISER-CLIENT.
           MOVE WS-JETON TO FS-CLIENT-ID.
           IF CLI-ENTREPRISE
               MOVE WS-JETON TO CLI-SIRET
               MOVE "CONTACT" TO CLI-CONTACT
               MOVE SPACES TO FS-NOM
               STRING "SOCIETE " WS-JETON
                   DELIMITED BY SIZE INTO FS-NOM
               END-STRING
           ELSE
               MOVE SPACES TO FS-PRENOM
               STRING "PRENOM " WS-JETON
                   DELIMITED BY SIZE INTO FS-PRENOM
               END-STRING
               MOVE SPACES TO FS-NOM
               STRING "NOM " WS-JETON
                   DELIMITED BY SIZE INTO FS-NOM
               END-STRING
           END-IF.
           MOVE SPACES TO FS-RUE.
           STRING "RUE " WS-JETON
               DELIMITED BY SIZE INTO FS-RUE
           END-STRING.
           MOVE SPACES TO FS-TELEPHONE.
           STRING "09" WS-JETON (2:8)
               DELIMITED BY SIZE INTO FS-TELEPHONE
           END-STRING.
           MOVE FS-EMAIL TO WS-EMAIL-TRAVAIL.
           PERFORM PSEUDONYMISER-EMAIL.
           MOVE WS-EMAIL-TRAVAIL TO FS-EMAIL.

      * Partie locale de l'email remplacee par le jeton, le domaine
      * reste en clair comme au masquage.
       PSEUDONYMISER-EMAIL.
           IF WS-EMAIL-TRAVAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EMAIL-LOCALE.
           MOVE SPACES TO WS-EMAIL-DOMAINE.
           UNSTRING WS-EMAIL-TRAVAIL DELIMITED BY "@"
               INTO WS-EMAIL-LOCALE WS-EMAIL-DOMAINE
           END-UNSTRING.
           MOVE SPACES TO WS-EMAIL-TRAVAIL.
           IF WS-EMAIL-DOMAINE NOT = SPACES
               STRING "c" WS-JETON "@" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EMAIL-DOMAINE)
                   DELIMITED BY SIZE
                   INTO WS-EMAIL-TRAVAIL
               END-STRING
           ELSE
               STRING "c" WS-JETON DELIMITED BY SIZE
                   INTO WS-EMAIL-TRAVAIL
               END-STRING
           END-IF.

      * L'identifiant WS-ID-CHERCHE est-il dans l'echantillon ?
       CHERCHER-ID-ECHANTILLON.
           MOVE "N" TO WS-ID-PRESENT.
                   UNTIL WS-I > WS-NB-IDS OR ID-ECHANTILLONNE
               IF WS-ID-RETENU (WS-I) = WS-ID-CHERCHE
                   SET ID-ECHANTILLONNE TO TRUE
                   MOVE WS-JETON-RETENU (WS-I) TO WS-JETON
               END-IF
           END-PERFORM.

               MOVE FH-ID-CLIENT TO WS-ID-CHERCHE
               PERFORM CHERCHER-ID-ECHANTILLON
               IF ID-ECHANTILLONNE
                   IF PSEUDONYMISATION
                       MOVE WS-JETON TO FH-ID-CLIENT
                       MOVE SPACES TO FH-RUE
                       STRING "RUE " WS-JETON
                           DELIMITED BY SIZE INTO FH-RUE
                       END-STRING
                   ELSE
                       INSPECT FH-RUE
                           CONVERTING WS-ALPHA-CLAIR TO WS-ALPHA-MASQUE
                   END-IF
                   WRITE FT-ENR-HISTO FROM FH-ENR-HISTO
                   END-WRITE
                   IF WS-FS-TST-HISTO = "00"
               MOVE FA-ID-CLIENT TO WS-ID-CHERCHE
               PERFORM CHERCHER-ID-ECHANTILLON
               IF ID-ECHANTILLONNE
                   IF PSEUDONYMISATION
                       MOVE WS-JETON TO FA-ID-CLIENT
                   END-IF
                   WRITE FT-ENR-ACTIVITE FROM FA-ENR-ACTIVITE
                   END-WRITE
                   IF WS-FS-TST-ACTIVITE = "00"
               PERFORM CHERCHER-ID-ECHANTILLON
               IF ID-ECHANTILLONNE
                   MOVE FE-EMAIL-AVANT TO WS-EMAIL-TRAVAIL
                   PERFORM MASQUER-OU-PSEUDONYMISER-EMAIL
                   MOVE WS-EMAIL-TRAVAIL TO FE-EMAIL-AVANT
                   MOVE FE-EMAIL-APRES TO WS-EMAIL-TRAVAIL
                   PERFORM MASQUER-OU-PSEUDONYMISER-EMAIL
                   MOVE WS-EMAIL-TRAVAIL TO FE-EMAIL-APRES
                   IF PSEUDONYMISATION
                       MOVE WS-JETON TO FE-ID-CLIENT
                   END-IF
                   WRITE FT-ENR-AUDIT FROM FS-ENR-AUDIT
                   END-WRITE
                   IF WS-FS-TST-AUDIT = "00"
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           IF PSEUDONYMISATION
               PERFORM DECRIRE-PSEUDONYMES
           ELSE
               PERFORM DECRIRE-MASQUAGE
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "TSTCLI : " WS-NB-CLIENTS " client(s)"
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           CLOSE F-MANIFESTE.

       DECRIRE-MASQUAGE.
           MOVE "Masquage : substitution deterministe (prenom, nom,"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "rue, partie locale des emails - fiches et audit),"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "chiffres des telephones decales ; identifiants,"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "codes postaux, villes et domaines email intacts."
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.

       DECRIRE-PSEUDONYMES.
           MOVE "Pseudonymes : identifiants remplaces par des jetons"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "stables (fiches et satellites) ; prenom, nom, rue,"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "telephone et partie locale des emails derives du"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "jeton ; codes postaux, villes et domaines intacts."
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE SPACES TO WS-LIGNE.
           STRING "Jetons : " WS-NB-JETONS-CREES " cree(s), "
               WS-NB-JETONS-REPRIS " repris d'un extrait anterieur"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "Pour retrouver un client signale par son jeton :"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.
           MOVE "demande au support (RESOUT-PSEUDONYME, production)."
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-MANIFESTE.

       ECRIRE-LIGNE-MANIFESTE.
           MOVE WS-LIGNE TO FS-LIGNE-MANIFESTE.
           WRITE FS-LIGNE-MANIFESTE.
