      *   ACTIVITE-DEPUIS=d  date AAAAMMJJ de derniere activite      *
      *                      ACT001 minimale exigee                  *
      *   STATUT=A ou I      statut client exige                     *
      *   CANAL=c            canal de la campagne : EMAIL, SMS,      *
      *                      COURRIER ou TELEPHONE (jusqu'a 4        *
      *                      lignes ; COURRIER par defaut)           *
      *   CONTACTS-90J=n     plafond de pression commerciale : le    *
      *                      client est ecarte s'il a deja recu n    *
      *                      contacts ou plus sur les 90 derniers    *
      *                      jours (COR001)                          *
      * Le fichier de campagne CAMP01 recoit les clients retenus au  *
      * format de F-SORTIE (entete date/numero, trailer              *
      * nombre/total de controle, sentinelle), et le rapport de      *
      * selection CAMPRPT detaille les volumes critere par critere   *
      * pour que le marketing valide avant tout envoi.               *
      * Chaque client retenu est aussi inscrit dans l'historique des *
      * selections CSH001 (run, client, code postal, agence, note),  *
      * ou CHARGE-REPONSES rapprochera les reponses a la campagne,   *
      * et dans l'historique des correspondances COR001 (un contact  *
      * par canal de la campagne, sous-programme partage             *
      * correspondance-client).                                      *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CRITERES ASSIGN TO DYNAMIC WS-NOM-CRT001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRITERES.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-SCORES ASSIGN TO DYNAMIC WS-NOM-SCO001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCORES.
           SELECT OPTIONAL F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
      * La liste d'opposition au demarchage (BLT001) : tout client
      * dont le telephone y figure est exclu de l'extrait, et le
      * Les foyers (FOY001, tenus par DETECTE-FOYERS) : en mode
      * FOYER=O, seul le chef de chaque foyer part en campagne, un
      * exemplaire par boite aux lettres.
           SELECT OPTIONAL F-FOYERS ASSIGN TO DYNAMIC WS-NOM-FOY001
               FILE STATUS IS WS-FS-FOYERS.
           SELECT OPTIONAL F-BLOCAGE ASSIGN TO DYNAMIC WS-NOM-BLT001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-TELEPHONE
               FILE STATUS IS WS-FS-BLOCAGE.
      * Le registre des consentements (CNS001, tenu par
      * MAINT-CONSENTEMENT) : tout client qui n'a pas consenti a un
      * canal de la campagne en est exclu, canal par canal.
           SELECT OPTIONAL F-CONSENTEMENT
               ASSIGN TO DYNAMIC WS-NOM-CNS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-ID-CLIENT
               FILE STATUS IS WS-FS-CONSENTEMENT.
           SELECT F-CAMPAGNE ASSIGN TO DYNAMIC WS-NOM-CAMP01
               FILE STATUS IS WS-FS-CAMPAGNE.
           SELECT F-RAPPORT ASSIGN TO DYNAMIC WS-NOM-CAMPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.
      * Historique des selections, cle run + client.
           SELECT F-HISTORIQUE ASSIGN TO DYNAMIC WS-NOM-CSH001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLE
               FILE STATUS IS WS-FS-HISTORIQUE.
      * Numero de run de la serie commune NUM001, pour l'entete.
           SELECT OPTIONAL F-NUMERO-RUN ASSIGN TO DYNAMIC WS-NOM-NUM001
               FILE STATUS IS WS-FS-NUMERO.

       DATA DIVISION.
              05 FB-TELEPHONE       PIC X(15).
              05 FB-DATE-CHARGEMENT PIC 9(08).

           FD F-CONSENTEMENT
               RECORD CONTAINS 90 CHARACTERS.
           01 FN-ENR-CONSENTEMENT.
               COPY CONSENT.

           FD F-CAMPAGNE
               RECORD CONTAINS 104 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           FD F-RAPPORT.
           01 FS-LIGNE-RAPPORT PIC X(132).

           FD F-HISTORIQUE
               RECORD CONTAINS 50 CHARACTERS.
           01 FH-ENR-HISTORIQUE.
               COPY CAMPHIS.

           FD F-NUMERO-RUN
               RECORD CONTAINS 4 CHARACTERS.
           01 FS-ENR-NUMERO PIC X(04).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CRT001     PIC X(30) VALUE "CRT001".
              05 WS-NOM-INP001     PIC X(30) VALUE "INP001".
              05 WS-NOM-SCO001     PIC X(30) VALUE "SCO001".
              05 WS-NOM-ACT001     PIC X(30) VALUE "ACT001".
              05 WS-NOM-FOY001     PIC X(30) VALUE "FOY001".
              05 WS-NOM-BLT001     PIC X(30) VALUE "BLT001".
              05 WS-NOM-CNS001     PIC X(30) VALUE "CNS001".
              05 WS-NOM-CAMP01     PIC X(30) VALUE "CAMP01".
              05 WS-NOM-CAMPRPT    PIC X(30) VALUE "CAMPRPT".
              05 WS-NOM-CSH001     PIC X(30) VALUE "CSH001".
              05 WS-NOM-NUM001     PIC X(30) VALUE "NUM001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 11.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CRITERES   PIC X(02).
           01 WS-FS-BLOCAGE    PIC X(02).
           01 WS-BLOCAGE-OUVERT PIC X(01) VALUE "N".
              88 BLOCAGE-DISPONIBLE VALUE "O".
           01 WS-FS-CONSENTEMENT PIC X(02).
           01 WS-CONSENTEMENT-OUVERT PIC X(01) VALUE "N".
              88 CONSENTEMENT-DISPONIBLE VALUE "O".
           01 WS-FS-FOYERS     PIC X(02).
           01 WS-FIN-FOYERS    PIC X(01) VALUE "N".
              88 FIN-FICHIER-FOYERS VALUE "O".
           01 WS-FS-CAMPAGNE   PIC X(02).
           01 WS-FS-RAPPORT    PIC X(02).
           01 WS-FS-NUMERO     PIC X(02).
           01 WS-FS-HISTORIQUE PIC X(02).
           01 WS-HISTORIQUE-OUVERT PIC X(01) VALUE "N".
              88 HISTORIQUE-DISPONIBLE VALUE "O".
           01 WS-AFF-CODE-POSTAL PIC 9(05).

           01 WS-FIN-CRITERES  PIC X(01) VALUE "N".
              88 FIN-FICHIER-CRITERES VALUE "O".
           01 WS-ACTIVITE-DEPUIS PIC 9(08) VALUE 0.
           01 WS-FILTRE-STATUT PIC X(01) VALUE SPACE.
              88 FILTRE-STATUT-ACTIF VALUE "A" "I".
      * Canaux de la campagne, dans l'ordre des postes de CONSENT :
      * sans ligne CANAL, la campagne part par courrier (CAMP01
      * alimente l'impression des enveloppes).
           01 WS-NB-CANAUX     PIC 9(01) VALUE 0.
           01 WS-TABLE-CANAUX-CAMPAGNE.
              05 WS-CANAL-RETENU PIC X(01) OCCURS 4 TIMES.
                 88 CANAL-CAMPAGNE VALUE "O".
           01 WS-LIBELLES-CANAUX.
              05 FILLER PIC X(10) VALUE "EMAIL".
              05 FILLER PIC X(10) VALUE "SMS".
              05 FILLER PIC X(10) VALUE "COURRIER".
              05 FILLER PIC X(10) VALUE "TELEPHONE".
           01 WS-TABLE-CANAUX REDEFINES WS-LIBELLES-CANAUX.
              05 WS-LIBELLE-CANAL PIC X(10) OCCURS 4 TIMES.
           01 WS-K             PIC 9(01).
      * Plafond de pression commerciale (0 = pas de plafond) sur une
      * periode glissante de WS-PRESSION-JOURS jours, jour compris.
           01 WS-CONTACTS-MAX  PIC 9(03) VALUE 0.
           01 WS-PRESSION-JOURS PIC 9(03) VALUE 90.
           01 WS-DEBUT-PRESSION PIC 9(08) VALUE 0.
           01 WS-DEMANDE-CORRESPONDANCE.
              05 WS-CD-FONCTION    PIC X(01).
              05 WS-CD-ID-CLIENT   PIC 9(10).
              05 WS-CD-DATE        PIC 9(08).
              05 WS-CD-NATURE      PIC X(01).
              05 WS-CD-CANAL       PIC X(10).
              05 WS-CD-REFERENCE   PIC X(12).
              05 WS-CD-PROGRAMME   PIC X(20)
                  VALUE "SELECTION-CAMPAGNE".
              05 WS-CD-NB-CONTACTS PIC 9(04).
              05 WS-CD-CODE-RETOUR PIC 9(02).

      * Les scores SCO001 charges en table (ligne id;score;motifs
      * ecrite par SCORE-QUALITE).
              05 WS-NB-HORS-STATUT  PIC 9(06) VALUE 0.
              05 WS-NB-BLOQUES      PIC 9(06) VALUE 0.
              05 WS-NB-DOUBLES-FOYER PIC 9(06) VALUE 0.
              05 WS-NB-SANS-CONSENTEMENT PIC 9(06) VALUE 0.
              05 WS-NB-HORS-PRESSION PIC 9(06) VALUE 0.
              05 WS-NB-CONTACTS-INSCRITS PIC 9(06) VALUE 0.
      * Exclusions faute de consentement, par canal : un client
      * ecarte sur deux canaux compte dans les deux postes, mais une
      * seule fois dans WS-NB-SANS-CONSENTEMENT.
           01 WS-TABLE-SANS-CONSENTEMENT.
              05 WS-NB-SANS-CONSENT-CANAL PIC 9(06) VALUE 0
                  OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-CRITERES.
           IF WS-NB-CANAUX = 0
               MOVE 1 TO WS-NB-CANAUX
               SET CANAL-CAMPAGNE (3) TO TRUE
           END-IF.
           PERFORM CHARGER-SCORES.
           PERFORM CHARGER-ACTIVITE.
           OPEN INPUT F-BLOCAGE.
               DISPLAY "Liste d'opposition BLT001 indisponible : "
                   "aucune exclusion de demarchage appliquee."
           END-IF.
           OPEN INPUT F-CONSENTEMENT.
           IF WS-FS-CONSENTEMENT = "00"
               MOVE "O" TO WS-CONSENTEMENT-OUVERT
           ELSE
               DISPLAY "Registre des consentements CNS001 "
                   "indisponible : aucun accord EMAIL/SMS connu."
           END-IF.
           IF DEDUP-FOYER-ACTIF
               PERFORM CHARGER-NON-CHEFS
           END-IF.
           PERFORM OUVERTURE-FICHIERS.
           IF WS-CONTACTS-MAX > 0
               COMPUTE WS-DEBUT-PRESSION = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-ENTETE-DATE)
                   - WS-PRESSION-JOURS + 1)
           END-IF.
           PERFORM LIRE-CLIENT.
           PERFORM EXAMINER-CLIENT UNTIL FIN-FICHIER-CLIENT.
           PERFORM ECRIRE-TRAILER-CAMPAGNE.
           IF BLOCAGE-DISPONIBLE
               CLOSE F-BLOCAGE
           END-IF.
           IF CONSENTEMENT-DISPONIBLE
               CLOSE F-CONSENTEMENT
           END-IF.
           IF HISTORIQUE-DISPONIBLE
               CLOSE F-HISTORIQUE
           END-IF.
           MOVE "F" TO WS-CD-FONCTION.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.
           CLOSE F-CLIENT.
           CLOSE F-CAMPAGNE.
           CLOSE F-RAPPORT.
                   IF WS-PARAM-VALEUR (1:1) = "O"
                       SET DEDUP-FOYER-ACTIF TO TRUE
                   END-IF
               WHEN "CANAL"
                   MOVE 0 TO WS-K
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
                       IF WS-PARAM-VALEUR = WS-LIBELLE-CANAL (WS-I)
                           MOVE WS-I TO WS-K
                       END-IF
                   END-PERFORM
                   IF WS-K = 0
                       DISPLAY "Canal inconnu ignore : "
                           FUNCTION TRIM(WS-PARAM-VALEUR)
                   ELSE
                       IF NOT CANAL-CAMPAGNE (WS-K)
                           ADD 1 TO WS-NB-CANAUX
                           SET CANAL-CAMPAGNE (WS-K) TO TRUE
                       END-IF
                   END-IF
               WHEN "CONTACTS-90J"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALEUR)
                       TO WS-CONTACTS-MAX
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           PERFORM PREPARER-ENTETE.
           WRITE FC-ENR-CAMPAGNE FROM WS-ENR-ENTETE
           END-WRITE.
      * Un historique vierge (statut 35) est cree au vol ; son
      * absence n'empeche pas la campagne, elle prive seulement le
      * suivi des reponses.
           OPEN I-O F-HISTORIQUE.
           IF WS-FS-HISTORIQUE = "35"
               OPEN OUTPUT F-HISTORIQUE
               CLOSE F-HISTORIQUE
               OPEN I-O F-HISTORIQUE
           END-IF.
           IF WS-FS-HISTORIQUE = "00"
               MOVE "O" TO WS-HISTORIQUE-OUVERT
           ELSE
               DISPLAY "Erreur ouverture CSH001. FILE STATUS: "
                   WS-FS-HISTORIQUE " : reponses non suivies."
           END-IF.

      * Entete du fichier de campagne : date du jour et numero
      * preleve sur la serie commune NUM001, comme a l'extraction.
           IF CLIENT-RETENU AND BLOCAGE-DISPONIBLE
               PERFORM CONTROLER-BLOCAGE
           END-IF.
           IF CLIENT-RETENU
               PERFORM CONTROLER-CONSENTEMENT
           END-IF.
           IF CLIENT-RETENU AND WS-CONTACTS-MAX > 0
               PERFORM CONTROLER-PRESSION
           END-IF.
           IF CLIENT-RETENU
               PERFORM ECRIRE-CLIENT-CAMPAGNE
           END-IF.
      * Un client sans note SCO001 est ecarte quand un score minimal
      * est exige : pas de note, pas de preuve de qualite.
       CONTROLER-SCORE.
           PERFORM CHERCHER-NOTE.
           IF WS-NOTE-CLIENT < WS-SCORE-MIN
               ADD 1 TO WS-NB-HORS-SCORE
               MOVE "N" TO WS-RETENU
           END-IF.

       CHERCHER-NOTE.
           MOVE "N" TO WS-TROUVE.
           MOVE 0 TO WS-NOTE-CLIENT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   MOVE WS-SCO-NOTE (WS-I) TO WS-NOTE-CLIENT
               END-IF
           END-PERFORM.

      * Meme logique pour l'activite : sans date connue, le client
      * est ecarte quand une activite recente est exigee.
                   MOVE "N" TO WS-RETENU
           END-READ.

      * Consentement du client sur chaque canal de la campagne, selon
      * la regle du copybook CONSENT : accord explicite exige pour
      * EMAIL et SMS, refus explicite seul bloquant pour COURRIER et
      * TELEPHONE. Sans registre ou sans fiche, aucun choix n'est
      * connu.
       CONTROLER-CONSENTEMENT.
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
               IF CANAL-CAMPAGNE (WS-K)
                   IF (WS-K <= 2 AND NOT CN-ACCORD (WS-K))
                       OR (WS-K > 2 AND CN-REFUS (WS-K))
                       ADD 1 TO WS-NB-SANS-CONSENT-CANAL (WS-K)
                       MOVE "N" TO WS-RETENU
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CLIENT-RETENU
               ADD 1 TO WS-NB-SANS-CONSENTEMENT
           END-IF.

      * Plafond de pression commerciale : contacts du client inscrits
      * dans COR001 depuis le debut de la periode glissante. Sans
      * historique lisible, le plafond ne peut etre applique et le
      * client part.
       CONTROLER-PRESSION.
           MOVE "C" TO WS-CD-FONCTION.
           MOVE FS-CLIENT-ID TO WS-CD-ID-CLIENT.
           MOVE WS-DEBUT-PRESSION TO WS-CD-DATE.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.
           IF WS-CD-CODE-RETOUR = 0
               AND WS-CD-NB-CONTACTS NOT < WS-CONTACTS-MAX
               ADD 1 TO WS-NB-HORS-PRESSION
               MOVE "N" TO WS-RETENU
           END-IF.

      ****************************************************************
      * Report du client retenu dans CAMP01, au format de F-SORTIE   *
      ****************************************************************
           ELSE
               ADD 1 TO WS-NB-RETENUS
               ADD FS-CLIENT-ID TO WS-HASH-ACCUM
               IF HISTORIQUE-DISPONIBLE
                   PERFORM HISTORISER-SELECTION
               END-IF
               PERFORM INSCRIRE-CORRESPONDANCES
           END-IF.

      * Un contact par canal de la campagne dans l'historique des
      * correspondances COR001.
       INSCRIRE-CORRESPONDANCES.
           MOVE "E" TO WS-CD-FONCTION.
           MOVE FS-CLIENT-ID TO WS-CD-ID-CLIENT.
           MOVE WS-ENTETE-DATE TO WS-CD-DATE.
           MOVE "C" TO WS-CD-NATURE.
           MOVE SPACES TO WS-CD-REFERENCE.
           STRING "CAMPAGNE" WS-ENTETE-SEQ
               DELIMITED BY SIZE INTO WS-CD-REFERENCE
           END-STRING.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF CANAL-CAMPAGNE (WS-K)
                   MOVE WS-LIBELLE-CANAL (WS-K) TO WS-CD-CANAL
                   CALL "correspondance-client"
                       USING WS-DEMANDE-CORRESPONDANCE
                   IF WS-CD-CODE-RETOUR = 0
                       ADD 1 TO WS-NB-CONTACTS-INSCRITS
                   END-IF
               END-IF
           END-PERFORM.

      * Inscription du client retenu dans l'historique CSH001, avec
      * ce qui servira a ventiler les taux de reponse.
       HISTORISER-SELECTION.
           MOVE SPACES TO FH-ENR-HISTORIQUE.
           MOVE WS-ENTETE-SEQ TO CH-RUN.
           MOVE FS-CLIENT-ID TO CH-ID-CLIENT.
           MOVE WS-ENTETE-DATE TO CH-DATE-SELECTION.
      * Client a l'etranger : code postal laisse a blanc, agence 0
      * (non rattache).
           IF CLI-ETRANGER OF FS-ENR-CLIENT
               MOVE 0 TO CH-AGENCE
           ELSE
               MOVE FS-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               MOVE WS-AFF-CODE-POSTAL TO CH-CODE-POSTAL
               CALL "agence-client" USING WS-AFF-CODE-POSTAL CH-AGENCE
           END-IF.
           PERFORM CHERCHER-NOTE.
           MOVE WS-NOTE-CLIENT TO CH-NOTE.
           IF ENTREE-TROUVEE
               MOVE "O" TO CH-NOTE-CONNUE
           ELSE
               MOVE "N" TO CH-NOTE-CONNUE
           END-IF.
           MOVE 0 TO CH-REPONSE-DATE.
           WRITE FH-ENR-HISTORIQUE
               INVALID KEY
                   DISPLAY "Client " FS-CLIENT-ID " deja inscrit "
                       "pour le run " WS-ENTETE-SEQ " dans CSH001."
           END-WRITE.

       ECRIRE-TRAILER-CAMPAGNE.
           MOVE WS-NB-RETENUS TO WS-TRAILER-NB.
           MOVE FUNCTION MOD(WS-HASH-ACCUM, 9999999999)
           MOVE "Rapport de selection de campagne (CAMP01)"
               TO FS-LIGNE-RAPPORT.
           WRITE FS-LIGNE-RAPPORT.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO WS-LIGNE
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "Run " WS-ENTETE-SEQ " du " WS-ENTETE-DATE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Critere CONTACTS-90J    : " WS-CONTACTS-MAX
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           IF WS-CONTACTS-MAX = 0
               MOVE "(sans plafond)" TO WS-LIGNE (31:14)
           ELSE
               STRING " (contacts depuis le " WS-DEBUT-PRESSION ")"
                   DELIMITED BY SIZE INTO WS-LIGNE (30:40)
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF CANAL-CAMPAGNE (WS-K)
                   MOVE SPACES TO WS-LIGNE
                   STRING "Critere CANAL           : "
                       WS-LIBELLE-CANAL (WS-K)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-RAPPORT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           STRING "Clients examines        : " WS-NB-LUS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Exclus sans consentement: " WS-NB-SANS-CONSENTEMENT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE SPACES TO WS-LIGNE
               STRING "  dont canal "
                   WS-LIBELLE-CANAL (WS-K) " : "
                   WS-NB-SANS-CONSENT-CANAL (WS-K)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RAPPORT
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           STRING "Exclus pression commerc.: " WS-NB-HORS-PRESSION
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Clients retenus (CAMP01): " WS-NB-RETENUS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Contacts inscrits COR001: " WS-NB-CONTACTS-INSCRITS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RAPPORT.
           DISPLAY "Selection terminee : " WS-NB-RETENUS " client(s) "
               "dans CAMP01, rapport dans CAMPRPT.".

