       IDENTIFICATION DIVISION.
       PROGRAM-ID. capacite-tables.

      * Veille de capacite des tables en memoire, dans le style
      * sous-programme de contrat-client : plusieurs programmes de
      * la suite chargent un fichier entier dans une table de taille
      * fixe, et certains cessent de charger en silence quand la
      * table est pleine - la reponse fausse se decouvre un mois
      * plus tard. Ce sous-programme compte, pour chaque entree
      * concernee, les enregistrements que le programme chargerait
      * (selon son propre filtre de chargement) et les confronte au
      * plafond de sa table. Le catalogue ci-dessous doit suivre les
      * OCCURS des programmes : un plafond releve la-bas se releve
      * ici. Pour RAPPROCHEMENT, le volume est celui du dernier
      * extrait OUT001 (enregistrements de donnees hors suppressions
      * d'un delta) ; sans extrait, celui d'INP001, qu'un extrait
      * complet ne peut depasser.
      * Zone d'echange : copybook CAPTAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-SORTIE.
           SELECT OPTIONAL F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
           SELECT OPTIONAL F-REF-POSTAL ASSIGN TO DYNAMIC WS-NOM-REFCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REF-POSTAL.
           SELECT OPTIONAL F-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGUE.
           SELECT OPTIONAL F-REF-VOIE ASSIGN TO DYNAMIC WS-NOM-REFVOI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REF-VOIE.
           SELECT OPTIONAL F-PRIORITES ASSIGN TO DYNAMIC WS-NOM-PRIARB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRIORITES.

       DATA DIVISION.
       FILE SECTION.
       FD F-SORTIE
           RECORD CONTAINS 104 CHARACTERS
           BLOCK CONTAINS 10 RECORDS.
       01 FS-ENR-SORTIE PIC X(104).

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

       FD F-ACTIVITE
           RECORD CONTAINS 18 CHARACTERS.
       01 FA-ENR-ACTIVITE PIC X(18).

       FD F-REF-POSTAL.
       01 FS-LIGNE-REF-POSTAL PIC X(40).

       FD F-CATALOGUE.
       01 FS-LIGNE-CATALOGUE PIC X(200).

       FD F-REF-VOIE.
       01 FS-LIGNE-REF-VOIE PIC X(40).

       FD F-PRIORITES.
       01 FS-LIGNE-PRIORITE PIC X(40).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
           05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           05 WS-NOM-ACT001    PIC X(30) VALUE "ACT001".
           05 WS-NOM-REFCP     PIC X(30) VALUE "REFCP".
           05 WS-NOM-CATREJ    PIC X(30) VALUE "CATREJ".
           05 WS-NOM-REFVOI    PIC X(30) VALUE "REFVOI".
           05 WS-NOM-PRIARB    PIC X(30) VALUE "PRIARB".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 7.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-SORTIE     PIC X(02).
       01 WS-FS-CLIENT     PIC X(02).
       01 WS-FS-ACTIVITE   PIC X(02).
       01 WS-FS-REF-POSTAL PIC X(02).
       01 WS-FS-CATALOGUE  PIC X(02).
       01 WS-FS-REF-VOIE   PIC X(02).
       01 WS-FS-PRIORITES  PIC X(02).
       01 WS-FS-COURANT    PIC X(02).
       01 WS-FIN-FICHIER   PIC X(01).
           88 FIN-FICHIER VALUE "O".

      * Catalogue des tables surveillees : programme, entree chargee
      * et plafond de la table (la valeur de son OCCURS).
       01 WS-CATALOGUE-VALEURS.
           05 FILLER PIC X(30) VALUE "RAPPROCHEMENT".
           05 FILLER PIC X(06) VALUE "OUT001".
           05 FILLER PIC 9(05) VALUE 5000.
           05 FILLER PIC X(30) VALUE "DETECT-DOUBLONS".
           05 FILLER PIC X(06) VALUE "INP001".
           05 FILLER PIC 9(05) VALUE 1000.
           05 FILLER PIC X(30) VALUE "CHANGE-STATUT".
           05 FILLER PIC X(06) VALUE "ACT001".
           05 FILLER PIC 9(05) VALUE 5000.
           05 FILLER PIC X(30) VALUE "MAJ-ACTIVITE-CONTACTS".
           05 FILLER PIC X(06) VALUE "ACT001".
           05 FILLER PIC 9(05) VALUE 5000.
           05 FILLER PIC X(30) VALUE "SELECTION-CAMPAGNE".
           05 FILLER PIC X(06) VALUE "ACT001".
           05 FILLER PIC 9(05) VALUE 5000.
           05 FILLER PIC X(30) VALUE "AUDIT-REFERENTIEL".
           05 FILLER PIC X(06) VALUE "ACT001".
           05 FILLER PIC 9(05) VALUE 5000.
           05 FILLER PIC X(30) VALUE "CONTROLE-POSTAL".
           05 FILLER PIC X(06) VALUE "REFCP".
           05 FILLER PIC 9(05) VALUE 2000.
           05 FILLER PIC X(30) VALUE "SCORE-QUALITE".
           05 FILLER PIC X(06) VALUE "REFCP".
           05 FILLER PIC 9(05) VALUE 2000.
           05 FILLER PIC X(30) VALUE "REPARE-AUTO".
           05 FILLER PIC X(06) VALUE "REFCP".
           05 FILLER PIC 9(05) VALUE 2000.
           05 FILLER PIC X(30) VALUE "RAPPORT-REJETS".
           05 FILLER PIC X(06) VALUE "CATREJ".
           05 FILLER PIC 9(05) VALUE 20.
           05 FILLER PIC X(30) VALUE "NORMALISE-VOIE".
           05 FILLER PIC X(06) VALUE "REFVOI".
           05 FILLER PIC 9(05) VALUE 300.
           05 FILLER PIC X(30) VALUE "ARBITRE-CLIENT".
           05 FILLER PIC X(06) VALUE "PRIARB".
           05 FILLER PIC 9(05) VALUE 50.
       01 WS-CATALOGUE REDEFINES WS-CATALOGUE-VALEURS.
           05 WS-CAT-ENTRY OCCURS 12 TIMES.
               10 WS-CAT-PROGRAMME PIC X(30).
               10 WS-CAT-FICHIER   PIC X(06).
               10 WS-CAT-PLAFOND   PIC 9(05).
       01 WS-NB-CATALOGUE PIC 9(02) VALUE 12.

      * Volume et etat de chaque entree, comptes une seule fois
      * meme quand plusieurs programmes la chargent.
       01 WS-VOL-SORTIE     PIC 9(07) VALUE 0.
       01 WS-VOL-CLIENT     PIC 9(07) VALUE 0.
       01 WS-VOL-ACTIVITE   PIC 9(07) VALUE 0.
       01 WS-VOL-REF-POSTAL PIC 9(07) VALUE 0.
       01 WS-VOL-CATALOGUE  PIC 9(07) VALUE 0.
       01 WS-VOL-REF-VOIE   PIC 9(07) VALUE 0.
       01 WS-VOL-PRIORITES  PIC 9(07) VALUE 0.
       01 WS-ETAT-SORTIE     PIC X(01).
       01 WS-ETAT-CLIENT     PIC X(01).
       01 WS-ETAT-ACTIVITE   PIC X(01).
       01 WS-ETAT-REF-POSTAL PIC X(01).
       01 WS-ETAT-CATALOGUE  PIC X(01).
       01 WS-ETAT-REF-VOIE   PIC X(01).
       01 WS-ETAT-PRIORITES  PIC X(01).
       01 WS-ETAT-LECTURE    PIC X(01).

       01 WS-CHAMP-1 PIC X(40).
       01 WS-CHAMP-2 PIC X(40).
       01 WS-CHAMP-3 PIC X(40).
       01 WS-I       PIC 9(02).
       01 WS-TAUX    PIC 9(07).

       LINKAGE SECTION.
       01 CA-DEMANDE.
           COPY CAPTAB.

       PROCEDURE DIVISION USING CA-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO CA-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO CA-NB-VIGILANCES CA-NB-DEPASSEMENTS
               CA-CODE-RETOUR.
           PERFORM COMPTER-SORTIE.
           PERFORM COMPTER-CLIENTS.
           PERFORM COMPTER-ACTIVITE.
           PERFORM COMPTER-REF-POSTAL.
           PERFORM COMPTER-CATALOGUE.
           PERFORM COMPTER-REF-VOIE.
           PERFORM COMPTER-PRIORITES.
           MOVE WS-NB-CATALOGUE TO CA-NB-CONTROLES.
           PERFORM EVALUER-CONTROLE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CATALOGUE.
           GOBACK.

      ****************************************************************
      * Etat de lecture d'une entree a l'ouverture : 00 presente,    *
      * 05 absente (fichier OPTIONAL), autre illisible               *
      ****************************************************************
       QUALIFIER-OUVERTURE.
           MOVE "N" TO WS-FIN-FICHIER.
           EVALUATE WS-FS-COURANT
               WHEN "00"
                   MOVE "O" TO WS-ETAT-LECTURE
               WHEN "05"
               WHEN "35"
                   MOVE "A" TO WS-ETAT-LECTURE
                   SET FIN-FICHIER TO TRUE
               WHEN OTHER
                   MOVE "I" TO WS-ETAT-LECTURE
                   SET FIN-FICHIER TO TRUE
                   MOVE 99 TO CA-CODE-RETOUR
           END-EVALUATE.

      ****************************************************************
      * OUT001 : enregistrements de donnees, hors entete (cle        *
      * 0000000000), trailer, sentinelle et suppressions d'un delta  *
      ****************************************************************
       COMPTER-SORTIE.
           OPEN INPUT F-SORTIE.
           MOVE WS-FS-SORTIE TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-SORTIE.
           PERFORM LIRE-SORTIE UNTIL FIN-FICHIER.
           CLOSE F-SORTIE.

       LIRE-SORTIE.
           READ F-SORTIE
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-SORTIE = HIGH-VALUES
               OR FS-ENR-SORTIE (1:10) = "9999999999"
               SET FIN-FICHIER TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-SORTIE (1:10) NOT = "0000000000"
               AND FS-ENR-SORTIE (104:1) NOT = "S"
               ADD 1 TO WS-VOL-SORTIE
           END-IF.

      ****************************************************************
      * INP001 : tous les clients                                    *
      ****************************************************************
       COMPTER-CLIENTS.
           OPEN INPUT F-CLIENT.
           MOVE WS-FS-CLIENT TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-CLIENT.
           PERFORM LIRE-CLIENT UNTIL FIN-FICHIER.
           CLOSE F-CLIENT.

       LIRE-CLIENT.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOL-CLIENT
           END-READ.

      ****************************************************************
      * ACT001 : une entree par client                               *
      ****************************************************************
       COMPTER-ACTIVITE.
           OPEN INPUT F-ACTIVITE.
           MOVE WS-FS-ACTIVITE TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-ACTIVITE.
           PERFORM LIRE-ACTIVITE UNTIL FIN-FICHIER.
           CLOSE F-ACTIVITE.

       LIRE-ACTIVITE.
           READ F-ACTIVITE
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOL-ACTIVITE
           END-READ.

      ****************************************************************
      * REFCP : lignes code;ville a code numerique (le filtre de     *
      * chargement de CONTROLE-POSTAL, SCORE-QUALITE, REPARE-AUTO)   *
      ****************************************************************
       COMPTER-REF-POSTAL.
           OPEN INPUT F-REF-POSTAL.
           MOVE WS-FS-REF-POSTAL TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-REF-POSTAL.
           PERFORM LIRE-REF-POSTAL UNTIL FIN-FICHIER.
           CLOSE F-REF-POSTAL.

       LIRE-REF-POSTAL.
           READ F-REF-POSTAL
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               MOVE SPACES TO WS-CHAMP-1 WS-CHAMP-2
               UNSTRING FS-LIGNE-REF-POSTAL DELIMITED BY ";"
                   INTO WS-CHAMP-1 WS-CHAMP-2
               END-UNSTRING
               IF FUNCTION TRIM(WS-CHAMP-1) IS NUMERIC
                   ADD 1 TO WS-VOL-REF-POSTAL
               END-IF
           END-IF.

      ****************************************************************
      * CATREJ : RAPPORT-REJETS charge chaque ligne                  *
      ****************************************************************
       COMPTER-CATALOGUE.
           OPEN INPUT F-CATALOGUE.
           MOVE WS-FS-CATALOGUE TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-CATALOGUE.
           PERFORM LIRE-CATALOGUE UNTIL FIN-FICHIER.
           CLOSE F-CATALOGUE.

       LIRE-CATALOGUE.
           READ F-CATALOGUE
               AT END
                   SET FIN-FICHIER TO TRUE
               NOT AT END
                   ADD 1 TO WS-VOL-CATALOGUE
           END-READ.

      ****************************************************************
      * REFVOI : lignes libelle;abreviation completes                *
      ****************************************************************
       COMPTER-REF-VOIE.
           OPEN INPUT F-REF-VOIE.
           MOVE WS-FS-REF-VOIE TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-REF-VOIE.
           PERFORM LIRE-REF-VOIE UNTIL FIN-FICHIER.
           CLOSE F-REF-VOIE.

       LIRE-REF-VOIE.
           READ F-REF-VOIE
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               MOVE SPACES TO WS-CHAMP-1 WS-CHAMP-2
               UNSTRING FS-LIGNE-REF-VOIE DELIMITED BY ";"
                   INTO WS-CHAMP-1 WS-CHAMP-2
               END-UNSTRING
               IF WS-CHAMP-1 NOT = SPACES
                   AND WS-CHAMP-2 NOT = SPACES
                   ADD 1 TO WS-VOL-REF-VOIE
               END-IF
           END-IF.

      ****************************************************************
      * PRIARB : lignes champ;source;rang completes                  *
      ****************************************************************
       COMPTER-PRIORITES.
           OPEN INPUT F-PRIORITES.
           MOVE WS-FS-PRIORITES TO WS-FS-COURANT.
           PERFORM QUALIFIER-OUVERTURE.
           MOVE WS-ETAT-LECTURE TO WS-ETAT-PRIORITES.
           PERFORM LIRE-PRIORITE UNTIL FIN-FICHIER.
           CLOSE F-PRIORITES.

       LIRE-PRIORITE.
           READ F-PRIORITES
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF NOT FIN-FICHIER
               MOVE SPACES TO WS-CHAMP-1 WS-CHAMP-2 WS-CHAMP-3
               UNSTRING FS-LIGNE-PRIORITE DELIMITED BY ";"
                   INTO WS-CHAMP-1 WS-CHAMP-2 WS-CHAMP-3
               END-UNSTRING
               IF WS-CHAMP-1 NOT = SPACES
                   AND WS-CHAMP-2 NOT = SPACES
                   AND WS-CHAMP-3 NOT = SPACES
                   ADD 1 TO WS-VOL-PRIORITES
               END-IF
           END-IF.

      ****************************************************************
      * Confrontation volume / plafond d'un controle du catalogue    *
      ****************************************************************
       EVALUER-CONTROLE.
           MOVE WS-CAT-PROGRAMME (WS-I) TO CA-PROGRAMME (WS-I).
           MOVE WS-CAT-FICHIER (WS-I) TO CA-FICHIER (WS-I).
           MOVE WS-CAT-PLAFOND (WS-I) TO CA-PLAFOND (WS-I).
           EVALUATE WS-CAT-FICHIER (WS-I)
               WHEN "OUT001"
                   IF WS-ETAT-SORTIE = "O"
                       MOVE WS-VOL-SORTIE TO CA-VOLUME (WS-I)
                       MOVE WS-ETAT-SORTIE TO CA-ETAT (WS-I)
                   ELSE
                       MOVE "INP001" TO CA-FICHIER (WS-I)
                       MOVE WS-VOL-CLIENT TO CA-VOLUME (WS-I)
                       MOVE WS-ETAT-CLIENT TO CA-ETAT (WS-I)
                   END-IF
               WHEN "INP001"
                   MOVE WS-VOL-CLIENT TO CA-VOLUME (WS-I)
                   MOVE WS-ETAT-CLIENT TO CA-ETAT (WS-I)
               WHEN "ACT001"
                   MOVE WS-VOL-ACTIVITE TO CA-VOLUME (WS-I)
                   MOVE WS-ETAT-ACTIVITE TO CA-ETAT (WS-I)
               WHEN "REFCP"
                   MOVE WS-VOL-REF-POSTAL TO CA-VOLUME (WS-I)
                   MOVE WS-ETAT-REF-POSTAL TO CA-ETAT (WS-I)
               WHEN "CATREJ"
                   MOVE WS-VOL-CATALOGUE TO CA-VOLUME (WS-I)
                   MOVE WS-ETAT-CATALOGUE TO CA-ETAT (WS-I)
               WHEN "REFVOI"
                   MOVE WS-VOL-REF-VOIE TO CA-VOLUME (WS-I)
                   MOVE WS-ETAT-REF-VOIE TO CA-ETAT (WS-I)
               WHEN "PRIARB"
                   MOVE WS-VOL-PRIORITES TO CA-VOLUME (WS-I)
                   MOVE WS-ETAT-PRIORITES TO CA-ETAT (WS-I)
           END-EVALUATE.
           COMPUTE WS-TAUX =
               CA-VOLUME (WS-I) * 100 / CA-PLAFOND (WS-I).
           IF WS-TAUX > 999
               MOVE 999 TO CA-TAUX (WS-I)
           ELSE
               MOVE WS-TAUX TO CA-TAUX (WS-I)
           END-IF.
           IF CA-ETAT-OK (WS-I)
               EVALUATE TRUE
                   WHEN CA-VOLUME (WS-I) > CA-PLAFOND (WS-I)
                       SET CA-ETAT-DEPASSE (WS-I) TO TRUE
                       ADD 1 TO CA-NB-DEPASSEMENTS
                   WHEN CA-VOLUME (WS-I) * 100
                           > CA-PLAFOND (WS-I) * 80
                       SET CA-ETAT-VIGILANCE (WS-I) TO TRUE
                       ADD 1 TO CA-NB-VIGILANCES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
