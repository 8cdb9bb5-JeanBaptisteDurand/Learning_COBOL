      ****************************************************************
      * Etiquettes d'adresse d'une campagne : relit la selection     *
      * CAMP01 de SELECTION-CAMPAGNE et imprime les etiquettes trois *
      * de front (ETQ001) pour la mise sous pli, sans repasser par   *
      * un traitement de texte. Nom et adresse sont repris a jour de *
      * F-CLIENT, code postal depaquete. Une seule etiquette par     *
      * foyer (FOY001, tenu par DETECTE-FOYERS), libellee au nom du  *
      * chef de foyer ; un client hors foyer recoit la sienne. Les   *
      * adresses signalees en retour NPAI (NPA001, une ligne         *
      * id;date_retour saisie par le service courrier) sont sautees. *
      * Les etiquettes sortent triees par code postal, et l'etat     *
      * AFFRANCH donne le nombre de plis par departement pour le     *
      * pre-tri au tarif postal ; les adresses a l'etranger sortent  *
      * a la suite, par pays, comptees a part (plis internationaux). *
      * Une entreprise est libellee a sa raison sociale, a           *
      * l'attention de son contact.                                  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETTES-CAMPAGNE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CAMPAGNE ASSIGN TO DYNAMIC WS-NOM-CAMP01
               FILE STATUS IS WS-FS-CAMPAGNE.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-FOYERS ASSIGN TO DYNAMIC WS-NOM-FOY001
               FILE STATUS IS WS-FS-FOYERS.
      * Les retours de plis non distribues (N'habite Pas a l'Adresse
      * Indiquee) : la ligne est retiree par le service courrier
      * quand l'adresse a ete corrigee.
           SELECT OPTIONAL F-NPAI ASSIGN TO DYNAMIC WS-NOM-NPA001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NPAI.
      * Fichier de travail du tri par zone (France, etranger), code
      * postal ou pays, puis nom.
           SELECT SD-ETIQUETTE-TRI ASSIGN TO DYNAMIC WS-NOM-SRT003.
           SELECT F-ETIQUETTES ASSIGN TO DYNAMIC WS-NOM-ETQ001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETIQUETTES.

       DATA DIVISION.
       FILE SECTION.
           FD F-CAMPAGNE
               RECORD CONTAINS 104 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FC-ENR-CAMPAGNE.
              05 FC-ID-CLIENT  PIC 9(10).
              05 FC-DATA       PIC X(93).
              05 FC-CODE-MVT   PIC X(01).
           01 FC-ENR-BRUT      PIC X(104).

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

           FD F-FOYERS
               RECORD CONTAINS 17 CHARACTERS.
           01 FF-ENR-FOYER.
              05 FF-FOYER     PIC 9(06).
              05 FF-ID-CLIENT PIC 9(10).
              05 FF-CHEF      PIC X(01).

           FD F-NPAI.
           01 FS-LIGNE-NPAI PIC X(40).

      * L'enregistrement de tri porte en tete la zone (1 France,
      * 2 etranger), le code postal (a zero pour l'etranger), le
      * pays (a blanc pour la France) et le nom, puis les quatre
      * lignes de l'etiquette deja composees.
           SD SD-ETIQUETTE-TRI.
           01 SD-ENR-ETIQUETTE.
              05 SD-CLE-ZONE   PIC X(01).
                 88 SD-ZONE-ETRANGER VALUE "2".
              05 SD-CLE-CP     PIC 9(05).
              05 SD-CLE-CP-X REDEFINES SD-CLE-CP.
                 10 SD-CLE-DEPT PIC 9(02).
                 10 FILLER      PIC X(03).
              05 SD-CLE-PAYS   PIC X(02).
              05 SD-CLE-NOM    PIC X(20).
              05 SD-LIGNE-ETQ  PIC X(40) OCCURS 4 TIMES.

           FD F-ETIQUETTES.
           01 FS-LIGNE-ETIQUETTES PIC X(132).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CAMP01    PIC X(30) VALUE "CAMP01".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-FOY001    PIC X(30) VALUE "FOY001".
              05 WS-NOM-NPA001    PIC X(30) VALUE "NPA001".
              05 WS-NOM-SRT003    PIC X(30) VALUE "SRT003".
              05 WS-NOM-ETQ001    PIC X(30) VALUE "ETQ001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 6.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CAMPAGNE   PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-FOYERS     PIC X(02).
           01 WS-FS-NPAI       PIC X(02).
           01 WS-FS-ETIQUETTES PIC X(02).

           01 WS-FIN-CAMPAGNE  PIC X(01) VALUE "N".
              88 FIN-FICHIER-CAMPAGNE VALUE "O".
           01 WS-FIN-FOYERS    PIC X(01) VALUE "N".
              88 FIN-FICHIER-FOYERS VALUE "O".
           01 WS-FIN-NPAI      PIC X(01) VALUE "N".
              88 FIN-FICHIER-NPAI VALUE "O".
           01 WS-IND-RETOUR-TRI PIC X(01) VALUE "N".
              88 FIN-RETOUR-TRI VALUE "O".

      * Les rattachements FOY001 charges en table : le foyer d'un
      * client, et pour chaque foyer son chef.
           01 WS-NB-FOY-MAX    PIC 9(04) VALUE 5000.
           01 WS-NB-FOY        PIC 9(04) VALUE 0.
           01 WS-TABLE-FOYERS.
              05 WS-FOY-ENTRY OCCURS 5000 TIMES.
                 10 WS-FOY-NUMERO PIC 9(06).
                 10 WS-FOY-ID     PIC 9(10).
                 10 WS-FOY-CHEF   PIC X(01).

      * Foyers deja servis dans ce passage : un seul pli par foyer.
           01 WS-NB-SERVIS-MAX PIC 9(04) VALUE 5000.
           01 WS-NB-SERVIS     PIC 9(04) VALUE 0.
           01 WS-TABLE-SERVIS.
              05 WS-FOYER-SERVI PIC 9(06) OCCURS 5000 TIMES.

      * Les identifiants en retour NPAI.
           01 WS-NB-NPAI-MAX   PIC 9(04) VALUE 5000.
           01 WS-NB-NPAI       PIC 9(04) VALUE 0.
           01 WS-TABLE-NPAI.
              05 WS-NPAI-ID    PIC 9(10) OCCURS 5000 TIMES.
           01 WS-CHAMP-NPAI-ID PIC X(10).

      * Destinataire du client courant de CAMP01.
           01 WS-I             PIC 9(04).
           01 WS-FOYER-CLIENT  PIC 9(06).
           01 WS-ID-DESTINATAIRE PIC 9(10).
           01 WS-TROUVE        PIC X(01).
              88 ENTREE-TROUVEE VALUE "O".
           01 WS-AFF-CODE-POSTAL PIC 9(05).

      * Rangee de trois etiquettes en cours de composition ; chaque
      * etiquette occupe 44 colonnes et 6 lignes de la planche, dont
      * quatre utiles.
           01 WS-NB-LIGNES-ETIQUETTE PIC 9(01) VALUE 6.
           01 WS-RANG-COLONNE  PIC 9(01) VALUE 0.
           01 WS-RANGEE.
              05 WS-RANGEE-LIGNE OCCURS 4 TIMES.
                 10 WS-RANGEE-COLONNE PIC X(44) OCCURS 3 TIMES.
           01 WS-L             PIC 9(01).
           01 WS-C             PIC 9(01).
           01 WS-N             PIC 9(01).

      * Plis par departement (indice = departement + 1).
           01 WS-TABLE-DEPARTEMENTS.
              05 WS-NB-PLIS-DEPT PIC 9(06) VALUE 0 OCCURS 100 TIMES.
           01 WS-D             PIC 9(03).
           01 WS-DEPT-AFF      PIC 9(02).
      * Plis pour l'etranger, hors pre-tri par departement.
           01 WS-NB-PLIS-ETRANGER PIC 9(06) VALUE 0.

      * Demande d'edition pour le formateur d'etats partage
      * edition-etat (etat des plis par departement).
           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "AFFRANCH".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).
           01 WS-NB-EDIT       PIC ZZZ,ZZ9.

           01 WS-COMPTEURS.
              05 WS-NB-LUS          PIC 9(06) VALUE 0.
              05 WS-NB-ETIQUETTES   PIC 9(06) VALUE 0.
              05 WS-NB-DOUBLES-FOYER PIC 9(06) VALUE 0.
              05 WS-NB-NPAI-SAUTES  PIC 9(06) VALUE 0.
              05 WS-NB-INTROUVABLES PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-FOYERS.
           PERFORM CHARGER-NPAI.
           OPEN INPUT F-CAMPAGNE.
           IF WS-FS-CAMPAGNE NOT = "00"
               DISPLAY "Erreur ouverture CAMP01. FILE STATUS: "
                   WS-FS-CAMPAGNE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-CAMPAGNE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Tri des etiquettes par code postal...".
           SORT SD-ETIQUETTE-TRI
               ON ASCENDING KEY SD-CLE-ZONE SD-CLE-CP SD-CLE-PAYS
                   SD-CLE-NOM
               INPUT PROCEDURE IS VERSER-CAMPAGNE-AU-TRI
               OUTPUT PROCEDURE IS IMPRIMER-ETIQUETTES.
           CLOSE F-CAMPAGNE.
           CLOSE F-CLIENT.
           IF SORT-RETURN NOT = 0
               DISPLAY "Erreur de tri etiquettes. SORT-RETURN: "
                   SORT-RETURN
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM EDITER-AFFRANCHISSEMENT.
           DISPLAY "Etiquettes imprimees : " WS-NB-ETIQUETTES
               " (ETQ001), plis par departement dans l'etat "
               "AFFRANCH.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Chargement des foyers FOY001                                 *
      ****************************************************************
       CHARGER-FOYERS.
           OPEN INPUT F-FOYERS.
           IF WS-FS-FOYERS NOT = "00"
               DISPLAY "FOY001 absent : lancer d'abord "
                   "DETECTE-FOYERS, une etiquette par client."
               SET FIN-FICHIER-FOYERS TO TRUE
           END-IF.
           PERFORM CHARGER-UN-FOYER UNTIL FIN-FICHIER-FOYERS.
           CLOSE F-FOYERS.

       CHARGER-UN-FOYER.
           READ F-FOYERS
               AT END
                   SET FIN-FICHIER-FOYERS TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-FOYERS
               AND WS-NB-FOY < WS-NB-FOY-MAX
               ADD 1 TO WS-NB-FOY
               MOVE FF-FOYER TO WS-FOY-NUMERO (WS-NB-FOY)
               MOVE FF-ID-CLIENT TO WS-FOY-ID (WS-NB-FOY)
               MOVE FF-CHEF TO WS-FOY-CHEF (WS-NB-FOY)
           END-IF.

      ****************************************************************
      * Chargement des retours NPAI (ligne id;date_retour)           *
      ****************************************************************
       CHARGER-NPAI.
           OPEN INPUT F-NPAI.
           IF WS-FS-NPAI NOT = "00"
               SET FIN-FICHIER-NPAI TO TRUE
           END-IF.
           PERFORM CHARGER-UN-NPAI UNTIL FIN-FICHIER-NPAI.
           CLOSE F-NPAI.

       CHARGER-UN-NPAI.
           READ F-NPAI
               AT END
                   SET FIN-FICHIER-NPAI TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-NPAI
               MOVE SPACES TO WS-CHAMP-NPAI-ID
               UNSTRING FS-LIGNE-NPAI DELIMITED BY ";"
                   INTO WS-CHAMP-NPAI-ID
               END-UNSTRING
               IF FUNCTION TRIM(WS-CHAMP-NPAI-ID) IS NUMERIC
                   AND WS-NB-NPAI < WS-NB-NPAI-MAX
                   ADD 1 TO WS-NB-NPAI
                   MOVE FUNCTION NUMVAL(WS-CHAMP-NPAI-ID)
                       TO WS-NPAI-ID (WS-NB-NPAI)
               END-IF
           END-IF.

      ****************************************************************
      * Procedure d'entree du tri : chaque client de CAMP01 (hors    *
      * entete, trailer et sentinelle) est ramene a son foyer, et le *
      * chef de foyer est verse au tri une seule fois                *
      ****************************************************************
       VERSER-CAMPAGNE-AU-TRI.
           PERFORM LIRE-CAMPAGNE.
           PERFORM VERSER-UN-CLIENT UNTIL FIN-FICHIER-CAMPAGNE.

       LIRE-CAMPAGNE.
           READ F-CAMPAGNE
               AT END
                   SET FIN-FICHIER-CAMPAGNE TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-CAMPAGNE
               AND FC-ENR-BRUT = HIGH-VALUES
               SET FIN-FICHIER-CAMPAGNE TO TRUE
           END-IF.

       VERSER-UN-CLIENT.
           IF FC-ID-CLIENT NOT = 0
               AND FC-ID-CLIENT NOT = 9999999999
               ADD 1 TO WS-NB-LUS
               PERFORM TRAITER-CLIENT-CAMPAGNE
           END-IF.
           PERFORM LIRE-CAMPAGNE.

       TRAITER-CLIENT-CAMPAGNE.
           MOVE FC-ID-CLIENT TO WS-ID-DESTINATAIRE.
           PERFORM RECHERCHER-CHEF-FOYER.
           IF WS-FOYER-CLIENT NOT = 0
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-SERVIS OR ENTREE-TROUVEE
                   IF WS-FOYER-SERVI (WS-I) = WS-FOYER-CLIENT
                       SET ENTREE-TROUVEE TO TRUE
                   END-IF
               END-PERFORM
               IF ENTREE-TROUVEE
                   ADD 1 TO WS-NB-DOUBLES-FOYER
                   EXIT PARAGRAPH
               END-IF
               IF WS-NB-SERVIS < WS-NB-SERVIS-MAX
                   ADD 1 TO WS-NB-SERVIS
                   MOVE WS-FOYER-CLIENT TO WS-FOYER-SERVI (WS-NB-SERVIS)
               END-IF
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-NPAI OR ENTREE-TROUVEE
               IF WS-NPAI-ID (WS-I) = WS-ID-DESTINATAIRE
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF ENTREE-TROUVEE
               ADD 1 TO WS-NB-NPAI-SAUTES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ID-DESTINATAIRE TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   ADD 1 TO WS-NB-INTROUVABLES
                   EXIT PARAGRAPH
           END-READ.
           PERFORM COMPOSER-ETIQUETTE.
           RELEASE SD-ENR-ETIQUETTE.

      * Le destinataire est le chef du foyer du client ; un client
      * hors foyer, ou dont le chef n'est plus connu, recoit le pli
      * a son propre nom.
       RECHERCHER-CHEF-FOYER.
           MOVE 0 TO WS-FOYER-CLIENT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FOY OR ENTREE-TROUVEE
               IF WS-FOY-ID (WS-I) = FC-ID-CLIENT
                   SET ENTREE-TROUVEE TO TRUE
                   MOVE WS-FOY-NUMERO (WS-I) TO WS-FOYER-CLIENT
               END-IF
           END-PERFORM.
           IF WS-FOYER-CLIENT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FOY OR ENTREE-TROUVEE
               IF WS-FOY-NUMERO (WS-I) = WS-FOYER-CLIENT
                   AND WS-FOY-CHEF (WS-I) = "O"
                   SET ENTREE-TROUVEE TO TRUE
                   MOVE WS-FOY-ID (WS-I) TO WS-ID-DESTINATAIRE
               END-IF
           END-PERFORM.

      * Prenom nom (une entreprise : raison sociale, puis son
      * contact, la zone du prenom portant le SIRET compacte), rue,
      * code postal et ville ; a l'etranger, code postal libre,
      * ville et pays.
       COMPOSER-ETIQUETTE.
           MOVE FS-NOM TO SD-CLE-NOM.
           MOVE SPACES TO SD-LIGNE-ETQ (1) SD-LIGNE-ETQ (2)
               SD-LIGNE-ETQ (3) SD-LIGNE-ETQ (4).
           MOVE 1 TO WS-N.
           IF CLI-ENTREPRISE OF FS-ENR-CLIENT
               MOVE FS-NOM TO SD-LIGNE-ETQ (WS-N)
               ADD 1 TO WS-N
               STRING "A l'attention de " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-CONTACT OF FS-ENR-CLIENT)
                   DELIMITED BY SIZE
                   INTO SD-LIGNE-ETQ (WS-N)
               END-STRING
           ELSE
               STRING FUNCTION TRIM(FS-PRENOM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FS-NOM) DELIMITED BY SIZE
                   INTO SD-LIGNE-ETQ (WS-N)
               END-STRING
           END-IF.
           ADD 1 TO WS-N.
           MOVE FS-RUE TO SD-LIGNE-ETQ (WS-N).
           ADD 1 TO WS-N.
           IF CLI-ETRANGER OF FS-ENR-CLIENT
               MOVE "2" TO SD-CLE-ZONE
               MOVE 0 TO SD-CLE-CP
               MOVE CLI-PAYS OF FS-ENR-CLIENT TO SD-CLE-PAYS
               STRING FUNCTION TRIM(CLI-CP-ETRANGER OF FS-ENR-CLIENT)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-VILLE-ETRANGER OF FS-ENR-CLIENT)
                   DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   CLI-PAYS OF FS-ENR-CLIENT DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SD-LIGNE-ETQ (WS-N)
               END-STRING
           ELSE
               MOVE "1" TO SD-CLE-ZONE
               MOVE FS-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               MOVE WS-AFF-CODE-POSTAL TO SD-CLE-CP
               MOVE SPACES TO SD-CLE-PAYS
               STRING WS-AFF-CODE-POSTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(FS-VILLE) DELIMITED BY SIZE
                   INTO SD-LIGNE-ETQ (WS-N)
               END-STRING
           END-IF.

      ****************************************************************
      * Procedure de sortie du tri : les etiquettes sont posees trois *
      * de front sur la planche, et comptees par departement ou a    *
      * part pour l'etranger                                         *
      ****************************************************************
       IMPRIMER-ETIQUETTES.
           OPEN OUTPUT F-ETIQUETTES.
           IF WS-FS-ETIQUETTES NOT = "00"
               DISPLAY "Erreur ouverture ETQ001. FILE STATUS: "
                   WS-FS-ETIQUETTES
               SET FIN-RETOUR-TRI TO TRUE
           ELSE
               MOVE SPACES TO WS-RANGEE
               MOVE 0 TO WS-RANG-COLONNE
               PERFORM POSER-UNE-ETIQUETTE UNTIL FIN-RETOUR-TRI
               IF WS-RANG-COLONNE > 0
                   PERFORM ECRIRE-RANGEE
               END-IF
               CLOSE F-ETIQUETTES
           END-IF.

       POSER-UNE-ETIQUETTE.
           RETURN SD-ETIQUETTE-TRI
               AT END
                   SET FIN-RETOUR-TRI TO TRUE
               NOT AT END
                   ADD 1 TO WS-RANG-COLONNE
                   PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 4
                       MOVE SD-LIGNE-ETQ (WS-L)
                           TO WS-RANGEE-COLONNE (WS-L, WS-RANG-COLONNE)
                   END-PERFORM
                   ADD 1 TO WS-NB-ETIQUETTES
                   IF SD-ZONE-ETRANGER
                       ADD 1 TO WS-NB-PLIS-ETRANGER
                   ELSE
                       COMPUTE WS-D = SD-CLE-DEPT + 1
                       ADD 1 TO WS-NB-PLIS-DEPT (WS-D)
                   END-IF
                   IF WS-RANG-COLONNE = 3
                       PERFORM ECRIRE-RANGEE
                   END-IF
           END-RETURN.

      * Une rangee imprimee occupe la hauteur d'une etiquette : les
      * quatre lignes utiles puis les lignes blanches de la planche.
       ECRIRE-RANGEE.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 4
               MOVE SPACES TO FS-LIGNE-ETIQUETTES
               STRING WS-RANGEE-COLONNE (WS-L, 1) DELIMITED BY SIZE
                   WS-RANGEE-COLONNE (WS-L, 2) DELIMITED BY SIZE
                   WS-RANGEE-COLONNE (WS-L, 3) DELIMITED BY SIZE
                   INTO FS-LIGNE-ETIQUETTES
               END-STRING
               WRITE FS-LIGNE-ETIQUETTES
           END-PERFORM.
           PERFORM VARYING WS-L FROM 5 BY 1
                   UNTIL WS-L > WS-NB-LIGNES-ETIQUETTE
               MOVE SPACES TO FS-LIGNE-ETIQUETTES
               WRITE FS-LIGNE-ETIQUETTES
           END-PERFORM.
           MOVE SPACES TO WS-RANGEE.
           MOVE 0 TO WS-RANG-COLONNE.

      ****************************************************************
      * Etat AFFRANCH : plis par departement pour le pre-tri postal, *
      * puis le bilan du passage                                     *
      ****************************************************************
       EDITER-AFFRANCHISSEMENT.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "PLIS PAR DEPARTEMENT (PRE-TRI POSTAL)"
               TO WS-ED-TITRE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 100
               IF WS-NB-PLIS-DEPT (WS-D) > 0
                   COMPUTE WS-DEPT-AFF = WS-D - 1
                   MOVE WS-NB-PLIS-DEPT (WS-D) TO WS-NB-EDIT
                   MOVE SPACES TO WS-LIGNE
                   STRING "  Departement " WS-DEPT-AFF " : "
                       WS-NB-EDIT " pli(s)"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-ETAT
               END-IF
           END-PERFORM.
           IF WS-NB-PLIS-ETRANGER > 0
               MOVE WS-NB-PLIS-ETRANGER TO WS-NB-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING "  International  : " WS-NB-EDIT " pli(s)"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           MOVE WS-NB-ETIQUETTES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL PLIS A AFFRANCHIR  : " WS-NB-EDIT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-LUS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Clients de CAMP01        : " WS-NB-EDIT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-DOUBLES-FOYER TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Regroupes par foyer      : " WS-NB-EDIT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-NPAI-SAUTES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Sautes en retour NPAI    : " WS-NB-EDIT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-INTROUVABLES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Absents de F-CLIENT      : " WS-NB-EDIT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
