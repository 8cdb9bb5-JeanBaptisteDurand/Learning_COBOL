      ****************************************************************
      * Reorganisation du fichier client indexe : apres des mois de  *
      * suppressions (MAINT-CLIENT, PURGE-CLIENTS, FUSION-DOUBLONS)  *
      * et d'insertions au fil de l'eau, INP001 se lit de plus en    *
      * plus lentement et seule une sauvegarde/restauration le       *
      * remettait d'aplomb. Sous le jeton de mise a jour (LCK001)    *
      * tenu de bout en bout, ce programme :                         *
      *   1. decharge F-CLIENT dans l'ordre des cles vers une        *
      *      generation REOAAAAMMJJ.DAT, au format plein du copybook *
      *      CLIENT et cataloguee dans CATSAV comme une sauvegarde   *
      *      de SAUVEGARDE-CLIENT (restaurable par son mode R) ;     *
      *   2. recharge la generation dans un indexe neuf INP001N et   *
      *      le relit : nombre d'enregistrements et total de         *
      *      controle des cles doivent egaler ceux du dechargement ; *
      *   3. seulement alors, bascule : INP001 est recree et         *
      *      recharge depuis INP001N, puis recompte a son tour.      *
      * Un ecart a l'etape 2 laisse INP001 intact. L'etat REORG      *
      * donne l'avant et l'apres : enregistrements, total de         *
      * controle, taille du fichier, espace recupere et doublons de  *
      * la cle secondaire telephone (FS-TELEPHONE, hors numeros a    *
      * blanc, comptes a part).                                      *
      * Code retour : 0, 8 verrou refuse ou ecart avant bascule      *
      * (INP001 inchange), 99 erreur fichier ; apres un ecart a la   *
      * bascule (99), INP001 se restaure depuis la generation.       *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANISE-CLIENT.

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
      * L'indexe neuf, memes cles qu'INP001, vide apres la bascule.
           SELECT F-NOUVEAU ASSIGN TO DYNAMIC WS-NOM-INP001N
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FN-CLIENT-ID
               ALTERNATE RECORD KEY IS FN-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-NOUVEAU.
           SELECT F-GENERATION ASSIGN TO DYNAMIC WS-NOM-GENERATION
               FILE STATUS IS WS-FS-GENERATION.
           SELECT OPTIONAL F-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATSAV
               FILE STATUS IS WS-FS-CATALOGUE.

       DATA DIVISION.
       FILE SECTION.
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

           FD F-NOUVEAU
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FN-ENR-CLIENT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==FN-CLIENT-ID==
                       ==CLI-PRENOM== BY ==FN-PRENOM==
                       ==CLI-NOM== BY ==FN-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==FN-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==FN-ADRESSE==
                       ==CLI-RUE== BY ==FN-RUE==
                       ==CLI-CODE-POSTAL== BY ==FN-CODE-POSTAL==
                       ==CLI-VILLE== BY ==FN-VILLE==
                       ==CLI-TELEPHONE== BY ==FN-TELEPHONE==
                       ==CLI-EMAIL== BY ==FN-EMAIL==
                       ==CLI-STATUT== BY ==FN-STATUT==.

           FD F-GENERATION
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FG-ENR-GENERATION.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==FG-CLIENT-ID==
                       ==CLI-PRENOM== BY ==FG-PRENOM==
                       ==CLI-NOM== BY ==FG-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==FG-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==FG-ADRESSE==
                       ==CLI-RUE== BY ==FG-RUE==
                       ==CLI-CODE-POSTAL== BY ==FG-CODE-POSTAL==
                       ==CLI-VILLE== BY ==FG-VILLE==
                       ==CLI-TELEPHONE== BY ==FG-TELEPHONE==
                       ==CLI-EMAIL== BY ==FG-EMAIL==
                       ==CLI-STATUT== BY ==FG-STATUT==.

      * Entree de catalogue au decoupage de SAUVEGARDE-CLIENT.
           FD F-CATALOGUE
               RECORD CONTAINS 56 CHARACTERS.
           01 FS-ENR-CATALOGUE.
              05 FC-NOM-GENERATION PIC X(30).
              05 FC-DATE-SAUVEGARDE PIC 9(08).
              05 FC-NB-ENREG    PIC 9(06).
              05 FC-HASH        PIC 9(12).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001     PIC X(30) VALUE "INP001".
              05 WS-NOM-INP001N    PIC X(30) VALUE "INP001N".
              05 WS-NOM-CATSAV     PIC X(30) VALUE "CATSAV".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-NOUVEAU    PIC X(02).
           01 WS-FS-GENERATION PIC X(02).
           01 WS-FS-CATALOGUE  PIC X(02).

           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".
           01 WS-FIN-NOUVEAU   PIC X(01) VALUE "N".
              88 FIN-FICHIER-NOUVEAU VALUE "O".
           01 WS-FIN-GENERATION PIC X(01) VALUE "N".
              88 FIN-FICHIER-GENERATION VALUE "O".

           01 WS-NOM-GENERATION PIC X(30).
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Statistiques avant (1) et apres (2) reorganisation. Le total
      * de controle est la somme des identifiants, comme au
      * catalogue des sauvegardes.
           01 WS-P             PIC 9(01).
           01 WS-STATISTIQUES.
              05 WS-STAT OCCURS 2 TIMES.
                 10 WS-ST-NB-ENREG   PIC 9(06).
                 10 WS-ST-HASH       PIC 9(12).
                 10 WS-ST-TAILLE     PIC 9(12).
                 10 WS-ST-TAILLE-CONNUE PIC X(01).
                    88 TAILLE-CONNUE VALUE "O".
                 10 WS-ST-DOUBLONS   PIC 9(06).
                 10 WS-ST-TEL-BLANC  PIC 9(06).

      * Comptes du dechargement et de la relecture d'INP001N.
           01 WS-NB-DECHARGES  PIC 9(06) VALUE 0.
           01 WS-HASH-DECHARGE PIC 9(12) VALUE 0.
           01 WS-NB-RECHARGES  PIC 9(06) VALUE 0.
           01 WS-NB-NOUVEAU    PIC 9(06) VALUE 0.
           01 WS-HASH-NOUVEAU  PIC 9(12) VALUE 0.
           01 WS-NB-ERREURS    PIC 9(06) VALUE 0.

      * Parcours par la cle telephone : le numero precedent.
           01 WS-TEL-PRECEDENT PIC X(15).

      * Battement du verrou : tous les 100 enregistrements traites,
      * toutes passes confondues.
           01 WS-NB-TRAITES    PIC 9(08) VALUE 0.

      * Taille d'un fichier (routine CBL_CHECK_FILE_EXIST). Selon le
      * gestionnaire de fichiers indexes, INP001 est un fichier
      * unique ou un couple donnees (.dat) et index (.idx) : la
      * taille est alors la somme des deux.
           01 WS-NOM-MESURE    PIC X(20).
           01 WS-DETAIL-FICHIER.
              05 WS-DF-TAILLE  PIC X(08) COMP-X.
              05 WS-DF-JOUR    PIC X(01) COMP-X.
              05 WS-DF-MOIS    PIC X(01) COMP-X.
              05 WS-DF-ANNEE   PIC X(02) COMP-X.
              05 WS-DF-HEURE   PIC X(01) COMP-X.
              05 WS-DF-MINUTE  PIC X(01) COMP-X.
              05 WS-DF-SECONDE PIC X(01) COMP-X.
              05 WS-DF-CENTIEME PIC X(01) COMP-X.
           01 WS-RETOUR-MESURE PIC S9(09) COMP-5.
           01 WS-TAILLE-PARTIE PIC 9(12).
           01 WS-RECUPERE      PIC S9(12).
           01 WS-RECUPERE-ED   PIC -(11)9.
           01 WS-POURCENT-ED   PIC -(3)9.9.

      * Code retour de la passe, rendu a la fin : les appels au
      * verrou et a l'edition ne doivent pas l'ecraser.
           01 WS-CODE-RETOUR   PIC 9(02) VALUE 0.

           01 WS-VERDICT       PIC X(01).
              88 BASCULE-AUTORISEE VALUE "O".

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "REORG".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).
           01 WS-LIBELLE       PIC X(32).
           01 WS-VALEUR-AVANT  PIC X(14).
           01 WS-VALEUR-APRES  PIC X(14).
           01 WS-NOMBRE-ED     PIC Z(11)9.

      * Jeton de mise a jour de F-CLIENT (sous-programme partage
      * verrou-client, fichier LCK001) : pris avant le
      * dechargement, rendu apres la bascule, battement en cours de
      * passe. Aucune mise a jour ne doit s'intercaler entre le
      * dechargement et la bascule.
           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20)
                  VALUE "REORGANISE-CLIENT".
              05 WS-VR-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-STATISTIQUES.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-NOM-GENERATION.
           STRING "REO" DELIMITED BY SIZE
               WS-DATE-DU-JOUR DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-GENERATION
           END-STRING.
           MOVE WS-NOM-GENERATION TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-GENERATION.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO WS-P.
           PERFORM MESURER-INP001.
           PERFORM DECHARGER-F-CLIENT.
           IF WS-CODE-RETOUR = 0
               PERFORM COMPTER-DOUBLONS-TEL
           END-IF.
           IF WS-CODE-RETOUR = 0
               PERFORM CATALOGUER-LA-GENERATION
               PERFORM CONSTRUIRE-NOUVEAU
           END-IF.
           IF WS-CODE-RETOUR = 0
               PERFORM CONTROLER-AVANT-BASCULE
           END-IF.
           IF BASCULE-AUTORISEE
               PERFORM BASCULER
               MOVE 2 TO WS-P
               PERFORM RECOMPTER-F-CLIENT
               PERFORM COMPTER-DOUBLONS-TEL
               PERFORM MESURER-INP001
               PERFORM CONTROLER-APRES-BASCULE
           END-IF.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           PERFORM EDITER-STATISTIQUES.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Etape 1 : dechargement d'INP001 dans l'ordre des cles vers   *
      * la generation REOAAAAMMJJ.DAT                                *
      ****************************************************************
       DECHARGER-F-CLIENT.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-GENERATION.
           IF WS-FS-GENERATION NOT = "00"
               DISPLAY "Erreur ouverture "
                   FUNCTION TRIM(WS-NOM-GENERATION)
                   ". FILE STATUS: " WS-FS-GENERATION
               CLOSE F-CLIENT
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-CLIENT.
           PERFORM LIRE-CLIENT.
           PERFORM DECHARGER-UN-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-GENERATION.
           CLOSE F-CLIENT.
           IF WS-NB-ERREURS > 0
               DISPLAY WS-NB-ERREURS " erreur(s) d'ecriture de la "
                   "generation : reorganisation abandonnee."
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Generation " FUNCTION TRIM(WS-NOM-GENERATION)
               " ecrite : " WS-NB-DECHARGES " enregistrement(s).".

       LIRE-CLIENT.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-FICHIER-CLIENT TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-CLIENT
               PERFORM BATTRE-LE-VERROU
           END-IF.

       DECHARGER-UN-CLIENT.
           ADD 1 TO WS-ST-NB-ENREG (1).
           ADD FS-CLIENT-ID TO WS-ST-HASH (1).
           WRITE FG-ENR-GENERATION FROM FS-ENR-CLIENT
           END-WRITE.
           IF WS-FS-GENERATION = "00"
               ADD 1 TO WS-NB-DECHARGES
               ADD FS-CLIENT-ID TO WS-HASH-DECHARGE
           ELSE
               DISPLAY "Erreur ecriture generation. FILE STATUS: "
                   WS-FS-GENERATION
               ADD 1 TO WS-NB-ERREURS
           END-IF.
           PERFORM LIRE-CLIENT.

      * Preuve de vie du detenteur du jeton, tous les 100.
       BATTRE-LE-VERROU.
           ADD 1 TO WS-NB-TRAITES.
           IF FUNCTION MOD(WS-NB-TRAITES, 100) = 0
               MOVE "B" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
           END-IF.

      * Inscription au catalogue des sauvegardes : la generation de
      * reorganisation se verifie et se restaure comme une autre.
       CATALOGUER-LA-GENERATION.
           OPEN EXTEND F-CATALOGUE.
           IF WS-FS-CATALOGUE = "00" OR WS-FS-CATALOGUE = "05"
               MOVE WS-NOM-GENERATION TO FC-NOM-GENERATION
               MOVE WS-DATE-DU-JOUR TO FC-DATE-SAUVEGARDE
               MOVE WS-NB-DECHARGES TO FC-NB-ENREG
               MOVE WS-HASH-DECHARGE TO FC-HASH
               WRITE FS-ENR-CATALOGUE
               END-WRITE
               CLOSE F-CATALOGUE
           ELSE
               DISPLAY "Erreur ouverture CATSAV. FILE STATUS: "
                   WS-FS-CATALOGUE
           END-IF.

      ****************************************************************
      * Doublons de la cle secondaire : parcours d'INP001 dans       *
      * l'ordre des telephones, un doublon par enregistrement qui    *
      * repete le numero du precedent ; les numeros a blanc sont     *
      * comptes a part                                               *
      ****************************************************************
       COMPTER-DOUBLONS-TEL.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-CLIENT.
           MOVE LOW-VALUES TO FS-TELEPHONE.
           START F-CLIENT KEY IS NOT LESS THAN FS-TELEPHONE
               INVALID KEY
                   SET FIN-FICHIER-CLIENT TO TRUE
           END-START.
           MOVE LOW-VALUES TO WS-TEL-PRECEDENT.
           IF NOT FIN-FICHIER-CLIENT
               PERFORM LIRE-CLIENT
           END-IF.
           PERFORM EXAMINER-TELEPHONE UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.

       EXAMINER-TELEPHONE.
           EVALUATE TRUE
               WHEN FS-TELEPHONE = SPACES
                   ADD 1 TO WS-ST-TEL-BLANC (WS-P)
               WHEN FS-TELEPHONE = WS-TEL-PRECEDENT
                   ADD 1 TO WS-ST-DOUBLONS (WS-P)
           END-EVALUATE.
           MOVE FS-TELEPHONE TO WS-TEL-PRECEDENT.
           PERFORM LIRE-CLIENT.

      ****************************************************************
      * Etape 2 : rechargement de la generation dans l'indexe neuf   *
      * INP001N, puis relecture complete de celui-ci                 *
      ****************************************************************
       CONSTRUIRE-NOUVEAU.
           OPEN INPUT F-GENERATION.
           IF WS-FS-GENERATION NOT = "00"
               DISPLAY "Erreur ouverture "
                   FUNCTION TRIM(WS-NOM-GENERATION)
                   ". FILE STATUS: " WS-FS-GENERATION
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-NOUVEAU.
           IF WS-FS-NOUVEAU NOT = "00"
               DISPLAY "Erreur ouverture INP001N. FILE STATUS: "
                   WS-FS-NOUVEAU
               CLOSE F-GENERATION
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-GENERATION.
           PERFORM RECHARGER-UN-ENREG UNTIL FIN-FICHIER-GENERATION.
           CLOSE F-NOUVEAU.
           CLOSE F-GENERATION.
           OPEN INPUT F-NOUVEAU.
           IF WS-FS-NOUVEAU NOT = "00"
               DISPLAY "Erreur ouverture INP001N. FILE STATUS: "
                   WS-FS-NOUVEAU
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-NOUVEAU.
           PERFORM LIRE-NOUVEAU.
           PERFORM RECOMPTER-NOUVEAU UNTIL FIN-FICHIER-NOUVEAU.
           CLOSE F-NOUVEAU.

       RECHARGER-UN-ENREG.
           READ F-GENERATION
               AT END
                   SET FIN-FICHIER-GENERATION TO TRUE
           END-READ.
           IF FIN-FICHIER-GENERATION
               EXIT PARAGRAPH
           END-IF.
           PERFORM BATTRE-LE-VERROU.
           WRITE FN-ENR-CLIENT FROM FG-ENR-GENERATION
           END-WRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-NOUVEAU = "00" OR WS-FS-NOUVEAU = "02"
               ADD 1 TO WS-NB-RECHARGES
           ELSE
               DISPLAY "Erreur rechargement client " FG-CLIENT-ID
                   " dans INP001N. FILE STATUS: " WS-FS-NOUVEAU
               ADD 1 TO WS-NB-ERREURS
           END-IF.

       LIRE-NOUVEAU.
           READ F-NOUVEAU NEXT RECORD
               AT END
                   SET FIN-FICHIER-NOUVEAU TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-NOUVEAU
               PERFORM BATTRE-LE-VERROU
           END-IF.

       RECOMPTER-NOUVEAU.
           ADD 1 TO WS-NB-NOUVEAU.
           ADD FN-CLIENT-ID TO WS-HASH-NOUVEAU.
           PERFORM LIRE-NOUVEAU.

      * L'indexe neuf doit porter exactement ce qui a ete decharge,
      * et le dechargement tout ce qu'INP001 contenait.
       CONTROLER-AVANT-BASCULE.
           MOVE "N" TO WS-VERDICT.
           IF WS-NB-ERREURS = 0
               AND WS-NB-DECHARGES = WS-ST-NB-ENREG (1)
               AND WS-HASH-DECHARGE = WS-ST-HASH (1)
               AND WS-NB-NOUVEAU = WS-NB-DECHARGES
               AND WS-HASH-NOUVEAU = WS-HASH-DECHARGE
               SET BASCULE-AUTORISEE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ECART avant bascule : INP001 " WS-ST-NB-ENREG (1)
               " / " WS-ST-HASH (1) ", generation " WS-NB-DECHARGES
               " / " WS-HASH-DECHARGE ", INP001N " WS-NB-NOUVEAU
               " / " WS-HASH-NOUVEAU ".".
           DISPLAY "Reorganisation abandonnee : INP001 inchange.".
           MOVE 8 TO WS-CODE-RETOUR.

      ****************************************************************
      * Etape 3 : bascule. INP001 est recree et recharge depuis      *
      * l'indexe neuf verifie ; INP001N est ensuite vide             *
      ****************************************************************
       BASCULER.
           OPEN INPUT F-NOUVEAU.
           IF WS-FS-NOUVEAU NOT = "00"
               DISPLAY "Erreur ouverture INP001N. FILE STATUS: "
                   WS-FS-NOUVEAU
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-NOUVEAU
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-NOUVEAU.
           PERFORM LIRE-NOUVEAU.
           PERFORM BASCULER-UN-ENREG UNTIL FIN-FICHIER-NOUVEAU.
           CLOSE F-CLIENT.
           CLOSE F-NOUVEAU.
           OPEN OUTPUT F-NOUVEAU.
           CLOSE F-NOUVEAU.

       BASCULER-UN-ENREG.
           WRITE FS-ENR-CLIENT FROM FN-ENR-CLIENT
           END-WRITE.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur bascule client " FN-CLIENT-ID
                   ". FILE STATUS: " WS-FS-CLIENT
               ADD 1 TO WS-NB-ERREURS
           END-IF.
           PERFORM LIRE-NOUVEAU.

       RECOMPTER-F-CLIENT.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-CLIENT.
           PERFORM LIRE-CLIENT.
           PERFORM RECOMPTER-UN-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.

       RECOMPTER-UN-CLIENT.
           ADD 1 TO WS-ST-NB-ENREG (2).
           ADD FS-CLIENT-ID TO WS-ST-HASH (2).
           PERFORM LIRE-CLIENT.

       CONTROLER-APRES-BASCULE.
           IF WS-NB-ERREURS = 0
               AND WS-ST-NB-ENREG (2) = WS-ST-NB-ENREG (1)
               AND WS-ST-HASH (2) = WS-ST-HASH (1)
               AND WS-CODE-RETOUR = 0
               DISPLAY "INP001 reorganise : " WS-ST-NB-ENREG (2)
                   " enregistrement(s), total de controle exact."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ECART apres bascule : INP001 relu "
               WS-ST-NB-ENREG (2) " / " WS-ST-HASH (2) " pour "
               WS-ST-NB-ENREG (1) " / " WS-ST-HASH (1) ".".
           DISPLAY "Restaurer INP001 depuis "
               FUNCTION TRIM(WS-NOM-GENERATION)
               " (SAUVEGARDE-CLIENT, mode R).".
           MOVE 99 TO WS-CODE-RETOUR.

      ****************************************************************
      * Taille d'INP001 sur disque, fichier unique ou couple         *
      * donnees/index                                                *
      ****************************************************************
       MESURER-INP001.
           MOVE "N" TO WS-ST-TAILLE-CONNUE (WS-P).
           MOVE 0 TO WS-ST-TAILLE (WS-P).
           MOVE WS-NOM-INP001 TO WS-NOM-MESURE.
           PERFORM MESURER-UN-FICHIER.
           IF TAILLE-CONNUE (WS-P)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOM-MESURE.
           STRING WS-NOM-INP001 DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE INTO WS-NOM-MESURE
           END-STRING.
           PERFORM MESURER-UN-FICHIER.
           MOVE SPACES TO WS-NOM-MESURE.
           STRING WS-NOM-INP001 DELIMITED BY SPACE
               ".idx" DELIMITED BY SIZE INTO WS-NOM-MESURE
           END-STRING.
           PERFORM MESURER-UN-FICHIER.

       MESURER-UN-FICHIER.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOM-MESURE WS-DETAIL-FICHIER
               RETURNING WS-RETOUR-MESURE
           END-CALL.
           IF WS-RETOUR-MESURE = 0
               MOVE WS-DF-TAILLE TO WS-TAILLE-PARTIE
               ADD WS-TAILLE-PARTIE TO WS-ST-TAILLE (WS-P)
               SET TAILLE-CONNUE (WS-P) TO TRUE
           END-IF.

      ****************************************************************
      * Etat REORG : avant, apres, espace recupere                   *
      ****************************************************************
       EDITER-STATISTIQUES.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "REORGANISATION INP001 DU " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               DISPLAY "Etat REORG indisponible. Code retour : "
                   WS-ED-CODE-RETOUR
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           MOVE "AVANT" TO WS-LIGNE (48:5).
           MOVE "APRES" TO WS-LIGNE (62:5).
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Enregistrements" TO WS-LIBELLE.
           MOVE WS-ST-NB-ENREG (1) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-AVANT.
           MOVE WS-ST-NB-ENREG (2) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-APRES.
           PERFORM ECRIRE-LIGNE-STATISTIQUE.
           MOVE "Total de controle des cles" TO WS-LIBELLE.
           MOVE WS-ST-HASH (1) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-AVANT.
           MOVE WS-ST-HASH (2) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-APRES.
           PERFORM ECRIRE-LIGNE-STATISTIQUE.
           MOVE "Taille INP001 (octets)" TO WS-LIBELLE.
           IF TAILLE-CONNUE (1)
               MOVE WS-ST-TAILLE (1) TO WS-NOMBRE-ED
               MOVE WS-NOMBRE-ED TO WS-VALEUR-AVANT
           ELSE
               MOVE "           n/d" TO WS-VALEUR-AVANT
           END-IF.
           IF TAILLE-CONNUE (2)
               MOVE WS-ST-TAILLE (2) TO WS-NOMBRE-ED
               MOVE WS-NOMBRE-ED TO WS-VALEUR-APRES
           ELSE
               MOVE "           n/d" TO WS-VALEUR-APRES
           END-IF.
           PERFORM ECRIRE-LIGNE-STATISTIQUE.
           MOVE "Doublons de cle telephone" TO WS-LIBELLE.
           MOVE WS-ST-DOUBLONS (1) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-AVANT.
           MOVE WS-ST-DOUBLONS (2) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-APRES.
           PERFORM ECRIRE-LIGNE-STATISTIQUE.
           MOVE "Telephones a blanc" TO WS-LIBELLE.
           MOVE WS-ST-TEL-BLANC (1) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-AVANT.
           MOVE WS-ST-TEL-BLANC (2) TO WS-NOMBRE-ED.
           MOVE WS-NOMBRE-ED TO WS-VALEUR-APRES.
           PERFORM ECRIRE-LIGNE-STATISTIQUE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-ESPACE-RECUPERE.
           PERFORM ECRIRE-LIGNE-ETAT.
           EVALUATE TRUE
               WHEN BASCULE-AUTORISEE AND WS-CODE-RETOUR = 0
                   STRING "Reorganisation faite. Generation "
                       "de securite : " WS-NOM-GENERATION
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN BASCULE-AUTORISEE
                   STRING "ECART APRES BASCULE : restaurer "
                       "INP001 depuis " WS-NOM-GENERATION
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN OTHER
                   MOVE "Reorganisation abandonnee : INP001 inchange."
                       TO WS-LIGNE
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

       ECRIRE-LIGNE-STATISTIQUE.
           IF NOT BASCULE-AUTORISEE
               MOVE "             -" TO WS-VALEUR-APRES
           END-IF.
           STRING WS-LIBELLE "      " WS-VALEUR-AVANT
               WS-VALEUR-APRES DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

      * L'espace recupere est la difference de taille d'INP001 ; un
      * fichier dont la taille n'a pu etre lue le laisse n/d.
       EDITER-ESPACE-RECUPERE.
           IF NOT BASCULE-AUTORISEE
               OR NOT TAILLE-CONNUE (1) OR NOT TAILLE-CONNUE (2)
               MOVE "Espace recupere : n/d" TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RECUPERE = WS-ST-TAILLE (1) - WS-ST-TAILLE (2).
           MOVE WS-RECUPERE TO WS-RECUPERE-ED.
           IF WS-ST-TAILLE (1) > 0
               COMPUTE WS-POURCENT-ED ROUNDED =
                   WS-RECUPERE * 100 / WS-ST-TAILLE (1)
           ELSE
               MOVE 0 TO WS-POURCENT-ED
           END-IF.
           STRING "Espace recupere : "
               FUNCTION TRIM(WS-RECUPERE-ED) " octet(s), soit "
               FUNCTION TRIM(WS-POURCENT-ED) " % de la taille avant."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-LIGNE).
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
