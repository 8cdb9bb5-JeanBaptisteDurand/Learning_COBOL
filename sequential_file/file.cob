      * consultations du centre d'appels (RECHERCHE-TEL) ; elle doit
      * figurer dans chaque declaration de F-CLIENT pour que la
      * definition physique du fichier reste la meme partout.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
      * et du fichier trie en sortie : F-CLIENT est indexe sur
      * l'identifiant, mais le report vers F-SORTIE se fait desormais
      * par ordre de nom, via ce fichier intermediaire.
           SELECT SD-CLIENT-TRI ASSIGN TO DYNAMIC WS-NOM-SRT001.
      * Declaration de l'instantane de la veille : une copie de
      * F-CLIENT prise en fin de traitement, indexee sur le meme
      * identifiant, contre laquelle le mode delta compare les
      * enregistrements de ce soir.
           SELECT F-SNAPSHOT ASSIGN TO DYNAMIC WS-NOM-SNP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CLIENT-ID
               FILE STATUS IS WS-FS-SNAPSHOT.
           SELECT F-CLIENT-TRIE ASSIGN TO DYNAMIC WS-NOM-TRI001
               FILE STATUS IS WS-FS-CLIENT-TRIE.
      * Declaration du fichier F-SORTIE en ecriture. Le nom est
      * dynamique : OUT001 en passage normal, suffixe du nom de la
      * Declaration de la carte parametre : un fichier texte optionnel
      * lu au demarrage, une ligne CLE=VALEUR par reglage. Son absence
      * laisse chaque reglage a sa valeur historique.
           SELECT OPTIONAL F-PARAMS ASSIGN TO DYNAMIC WS-NOM-PRM001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.
      * Alertes d'exploitation, pour signaler un sceau de point de
      * controle refuse (meme fichier que la chaine de nuit).
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.
      * Compteur persistant du numero de run, incremente a chaque
      * extraction : il date et numerote l'entete de F-SORTIE pour
      * que l'aval distingue le fichier de mardi de celui de
      * mercredi.
           SELECT OPTIONAL F-NUMERO-RUN ASSIGN TO DYNAMIC WS-NOM-NUM001
               FILE STATUS IS WS-FS-NUMERO.
      * Historique des volumes : les compteurs de chaque nuit,
      * ajoutes en fin de run et relus par RAPPORT-VOLUMES pour
      * suivre les tendances et reperer les anomalies de volume.
           SELECT OPTIONAL F-VOLUMES ASSIGN TO DYNAMIC WS-NOM-VOL001
               FILE STATUS IS WS-FS-VOLUMES.
      * Referentiel des agences : un code a deux chiffres et un
      * libelle par ligne. La carte parametre (AGENCE=nn) designe
      * est reporte dans l'entete de F-SORTIE et dans l'historique
      * des volumes pour que deux agences exploitees sur la meme
      * machine ne melangent plus leurs fichiers.
           SELECT OPTIONAL F-AGENCES ASSIGN TO DYNAMIC WS-NOM-AGE001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENCES.

                       ==CLI-VILLE== BY ==SN-VILLE==
                       ==CLI-TELEPHONE== BY ==SN-TELEPHONE==
                       ==CLI-EMAIL== BY ==SN-EMAIL==
                       ==CLI-STATUT== BY ==SN-STATUT==
                       ==CLI-ETRANGER== BY ==SN-ETRANGER==.

      * Fichier de travail du SORT ci-dessous : memes champs que
      * F-CLIENT, sous prefixe SD-, precedes de la cle de tri pliee
      * Une alerte d'exploitation, au format d'ECRIRE-ALERTE de la
      * chaine de nuit.
           FD F-ALERTES
               RECORD CONTAINS 69 CHARACTERS.
           01 FS-ENR-ALERTE PIC X(69).

      * Le numero du dernier run attribue.
           FD F-NUMERO-RUN
           01 FR5-ENR PIC X(104).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-SRT001    PIC X(30) VALUE "SRT001".
              05 WS-NOM-SNP001    PIC X(30) VALUE "SNP001".
              05 WS-NOM-TRI001    PIC X(30) VALUE "TRI001".
              05 WS-NOM-PRM001    PIC X(30) VALUE "PRM001".
              05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
              05 WS-NOM-NUM001    PIC X(30) VALUE "NUM001".
              05 WS-NOM-VOL001    PIC X(30) VALUE "VOL001".
              05 WS-NOM-AGE001    PIC X(30) VALUE "AGE001".
              05 WS-NOM-SORTIE    PIC X(30) VALUE "OUT001".
              05 WS-NOM-CHECKPOINT PIC X(30) VALUE "CKP001".
              05 WS-NOM-REJETS    PIC X(30) VALUE "REJ001".
              05 WS-NOM-BILAN-PART PIC X(30) VALUE "BIL001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 13.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

      * (3) Variables FILE STATUS pour chaque fichier
           01 WS-FS-CLIENT       PIC X(02).
           01 WS-FS-CLIENT-TRIE  PIC X(02).
      * defaut sont les noms historiques ; en mode partitionne, le
      * suffixe de partition (PART-SUFFIXE) leur est accole pour que
      * chaque instance ait sa sortie, son point de reprise et ses
      * rejets. Ils sont tenus dans WS-NOMS-FICHIERS.

      * Bornes de la plage de cles de l'instance (mode partitionne) :
      * seuls les clients dont FS-CLIENT-ID tombe dans la plage sont
      * Routage regional (lignes REGION=dd,FICHIER de la carte
      * parametre, jusqu'a cinq) : les clients dont le departement
      * postal correspond partent dans le fichier de leur region,
      * les autres restent dans le F-SORTIE national. Les
      * adresses etrangeres se rangent sous le departement 99,
      * qu'aucun code postal francais ne porte : REGION=99,FICHIER
      * leur ouvre une region internationale, sinon elles restent
      * au national. Chaque region
      * tient son compte et son cumul de controle pour son propre
      * trailer. Le point de controle est suspendu dans ce mode :
      * les compteurs par fichier ne sauraient etre restaures en
                 10 WS-REGION-TRF-IN  PIC 9(06).
                 10 WS-REGION-TRF-OUT PIC 9(06).
           01 WS-I-REGION        PIC 9(01).
           01 WS-NOM-REGION1     PIC X(30).
           01 WS-NOM-REGION2     PIC X(30).
           01 WS-NOM-REGION3     PIC X(30).
           01 WS-NOM-REGION4     PIC X(30).
           01 WS-NOM-REGION5     PIC X(30).
           01 WS-FS-REGION1      PIC X(02).
           01 WS-FS-REGION2      PIC X(02).
           01 WS-FS-REGION3      PIC X(02).
           01 WS-PARAM-FICHIER   PIC X(12).
           01 WS-CP-TRAVAIL      PIC 9(05).
           01 WS-CP-TRAVAIL-X REDEFINES WS-CP-TRAVAIL PIC X(05).
           01 WS-CP-INTERNATIONAL PIC 9(05) VALUE 99000.
      * Compte et cumul du seul fichier national en mode regional
      * (WS-NB-ECRITS et WS-HASH-ACCUM restent les totaux toutes
      * destinations confondues, pour le bilan et le disjoncteur).
                       ==CLI-VILLE== BY ==WS-VILLE==
                       ==CLI-TELEPHONE== BY ==WS-TELEPHONE==
                       ==CLI-EMAIL== BY ==WS-EMAIL==
                       ==CLI-STATUT== BY ==WS-STATUT==
                       ==CLI-CONTACT== BY ==WS-CONTACT==
                       ==CLI-ENTREPRISE== BY ==WS-ENTREPRISE==
                       ==CLI-ETRANGER== BY ==WS-ETRANGER==.

      * Zone nominative des reports (sortie, transfert, rejet) :
      * prenom et nom du particulier, ou contact et raison sociale
      * de l'entreprise. Le SIRET COMP-3 qui partage les octets du
      * prenom ne passe jamais dans ces zones caractere.
           01 WS-IDENTITE-REPORT.
              05 WS-IDR-PRENOM PIC X(20).
              05 WS-IDR-NOM    PIC X(20).

      * Structure de travail pour F-SORTIE. Le code mouvement en
      * derniere position reste blanc en extraction complete.
              05 WS-ALR-LUS         PIC 9(06).
              05 WS-ALR-ECRITS      PIC 9(06).
              05 WS-ALR-REJETS      PIC 9(06).
              05 WS-ALR-ORIGINE     PIC X(01).

      * Agence du run (AGENCE=nn dans la carte parametre), validee
      * contre le referentiel AGE001. Zero = exploitation mono-

       PROCEDURE DIVISION USING CR-EXTRACTION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-PTR-CR TO ADDRESS OF CR-EXTRACTION.
           IF WS-PTR-CR NOT = NULL
               AND CR-SANS-DIALOGUE = "O"
               MOVE SPACES TO WS-NOM-SORTIE
               STRING "OUT001" WS-PART-SUFFIXE DELIMITED BY SIZE
                   INTO WS-NOM-SORTIE
               MOVE WS-NOM-SORTIE TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-SORTIE
               MOVE SPACES TO WS-NOM-CHECKPOINT
               STRING "CKP001" WS-PART-SUFFIXE DELIMITED BY SIZE
                   INTO WS-NOM-CHECKPOINT
               MOVE WS-NOM-CHECKPOINT TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-CHECKPOINT
               MOVE SPACES TO WS-NOM-REJETS
               STRING "REJ001" WS-PART-SUFFIXE DELIMITED BY SIZE
                   INTO WS-NOM-REJETS
               MOVE WS-NOM-REJETS TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-REJETS
               MOVE SPACES TO WS-NOM-BILAN-PART
               STRING "BIL001" WS-PART-SUFFIXE DELIMITED BY SIZE
                   INTO WS-NOM-BILAN-PART
               MOVE WS-NOM-BILAN-PART TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-BILAN-PART
           END-IF.
           DISPLAY "Partition active : cles " WS-PART-BASSE " a "
               WS-PART-HAUTE ", sortie "
               FUNCTION TRIM(WS-NOM-SORTIE) ".".

       LIRE-UNE-LIGNE-PARAM.
           READ F-PARAMS
       OUVRIR-FICHIERS-REGIONS.
           IF WS-NB-REGIONS >= 1
               MOVE WS-REGION-FICHIER (1) TO WS-NOM-REGION1
               MOVE WS-NOM-REGION1 TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-REGION1
               OPEN OUTPUT F-REGION1
               IF WS-FS-REGION1 NOT = "00"
                   DISPLAY "Erreur ouverture " WS-NOM-REGION1
           END-IF.
           IF WS-NB-REGIONS >= 2
               MOVE WS-REGION-FICHIER (2) TO WS-NOM-REGION2
               MOVE WS-NOM-REGION2 TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-REGION2
               OPEN OUTPUT F-REGION2
               IF WS-FS-REGION2 NOT = "00"
                   DISPLAY "Erreur ouverture " WS-NOM-REGION2
           END-IF.
           IF WS-NB-REGIONS >= 3
               MOVE WS-REGION-FICHIER (3) TO WS-NOM-REGION3
               MOVE WS-NOM-REGION3 TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-REGION3
               OPEN OUTPUT F-REGION3
               IF WS-FS-REGION3 NOT = "00"
                   DISPLAY "Erreur ouverture " WS-NOM-REGION3
           END-IF.
           IF WS-NB-REGIONS >= 4
               MOVE WS-REGION-FICHIER (4) TO WS-NOM-REGION4
               MOVE WS-NOM-REGION4 TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-REGION4
               OPEN OUTPUT F-REGION4
               IF WS-FS-REGION4 NOT = "00"
                   DISPLAY "Erreur ouverture " WS-NOM-REGION4
           END-IF.
           IF WS-NB-REGIONS >= 5
               MOVE WS-REGION-FICHIER (5) TO WS-NOM-REGION5
               MOVE WS-NOM-REGION5 TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-REGION5
               OPEN OUTPUT F-REGION5
               IF WS-FS-REGION5 NOT = "00"
                   DISPLAY "Erreur ouverture " WS-NOM-REGION5
               WHEN WS-CKP-RUN NOT = WS-RUN-FICHIER
                   SET SCEAU-REFUSE TO TRUE
                   DISPLAY "CKP001 : sceau du run " WS-CKP-RUN
                       " alors que " FUNCTION TRIM(WS-NOM-SORTIE)
                       " porte le run " WS-RUN-FICHIER
                       " : reprise REFUSEE, passage complet."
               WHEN OTHER
           MOVE SPACES TO WS-ALR-FILE-STATUS.
           MOVE 0 TO WS-ALR-SQLCODE.
           MOVE ZERO TO WS-ALR-LUS WS-ALR-ECRITS WS-ALR-REJETS.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-ALR-ORIGINE
           ELSE
               MOVE SPACE TO WS-ALR-ORIGINE
           END-IF.
           OPEN EXTEND F-ALERTES.
           IF WS-FS-ALERTES = "00" OR WS-FS-ALERTES = "05"
               WRITE FS-ENR-ALERTE FROM WS-ENR-ALERTE
           IF NOT REPRISE-CALEE
               DISPLAY "Reprise impossible : le client " WS-CKP-CLE
                   " du point de controle n'est plus dans "
                   "F-CLIENT. Effacer "
                   FUNCTION TRIM(WS-NOM-CHECKPOINT)
                   " et relancer le run complet."
               MOVE WS-FS-CLIENT-TRIE TO WS-FS-ERREUR
               PERFORM ABANDONNER-RUN
      ****************************************************************
       ECRIRE-SORTIE-CLIENT.
           MOVE WS-CLIENT-ID TO WS-SORTIE-ID.
           PERFORM PREPARER-IDENTITE-REPORT.
           MOVE WS-IDENTITE-REPORT TO WS-DATA (1:40).
           MOVE WS-ADRESSE-FLAT TO WS-DATA (41:53).
      * Masquage des seules zones caractere nominatives du report :
      * prenom+nom (1:40) et rue (41:30). Le code postal COMP-3 qui
      * departement (deux premiers chiffres) de son code postal      *
      ****************************************************************
       CHOISIR-DESTINATION-REGION.
           IF WS-ETRANGER
               MOVE WS-CP-INTERNATIONAL TO WS-CP-TRAVAIL
           ELSE
               MOVE WS-CODE-POSTAL TO WS-CP-TRAVAIL
           END-IF.
           PERFORM CHOISIR-REGION-DU-CP.

      * Region servie pour le code postal deja place dans
      * WS-CP-TRAVAIL (zero = reste au national). Partage entre le
      * routage du client courant et la region de la veille lue dans
      * l'instantane ; une adresse etrangere y arrive sous le code
      * WS-CP-INTERNATIONAL, departement 99.
       CHOISIR-REGION-DU-CP.
           MOVE 0 TO WS-REGION-CHOISIE.
           PERFORM VARYING WS-I-REGION FROM 1 BY 1
                   MOVE WS-REGION-SOIR TO WS-REGION-CHOISIE
                   EXIT PARAGRAPH
           END-READ.
           IF SN-ETRANGER
               MOVE WS-CP-INTERNATIONAL TO WS-CP-TRAVAIL
           ELSE
               MOVE SN-CODE-POSTAL TO WS-CP-TRAVAIL
           END-IF.
           PERFORM CHOISIR-REGION-DU-CP.
           MOVE WS-REGION-CHOISIE TO WS-REGION-VEILLE.
           MOVE WS-REGION-SOIR TO WS-REGION-CHOISIE.
      * (le trailer porte les transferts dans ses propres zones).
       ECRIRE-TRANSFERT-SORTANT.
           MOVE WS-CLIENT-ID TO WS-TRF-ID.
           PERFORM PREPARER-IDENTITE-REPORT.
           MOVE WS-IDENTITE-REPORT TO WS-TRF-DATA (1:40).
           MOVE WS-ADRESSE-FLAT TO WS-TRF-DATA (41:53).
           MOVE "T" TO WS-TRF-CODE.
           EVALUATE WS-REGION-VEILLE
               MOVE WS-MOTIF-TABLE (1) TO WS-REJET-CODE
           END-IF.

      ****************************************************************
      * Zone nominative du report selon le type de client            *
      ****************************************************************
       PREPARER-IDENTITE-REPORT.
           IF WS-ENTREPRISE
               MOVE WS-CONTACT TO WS-IDR-PRENOM
           ELSE
               MOVE WS-PRENOM TO WS-IDR-PRENOM
           END-IF.
           MOVE WS-NOM TO WS-IDR-NOM.

      ****************************************************************
      * Ecriture d'un enregistrement rejete dans F-REJETS             *
      ****************************************************************
       ECRIRE-REJET.
           MOVE WS-CLIENT-ID TO WS-REJET-ID.
           PERFORM PREPARER-IDENTITE-REPORT.
           MOVE WS-IDENTITE-REPORT TO WS-REJET-DONNEES (1:40).
           MOVE WS-ADRESSE-FLAT TO WS-REJET-DONNEES (41:53).
           WRITE FS-ENR-REJET FROM WS-ENR-REJET
           END-WRITE.
               CLOSE F-REGION5
           END-IF.
           DISPLAY "Traitement termine.".

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
