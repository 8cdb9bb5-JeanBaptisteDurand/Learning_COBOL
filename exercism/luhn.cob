           SELECT F-BINS ASSIGN TO "BINTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BINS.
      * Liste d'opposition : les numeros declares perdus ou voles,
      * un par ligne (numero;motif;date AAAAMMJJ de l'opposition).
           SELECT F-OPPOSITIONS ASSIGN TO "OPPOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPPOSITIONS.
      * Le fichier client, pour le titulaire de chaque carte, et le
      * journal des mouvements, pour reconnaitre un titulaire purge
      * (supprime avec trace SUPPR) d'un titulaire inconnu.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.
      * Nombre de cartes par client, reconstruit a chaque passe.
           SELECT F-CARTES-CLIENT ASSIGN TO DYNAMIC WS-NOM-CRH001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-ID-CLIENT
               FILE STATUS IS WS-FS-CARTES-CLIENT.

       DATA DIVISION.
       FILE SECTION.
      * L'enregistrement carte porte desormais, apres le numero, la
      * date d'expiration AAAAMM (colonne 34), puis le CLI-ID du
      * titulaire (colonne 41).
       FD F-CARTES.
       01 FS-ENR-CARTE.
           05 FC-NUMERO               PIC X(32).
           05 FILLER                  PIC X(01).
           05 FC-EXPIRATION           PIC X(06).
           05 FILLER                  PIC X(01).
           05 FC-ID-TITULAIRE         PIC X(10).

       FD F-VALIDES.
       01 FS-ENR-VALIDE               PIC X(50).

      * Le rejet porte la carte telle que lue, puis son code de
      * disposition : CLE echec de cle de controle, OPP carte en
      * opposition, REP carte repetee au-dela du seuil, TIN
      * titulaire inconnu de F-CLIENT, TCL identifiant titulaire a
      * cle de controle fausse, TPU titulaire purge, TAN titulaire
      * anonymise, TIA titulaire inactif, EXP carte expiree.
       FD F-INVALIDES.
       01 FS-ENR-INVALIDE.
           05 FI-CARTE                PIC X(50).
           05 FILLER                  PIC X(01).
           05 FI-DISPOSITION          PIC X(03).

       FD F-BINS.
       01 FS-LIGNE-BIN                PIC X(40).

       FD F-OPPOSITIONS.
       01 FS-LIGNE-OPPOSITION         PIC X(80).

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

      * Un mouvement de MVT001, au format de journal-mouvement.
       FD F-MOUVEMENTS
           RECORD CONTAINS 344 CHARACTERS.
       01 FM-ENR-MOUVEMENT.
           05 FM-HORODATAGE           PIC X(15).
           05 FM-PROGRAMME            PIC X(20).
           05 FM-ID-CLIENT            PIC 9(10).
           05 FM-ACTION               PIC X(05).
           05 FM-AVANT                PIC X(145).
           05 FM-APRES                PIC X(145).
           05 FM-OPERATEUR            PIC X(03).
           05 FM-ORIGINE              PIC X(01).

       FD F-CARTES-CLIENT
           RECORD CONTAINS 30 CHARACTERS.
       01 FT-ENR-CARTES.
           COPY CRTCLI.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers du suivi client : prefixes par
      * bac-a-sable quand le bac a sable est actif (variable
      * BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-INP001           PIC X(30) VALUE "INP001".
           05 WS-NOM-MVT001           PIC X(30) VALUE "MVT001".
           05 WS-NOM-CRH001           PIC X(30) VALUE "CRH001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION          PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS           PIC 9(03) VALUE 3.
           05 WS-BS-ETAT              PIC X(01) VALUE SPACE.
               88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE           PIC X(08).
           05 WS-BS-NOM               PIC X(40).
           05 WS-BS-CODE-RETOUR       PIC 9(02).

       01 WS-FS-CARTES                PIC X(02).
       01 WS-FS-VALIDES               PIC X(02).
       01 WS-FS-INVALIDES             PIC X(02).
       01 WS-MASKED-NUMBER            PIC X(32).
       01 WS-MASK-FIN                 PIC 9(2).

      * Totaux de la passe : lues = valides + expirees + invalides
      * + opposees + repetees + rejets titulaire.
       01 WS-COMPTEURS.
           05 WS-NB-LUES              PIC 9(6) VALUE 0.
           05 WS-NB-VALIDES           PIC 9(6) VALUE 0.
           05 WS-NB-EXPIREES          PIC 9(6) VALUE 0.
           05 WS-NB-INVALIDES         PIC 9(6) VALUE 0.
           05 WS-NB-OPPOSEES          PIC 9(6) VALUE 0.
           05 WS-NB-REPETEES          PIC 9(6) VALUE 0.
           05 WS-NB-REJ-TITULAIRE     PIC 9(6) VALUE 0.

      * La table BIN chargee au lancement, et le recapitulatif par
      * emetteur (valides, expirees, echecs de cle de controle).
       01 WS-EMET-TROUVE              PIC X(01).
           88 EMETTEUR-TROUVE VALUE "O".

      * La liste d'opposition chargee au lancement (numeros sans
      * separateurs), avec le nombre de presentations dans le lot.
       01 WS-FS-OPPOSITIONS           PIC X(02).
       01 WS-FIN-OPPOSITIONS          PIC X(01) VALUE "N".
           88 FIN-FICHIER-OPPOSITIONS VALUE "O".
       01 WS-NB-OPP-MAX               PIC 9(3) VALUE 500.
       01 WS-NB-OPP                   PIC 9(3) VALUE 0.
       01 WS-TABLE-OPPOSITIONS.
           05 WS-OPP-ENTRY OCCURS 500 TIMES.
               10 WS-OPP-NUMERO       PIC X(32).
               10 WS-OPP-MOTIF        PIC X(20).
               10 WS-OPP-DATE         PIC X(08).
               10 WS-OPP-PRESENTEES   PIC 9(6).
       01 WS-CHAMP-OPP-NUMERO         PIC X(32).
       01 WS-CHAMP-OPP-MOTIF          PIC X(20).
       01 WS-CHAMP-OPP-DATE           PIC X(08).
       01 WS-OPP-NETTOYE              PIC X(32).
       01 WS-O                        PIC 9(3).
       01 WS-CARTE-OPPOSEE            PIC X(01).
           88 CARTE-OPPOSEE VALUE "O".

      * Repetitions : chaque numero du lot et son nombre
      * d'apparitions, comptes par une premiere lecture de CARTES.DAT.
      * Au-dela du seuil (variable SEUIL_REPETITIONS, 5 par defaut),
      * toutes les apparitions du numero sont ecartees : c'est le
      * schema du test de cartes en serie.
       01 WS-SEUIL-SAISI              PIC X(04).
       01 WS-SEUIL-REPETITIONS        PIC 9(4) VALUE 5.
       01 WS-NB-NUM-MAX               PIC 9(4) VALUE 5000.
       01 WS-NB-NUM                   PIC 9(4) VALUE 0.
       01 WS-TABLE-NUMEROS.
           05 WS-NUM-ENTRY OCCURS 5000 TIMES.
               10 WS-NUM-NUMERO       PIC X(32).
               10 WS-NUM-APPARITIONS  PIC 9(6).
               10 WS-NUM-COMPTE       PIC X(01).
       01 WS-N                        PIC 9(4).
       01 WS-NUM-TROUVE               PIC X(01).
           88 NUMERO-TROUVE VALUE "O".
       01 WS-NUM-SATURE               PIC X(01) VALUE "N".
           88 TABLE-NUMEROS-SATUREE VALUE "O".
       01 WS-CARTE-REPETEE            PIC X(01).
           88 CARTE-REPETEE VALUE "O".
       01 WS-NB-NUM-REPETES           PIC 9(6) VALUE 0.

      * Titulaire de la carte : identifiant, cle de controle
      * (cle-client), presence et statut dans F-CLIENT. Un titulaire
      * anonymise porte le nom neutre d'ANONYMISE-CLIENT ; un
      * titulaire absent est purge si MVT001 trace sa suppression.
       01 WS-FS-CLIENT                PIC X(02).
       01 WS-FS-MOUVEMENTS            PIC X(02).
       01 WS-FIN-MOUVEMENTS           PIC X(01) VALUE "N".
           88 FIN-FICHIER-MOUVEMENTS VALUE "O".
       01 WS-NOM-ANONYMISE            PIC X(20) VALUE "ANONYME".
       01 WS-ID-TITULAIRE             PIC 9(10).
       01 WS-DISPOSITION-TITULAIRE    PIC X(03).
           88 TITULAIRE-ACCEPTE VALUE SPACES.
       01 WS-DEMANDE-CLE.
           05 WS-CC-FONCTION          PIC X(01) VALUE "V".
           05 WS-CC-BASE              PIC 9(09).
           05 WS-CC-ID                PIC 9(10).
           05 WS-CC-VALIDE            PIC X(01).
       01 WS-NB-SUPPR-MAX             PIC 9(4) VALUE 5000.
       01 WS-NB-SUPPR                 PIC 9(4) VALUE 0.
       01 WS-TABLE-SUPPRIMES.
           05 WS-SUPPR-ID OCCURS 5000 TIMES PIC 9(10).
       01 WS-S                        PIC 9(4).
       01 WS-SUPPR-TROUVE             PIC X(01).
           88 SUPPRESSION-TROUVEE VALUE "O".
       01 WS-REJETS-TITULAIRE.
           05 WS-NB-TIN               PIC 9(6) VALUE 0.
           05 WS-NB-TCL               PIC 9(6) VALUE 0.
           05 WS-NB-TPU               PIC 9(6) VALUE 0.
           05 WS-NB-TAN               PIC 9(6) VALUE 0.
           05 WS-NB-TIA               PIC 9(6) VALUE 0.

      * Cartes acceptees par titulaire, chaque numero compte une
      * fois (WS-NUM-COMPTE), pour CRH001.
       01 WS-FS-CARTES-CLIENT         PIC X(02).
       01 WS-NB-TIT-MAX               PIC 9(4) VALUE 5000.
       01 WS-NB-TIT                   PIC 9(4) VALUE 0.
       01 WS-TABLE-TITULAIRES.
           05 WS-TIT-ENTRY OCCURS 5000 TIMES.
               10 WS-TIT-ID           PIC 9(10).
               10 WS-TIT-NB-CARTES    PIC 9(4).
       01 WS-T                        PIC 9(4).
       01 WS-TIT-TROUVE               PIC X(01).
           88 TITULAIRE-TROUVE VALUE "O".

      * Controle d'expiration contre la date du run.
       01 WS-DATE-DU-JOUR             PIC 9(8).
       01 WS-MOIS-COURANT             PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F-CLIENT
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Impossible d'ouvrir le fichier client INP001 "
                   "(FILE STATUS " WS-FS-CLIENT ")."
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGER-SUPPRESSIONS
           PERFORM CHARGER-TABLE-BINS
           PERFORM CHARGER-OPPOSITIONS
           PERFORM COMPTER-REPETITIONS
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-DU-JOUR (1:6) TO WS-MOIS-COURANT
           OPEN INPUT F-CARTES
               PERFORM LUHN
               PERFORM CONTROLER-EXPIRATION
               PERFORM IDENTIFIER-EMETTEUR
               PERFORM CONTROLER-OPPOSITION
               PERFORM CONTROLER-REPETITION
               PERFORM CONTROLER-TITULAIRE
               PERFORM MASQUER-NUMERO
               DISPLAY "Input Number: " WS-MASKED-NUMBER
                   " (" FUNCTION TRIM(WS-EMETTEUR) ")"
               DISPLAY "Validation Result: " WS-VALID
      * Disposition : l'echec de cle de controle prime, puis
      * l'opposition, la repetition, le titulaire et l'expiration ;
      * seule une carte saine part en valides.
               EVALUATE TRUE
                   WHEN WS-VALID NOT = "VALID"
                       ADD 1 TO WS-NB-INVALIDES
                       PERFORM COMPTER-ECHEC-CLE
                       MOVE FS-ENR-CARTE TO FS-ENR-INVALIDE
                       MOVE "CLE" TO FI-DISPOSITION
                       WRITE FS-ENR-INVALIDE
                   WHEN CARTE-OPPOSEE
                       ADD 1 TO WS-NB-OPPOSEES
                       ADD 1 TO WS-OPP-PRESENTEES(WS-O)
                       DISPLAY "Carte en opposition ("
                           FUNCTION TRIM(WS-OPP-MOTIF(WS-O))
                           " le " WS-OPP-DATE(WS-O) ")."
                       MOVE FS-ENR-CARTE TO FS-ENR-INVALIDE
                       MOVE "OPP" TO FI-DISPOSITION
                       WRITE FS-ENR-INVALIDE
                   WHEN CARTE-REPETEE
                       ADD 1 TO WS-NB-REPETEES
                       DISPLAY "Carte repetee "
                           WS-NUM-APPARITIONS(WS-N)
                           " fois dans le lot (seuil "
                           WS-SEUIL-REPETITIONS ")."
                       MOVE FS-ENR-CARTE TO FS-ENR-INVALIDE
                       MOVE "REP" TO FI-DISPOSITION
                       WRITE FS-ENR-INVALIDE
                   WHEN NOT TITULAIRE-ACCEPTE
                       ADD 1 TO WS-NB-REJ-TITULAIRE
                       PERFORM COMPTER-REJET-TITULAIRE
                       DISPLAY "Titulaire " FC-ID-TITULAIRE
                           " refuse (" WS-DISPOSITION-TITULAIRE ")."
                       MOVE FS-ENR-CARTE TO FS-ENR-INVALIDE
                       MOVE WS-DISPOSITION-TITULAIRE TO FI-DISPOSITION
                       WRITE FS-ENR-INVALIDE
                   WHEN CARTE-EXPIREE
                       ADD 1 TO WS-NB-EXPIREES
                       PERFORM COMPTER-EXPIREE
                       DISPLAY "Carte expiree (" WS-EXPIRATION ")."
                       MOVE FS-ENR-CARTE TO FS-ENR-INVALIDE
                       MOVE "EXP" TO FI-DISPOSITION
                       WRITE FS-ENR-INVALIDE
                   WHEN OTHER
                       ADD 1 TO WS-NB-VALIDES
                       PERFORM COMPTER-VALIDE
                       PERFORM COMPTER-CARTE-TITULAIRE
                       MOVE FS-ENR-CARTE TO FS-ENR-VALIDE
                       WRITE FS-ENR-VALIDE
               END-EVALUATE
           CLOSE F-CARTES
           CLOSE F-VALIDES
           CLOSE F-INVALIDES
           CLOSE F-CLIENT
           PERFORM ECRIRE-CARTES-CLIENT
           PERFORM AFFICHER-TOTAUX
           PERFORM AFFICHER-RECAP-EMETTEURS
           PERFORM AFFICHER-RECAP-FRAUDE
           STOP RUN.

      * Chargement de la table des plages BIN (prefixe;emetteur).
               END-IF
           END-IF.

      * Chargement de la liste d'opposition (numero;motif;date). Une
      * liste absente est signalee : aucune carte n'est alors
      * controlee en opposition.
       CHARGER-OPPOSITIONS.
           OPEN INPUT F-OPPOSITIONS
           IF WS-FS-OPPOSITIONS NOT = "00"
               DISPLAY "ATTENTION : liste d'opposition OPPOTAB "
                   "absente, aucune carte controlee en opposition."
               SET FIN-FICHIER-OPPOSITIONS TO TRUE
           END-IF
           PERFORM CHARGER-UNE-OPPOSITION
               UNTIL FIN-FICHIER-OPPOSITIONS
           CLOSE F-OPPOSITIONS.

       CHARGER-UNE-OPPOSITION.
           READ F-OPPOSITIONS
               AT END SET FIN-FICHIER-OPPOSITIONS TO TRUE
           END-READ
           IF FIN-FICHIER-OPPOSITIONS
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-OPP >= WS-NB-OPP-MAX
               DISPLAY "ATTENTION : liste d'opposition tronquee a "
                   WS-NB-OPP-MAX " numeros."
               SET FIN-FICHIER-OPPOSITIONS TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHAMP-OPP-NUMERO WS-CHAMP-OPP-MOTIF
               WS-CHAMP-OPP-DATE
           UNSTRING FS-LIGNE-OPPOSITION DELIMITED BY ";"
               INTO WS-CHAMP-OPP-NUMERO WS-CHAMP-OPP-MOTIF
                   WS-CHAMP-OPP-DATE
           END-UNSTRING
      * Le numero est range sans ses separateurs, comme le numero
      * nettoye de LUHN auquel il sera compare.
           MOVE SPACES TO WS-OPP-NETTOYE
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > FUNCTION LENGTH(WS-CHAMP-OPP-NUMERO)
               IF WS-CHAMP-OPP-NUMERO(WS-INDEX:1) NOT = SPACE
                   MOVE WS-CHAMP-OPP-NUMERO(WS-INDEX:1)
                     TO WS-OPP-NETTOYE(
                     FUNCTION LENGTH(FUNCTION TRIM(
                     WS-OPP-NETTOYE)) + 1:1)
               END-IF
           END-PERFORM
           IF WS-OPP-NETTOYE NOT = SPACES
               ADD 1 TO WS-NB-OPP
               MOVE WS-OPP-NETTOYE TO WS-OPP-NUMERO(WS-NB-OPP)
               MOVE WS-CHAMP-OPP-MOTIF TO WS-OPP-MOTIF(WS-NB-OPP)
               MOVE WS-CHAMP-OPP-DATE TO WS-OPP-DATE(WS-NB-OPP)
               MOVE 0 TO WS-OPP-PRESENTEES(WS-NB-OPP)
           END-IF.

      * Premiere lecture de CARTES.DAT : apparitions de chaque numero
      * (nettoye par LUHN) dans le lot, et lecture du seuil.
       COMPTER-REPETITIONS.
           MOVE SPACES TO WS-SEUIL-SAISI
           ACCEPT WS-SEUIL-SAISI FROM ENVIRONMENT "SEUIL_REPETITIONS"
           IF WS-SEUIL-SAISI NOT = SPACES
               AND FUNCTION TRIM(WS-SEUIL-SAISI) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SEUIL-SAISI)
                   TO WS-SEUIL-REPETITIONS
           END-IF
           OPEN INPUT F-CARTES
           IF WS-FS-CARTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-UNE-CARTE
           PERFORM COMPTER-UNE-CARTE UNTIL WS-FS-CARTES = "10"
           CLOSE F-CARTES.

       COMPTER-UNE-CARTE.
           PERFORM LUHN
           IF WS-CLEANED-NUMBER NOT = SPACES
               PERFORM LOCALISER-NUMERO
               IF NOT NUMERO-TROUVE
                   IF WS-NB-NUM < WS-NB-NUM-MAX
                       ADD 1 TO WS-NB-NUM
                       MOVE WS-CLEANED-NUMBER
                           TO WS-NUM-NUMERO(WS-NB-NUM)
                       MOVE 0 TO WS-NUM-APPARITIONS(WS-NB-NUM)
                       MOVE "N" TO WS-NUM-COMPTE(WS-NB-NUM)
                       MOVE WS-NB-NUM TO WS-N
                       SET NUMERO-TROUVE TO TRUE
                   ELSE
                       SET TABLE-NUMEROS-SATUREE TO TRUE
                   END-IF
               END-IF
               IF NUMERO-TROUVE
                   ADD 1 TO WS-NUM-APPARITIONS(WS-N)
               END-IF
           END-IF
           PERFORM LIRE-UNE-CARTE.

      * Entree du numero nettoye courant dans la table des numeros.
       LOCALISER-NUMERO.
           MOVE "N" TO WS-NUM-TROUVE
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NB-NUM OR NUMERO-TROUVE
               IF WS-NUM-NUMERO(WS-N) = WS-CLEANED-NUMBER
                   SET NUMERO-TROUVE TO TRUE
                   SUBTRACT 1 FROM WS-N
               END-IF
           END-PERFORM.

      * Carte courante dans la liste d'opposition ? WS-O designe
      * alors son entree.
       CONTROLER-OPPOSITION.
           MOVE "N" TO WS-CARTE-OPPOSEE
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-NB-OPP OR CARTE-OPPOSEE
               IF WS-OPP-NUMERO(WS-O) = WS-CLEANED-NUMBER
                   SET CARTE-OPPOSEE TO TRUE
                   SUBTRACT 1 FROM WS-O
               END-IF
           END-PERFORM.

      * Carte courante presente plus de fois que le seuil dans le
      * lot ? WS-N designe alors son entree.
       CONTROLER-REPETITION.
           MOVE "N" TO WS-CARTE-REPETEE
           PERFORM LOCALISER-NUMERO
           IF NUMERO-TROUVE
               AND WS-NUM-APPARITIONS(WS-N) > WS-SEUIL-REPETITIONS
               SET CARTE-REPETEE TO TRUE
           END-IF.

      * Identifiants supprimes avec trace SUPPR dans MVT001 : un
      * titulaire absent de F-CLIENT et present ici a ete purge.
       CHARGER-SUPPRESSIONS.
           OPEN INPUT F-MOUVEMENTS
           IF WS-FS-MOUVEMENTS NOT = "00"
               SET FIN-FICHIER-MOUVEMENTS TO TRUE
           END-IF
           PERFORM CHARGER-UNE-SUPPRESSION
               UNTIL FIN-FICHIER-MOUVEMENTS
           CLOSE F-MOUVEMENTS.

       CHARGER-UNE-SUPPRESSION.
           READ F-MOUVEMENTS
               AT END SET FIN-FICHIER-MOUVEMENTS TO TRUE
           END-READ
           IF FIN-FICHIER-MOUVEMENTS
               OR FM-ACTION NOT = "SUPPR"
               OR FM-ID-CLIENT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-SUPPR >= WS-NB-SUPPR-MAX
               DISPLAY "ATTENTION : plus de " WS-NB-SUPPR-MAX
                   " suppressions dans MVT001, titulaires purges "
                   "au-dela comptes inconnus."
               SET FIN-FICHIER-MOUVEMENTS TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-SUPPR
           MOVE FM-ID-CLIENT TO WS-SUPPR-ID(WS-NB-SUPPR).

      * Titulaire de la carte courante : WS-DISPOSITION-TITULAIRE
      * reste a blanc s'il existe, porte une cle juste, n'est pas
      * anonymise et est actif ; sinon le code de son rejet.
       CONTROLER-TITULAIRE.
           MOVE SPACES TO WS-DISPOSITION-TITULAIRE
           IF FC-ID-TITULAIRE IS NOT NUMERIC
               MOVE "TIN" TO WS-DISPOSITION-TITULAIRE
               EXIT PARAGRAPH
           END-IF
           MOVE FC-ID-TITULAIRE TO WS-ID-TITULAIRE
           MOVE WS-ID-TITULAIRE TO WS-CC-ID
           CALL "cle-client" USING WS-DEMANDE-CLE
           IF WS-CC-VALIDE NOT = "O"
               MOVE "TCL" TO WS-DISPOSITION-TITULAIRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-TITULAIRE TO FS-CLIENT-ID
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   PERFORM QUALIFIER-TITULAIRE-ABSENT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN FS-NOM = WS-NOM-ANONYMISE
                   MOVE "TAN" TO WS-DISPOSITION-TITULAIRE
               WHEN NOT CLI-ACTIF
                   MOVE "TIA" TO WS-DISPOSITION-TITULAIRE
           END-EVALUATE.

       QUALIFIER-TITULAIRE-ABSENT.
           MOVE "N" TO WS-SUPPR-TROUVE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SUPPR OR SUPPRESSION-TROUVEE
               IF WS-SUPPR-ID(WS-S) = WS-ID-TITULAIRE
                   SET SUPPRESSION-TROUVEE TO TRUE
               END-IF
           END-PERFORM
           IF SUPPRESSION-TROUVEE
               MOVE "TPU" TO WS-DISPOSITION-TITULAIRE
           ELSE
               MOVE "TIN" TO WS-DISPOSITION-TITULAIRE
           END-IF.

       COMPTER-REJET-TITULAIRE.
           EVALUATE WS-DISPOSITION-TITULAIRE
               WHEN "TIN"
                   ADD 1 TO WS-NB-TIN
               WHEN "TCL"
                   ADD 1 TO WS-NB-TCL
               WHEN "TPU"
                   ADD 1 TO WS-NB-TPU
               WHEN "TAN"
                   ADD 1 TO WS-NB-TAN
               WHEN "TIA"
                   ADD 1 TO WS-NB-TIA
           END-EVALUATE.

      * Carte acceptee : le titulaire compte un numero de plus, sauf
      * si ce numero a deja ete compte plus haut dans le lot.
       COMPTER-CARTE-TITULAIRE.
           PERFORM LOCALISER-NUMERO
           IF NUMERO-TROUVE
               IF WS-NUM-COMPTE(WS-N) = "O"
                   EXIT PARAGRAPH
               END-IF
               MOVE "O" TO WS-NUM-COMPTE(WS-N)
           END-IF
           MOVE "N" TO WS-TIT-TROUVE
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TIT OR TITULAIRE-TROUVE
               IF WS-TIT-ID(WS-T) = WS-ID-TITULAIRE
                   SET TITULAIRE-TROUVE TO TRUE
                   SUBTRACT 1 FROM WS-T
               END-IF
           END-PERFORM
           IF NOT TITULAIRE-TROUVE
               IF WS-NB-TIT >= WS-NB-TIT-MAX
                   DISPLAY "ATTENTION : plus de " WS-NB-TIT-MAX
                       " titulaires, client " WS-ID-TITULAIRE
                       " non compte dans CRH001."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-TIT
               MOVE WS-ID-TITULAIRE TO WS-TIT-ID(WS-NB-TIT)
               MOVE 0 TO WS-TIT-NB-CARTES(WS-NB-TIT)
               MOVE WS-NB-TIT TO WS-T
           END-IF
           ADD 1 TO WS-TIT-NB-CARTES(WS-T).

      * CRH001 reconstruit : un enregistrement par titulaire d'au
      * moins une carte acceptee dans le lot.
       ECRIRE-CARTES-CLIENT.
           OPEN OUTPUT F-CARTES-CLIENT
           IF WS-FS-CARTES-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture CRH001. FILE STATUS: "
                   WS-FS-CARTES-CLIENT
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TIT
               MOVE SPACES TO FT-ENR-CARTES
               MOVE WS-TIT-ID(WS-T) TO CT-ID-CLIENT
               MOVE WS-TIT-NB-CARTES(WS-T) TO CT-NB-CARTES
               MOVE WS-DATE-DU-JOUR TO CT-DATE-LOT
               WRITE FT-ENR-CARTES
                   INVALID KEY
                       DISPLAY "Erreur ecriture CRH001, client "
                           CT-ID-CLIENT
               END-WRITE
           END-PERFORM
           CLOSE F-CARTES-CLIENT
           DISPLAY "CRH001 : " WS-NB-TIT " titulaire(s) de cartes.".

      * Expiration AAAAMM confrontee au mois du run : expiree si
      * anterieure au mois courant. Une expiration illisible vaut
      * expiree (on ne paie pas sur une carte sans date).
           END-PERFORM
           DISPLAY "----------------------------------------------".

      * Recapitulatif fraude : cartes en opposition presentees et
      * numeros repetes au-dela du seuil, numeros masques.
       AFFICHER-RECAP-FRAUDE.
           DISPLAY "Recapitulatif fraude :"
           DISPLAY "  Presentations de cartes en opposition : "
               WS-NB-OPPOSEES
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-NB-OPP
               IF WS-OPP-PRESENTEES(WS-O) > 0
                   MOVE WS-OPP-NUMERO(WS-O) TO WS-CARD-NUMBER
                   PERFORM MASQUER-NUMERO
                   DISPLAY "    " WS-MASKED-NUMBER " "
                       WS-OPP-MOTIF(WS-O) " opposee le "
                       WS-OPP-DATE(WS-O) " presentee "
                       WS-OPP-PRESENTEES(WS-O) " fois"
               END-IF
           END-PERFORM
           DISPLAY "  Seuil de repetition dans le lot : "
               WS-SEUIL-REPETITIONS
           MOVE 0 TO WS-NB-NUM-REPETES
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NB-NUM
               IF WS-NUM-APPARITIONS(WS-N) > WS-SEUIL-REPETITIONS
                   ADD 1 TO WS-NB-NUM-REPETES
                   MOVE WS-NUM-NUMERO(WS-N) TO WS-CARD-NUMBER
                   PERFORM MASQUER-NUMERO
                   DISPLAY "    " WS-MASKED-NUMBER " presente "
                       WS-NUM-APPARITIONS(WS-N) " fois"
               END-IF
           END-PERFORM
           DISPLAY "  Numeros au-dela du seuil : " WS-NB-NUM-REPETES
               " (" WS-NB-REPETEES " cartes ecartees)"
           IF TABLE-NUMEROS-SATUREE
               DISPLAY "  ATTENTION : plus de " WS-NB-NUM-MAX
                   " numeros distincts, repetitions non comptees "
                   "au-dela."
           END-IF
           DISPLAY "----------------------------------------------".

      * Remplace tout chiffre du numero par un asterisque, sauf les
      * quatre derniers ; les separateurs (espaces) restent en
      * place.
           DISPLAY "Cartes valides   : " WS-NB-VALIDES
           DISPLAY "Cartes expirees  : " WS-NB-EXPIREES
           DISPLAY "Cartes invalides : " WS-NB-INVALIDES
           DISPLAY "Cartes opposees  : " WS-NB-OPPOSEES
           DISPLAY "Cartes repetees  : " WS-NB-REPETEES
           DISPLAY "Rejets titulaire : " WS-NB-REJ-TITULAIRE
               " (inconnu " WS-NB-TIN " cle " WS-NB-TCL
               " purge " WS-NB-TPU " anonymise " WS-NB-TAN
               " inactif " WS-NB-TIA ")"
           IF WS-NB-LUES = WS-NB-VALIDES + WS-NB-EXPIREES
               + WS-NB-INVALIDES + WS-NB-OPPOSEES + WS-NB-REPETEES
               + WS-NB-REJ-TITULAIRE
               DISPLAY "Totaux equilibres : aucune carte perdue."
           ELSE
               DISPLAY "ATTENTION : ecart dans les totaux !"
