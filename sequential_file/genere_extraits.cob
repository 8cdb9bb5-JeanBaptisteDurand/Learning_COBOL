      ****************************************************************
      * Generateur d'extraits par description : chaque nouveau       *
      * consommateur de F-SORTIE finissait avec son programme ou sa  *
      * conversion. Pour chaque abonne du registre ABN001            *
      * (consommateur;format), le code format nomme desormais la     *
      * description LAY<format> (LAYCRM pour le format CRM) ; ce     *
      * programme relit OUT001 et produit le fichier de l'abonne     *
      * selon sa description. Un abonne sans description reste servi *
      * comme avant (CHARGE-DB2 lit OUT001 lui-meme) et n'est que    *
      * signale. Ajouter un consommateur = une ligne ABN001 et une   *
      * description. Lignes de la description (* = commentaire) :    *
      *   FICHIER=nom     fichier produit (defaut EXT<format>)       *
      *   SEPARATEUR=c    un caractere ; absent = positions fixes    *
      *   ENTETE=texte    ligne(s) d'entete, 5 au plus               *
      *   FIN=texte       ligne(s) de fin, 5 au plus                 *
      *   CHAMP=zone;largeur;cadrage;remplissage;edition             *
      *                   un champ par ligne, dans l'ordre, 40 au    *
      *                   plus                                       *
      * Zones : ID, PRENOM, NOM, RUE, CP, VILLE, PAYS (FR ou code    *
      * ISO), MVT (code mouvement), RUN, DATE-RUN, DATE-JOUR, CONST  *
      * (texte pris dans la colonne edition). Largeur 1 a 60 ; 0 ou  *
      * vide = longueur naturelle de la zone en positions fixes,     *
      * valeur sans blancs en delimite. Cadrage G ou D (defaut D     *
      * pour ID, RUN et CP francais, G sinon), remplissage d'un      *
      * caractere (defaut blanc). Edition : Z supprime les zeros de  *
      * tete d'un nombre ; pour une date, un modele fait de AAAA,    *
      * AA, MM et JJ (JJ/MM/AAAA, AAAA-MM-JJ... defaut AAAAMMJJ).    *
      * En delimite, le separateur present dans une valeur est       *
      * remplace par une virgule (un blanc si le separateur est la   *
      * virgule), comme dans EXPORT-CSV.                             *
      * Jetons des lignes ENTETE et FIN : &RUN numero de run, &DATE  *
      * date du run, &JOUR date du jour, &NB enregistrements de      *
      * donnees, &LIGNES lignes du fichier produit (entete et fin    *
      * comprises), &TOTAL total de controle du trailer OUT001,      *
      * &CONSO nom du consommateur. Les nombres sont sur 10 chiffres.*
      * OUT001 est d'abord controle (entete, trailer non PARTIEL et  *
      * nombre annonce = nombre relu) : un fichier en ecart ne       *
      * produit aucun extrait. A planifier apres VERIF-SORTIE et     *
      * avant DISTRIBUE-SORTIE.                                      *
      * Codes retour : 0, 4 ligne(s) tronquee(s) a 400 caracteres,   *
      * 8 OUT001 en ecart ou description invalide (abonne saute), 99 *
      * erreur fichier.                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERE-EXTRAITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ABONNES ASSIGN TO DYNAMIC WS-NOM-ABN001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABONNES.
           SELECT F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-SORTIE.
           SELECT OPTIONAL F-DESCRIPTION
               ASSIGN TO DYNAMIC WS-NOM-DESCRIPTION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESCRIPTION.
           SELECT F-EXTRAIT ASSIGN TO DYNAMIC WS-NOM-EXTRAIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRAIT.

       DATA DIVISION.
       FILE SECTION.
           FD F-ABONNES.
           01 FS-LIGNE-ABONNE PIC X(40).

           FD F-SORTIE
               RECORD CONTAINS 104 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FS-ENR-SORTIE PIC X(104).

           FD F-DESCRIPTION.
           01 FS-LIGNE-DESCRIPTION PIC X(200).

           FD F-EXTRAIT.
           01 FS-LIGNE-EXTRAIT PIC X(400).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-ABN001    PIC X(30) VALUE "ABN001".
              05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-ABONNES     PIC X(02).
           01 WS-FS-SORTIE      PIC X(02).
           01 WS-FS-DESCRIPTION PIC X(02).
           01 WS-FS-EXTRAIT     PIC X(02).
           01 WS-NOM-DESCRIPTION PIC X(24).
           01 WS-NOM-EXTRAIT    PIC X(24).

           01 WS-FIN-LECTURE    PIC X(01).
              88 FIN-LECTURE    VALUE "O".

      * Le registre des abonnes, comme dans DISTRIBUE-SORTIE.
           01 WS-NB-ABONNES-MAX PIC 9(02) VALUE 20.
           01 WS-NB-ABONNES     PIC 9(02) VALUE 0.
           01 WS-TABLE-ABONNES.
              05 WS-ABN-ENTRY OCCURS 20 TIMES.
                 10 WS-ABN-NOM    PIC X(20).
                 10 WS-ABN-FORMAT PIC X(10).
                 10 WS-ABN-ISSUE  PIC X(01).
                    88 ABN-PRODUIT       VALUE "P".
                    88 ABN-SANS-DESCRIPTION VALUE "S".
                    88 ABN-DESCRIPTION-INVALIDE VALUE "I".
                    88 ABN-ERREUR-FICHIER VALUE "E".
                 10 WS-ABN-FICHIER  PIC X(24).
                 10 WS-ABN-NB-LIGNES PIC 9(10).
                 10 WS-ABN-NB-TRONQUEES PIC 9(06).
           01 WS-A              PIC 9(02).

      * Controle prealable de OUT001 : entete, trailer, sentinelle.
           01 WS-ENTETE-LU.
              05 WS-ENT-CLE     PIC X(10).
              05 WS-ENT-DATE    PIC 9(08).
              05 WS-ENT-SEQ     PIC 9(04).
              05 WS-ENT-SOURCE  PIC X(06).
              05 FILLER         PIC X(76).
           01 WS-TRAILER-LU.
              05 WS-TRL-CLE     PIC X(10).
              05 WS-TRL-NB      PIC 9(10).
              05 WS-TRL-HASH    PIC 9(10).
              05 FILLER         PIC X(12).
              05 WS-TRL-MARQUE  PIC X(07).
              05 FILLER         PIC X(55).
           01 WS-ENTETE-TROUVE  PIC X(01) VALUE "N".
              88 ENTETE-TROUVE  VALUE "O".
           01 WS-TRAILER-TROUVE PIC X(01) VALUE "N".
              88 TRAILER-TROUVE VALUE "O".
           01 WS-NB-DETAILS     PIC 9(10) VALUE 0.

      * Enregistrement de donnees de OUT001, decoupe comme a
      * l'ecriture par FILE-EXAMPLE : cle, zone nominative, adresse
      * au format du copybook CLIENT (variante etrangere comprise),
      * code mouvement.
           01 WS-ENR-LU.
              05 WS-LU-CLE      PIC 9(10).
              05 WS-LU-PRENOM   PIC X(20).
              05 WS-LU-NOM      PIC X(20).
              05 WS-LU-ADRESSE.
                 10 WS-LU-RUE         PIC X(30).
                 10 WS-LU-CODE-POSTAL PIC 9(05) COMP-3.
                 10 WS-LU-VILLE       PIC X(20).
              05 WS-LU-ADRESSE-ETRANGERE REDEFINES WS-LU-ADRESSE.
                 10 FILLER               PIC X(30).
                 10 WS-LU-PAYS           PIC X(02).
                 10 WS-LU-MARQUE         PIC X(01).
                    88 LU-ETRANGER VALUE "*".
                 10 WS-LU-CP-ETRANGER    PIC X(08).
                 10 WS-LU-VILLE-ETRANGER PIC X(12).
              05 WS-LU-CODE-MVT PIC X(01).

      * Description de l'abonne en cours.
           01 WS-DESCRIPTION.
              05 WS-DS-SEPARATEUR PIC X(01).
              05 WS-DS-DELIMITE   PIC X(01).
                 88 DESCRIPTION-DELIMITEE VALUE "O".
              05 WS-DS-NB-ENTETES PIC 9(01).
              05 WS-DS-ENTETE     PIC X(200) OCCURS 5 TIMES.
              05 WS-DS-NB-FINS    PIC 9(01).
              05 WS-DS-FIN        PIC X(200) OCCURS 5 TIMES.
              05 WS-DS-NB-CHAMPS  PIC 9(02).
              05 WS-DS-CHAMP OCCURS 40 TIMES.
                 10 WS-CH-ZONE        PIC X(12).
                 10 WS-CH-LARGEUR     PIC 9(02).
                 10 WS-CH-CADRAGE     PIC X(01).
                 10 WS-CH-REMPLISSAGE PIC X(01).
                 10 WS-CH-EDITION     PIC X(20).
           01 WS-DS-VALIDE      PIC X(01).
              88 DESCRIPTION-VALIDE VALUE "O".
           01 WS-NB-LIGNES-DESC PIC 9(04).
           01 WS-C              PIC 9(02).
           01 WS-H              PIC 9(01).

      * Decoupage d'une ligne de description CLE=VALEUR, puis d'une
      * valeur CHAMP.
           01 WS-POS-EGAL       PIC 9(03).
           01 WS-MOT-CLE        PIC X(12).
           01 WS-VALEUR-CLE     PIC X(200).
           01 WS-CHAMP-ZONE     PIC X(12).
           01 WS-CHAMP-LARGEUR  PIC X(03).
           01 WS-CHAMP-CADRAGE  PIC X(01).
           01 WS-CHAMP-REMPLISSAGE PIC X(01).
           01 WS-CHAMP-EDITION  PIC X(20).

      * Valeur d'un champ avant cadrage : nature A (caractere), N
      * (nombre) ou D (date), longueur utile.
           01 WS-VALEUR         PIC X(60).
           01 WS-NATURE         PIC X(01).
           01 WS-LONG-VALEUR    PIC 9(03).
           01 WS-LARGEUR        PIC 9(03).
           01 WS-DEBUT          PIC 9(03).
           01 WS-ZONE-CADREE    PIC X(60).
           01 WS-NOMBRE         PIC 9(10).
           01 WS-NOMBRE-Z       PIC Z(09)9.
           01 WS-NB-CHIFFRES    PIC 9(02).
           01 WS-DATE-EDITEE    PIC 9(08).
           01 WS-DATE-DEC REDEFINES WS-DATE-EDITEE.
              05 WS-DT-AAAA     PIC X(04).
              05 WS-DT-MM       PIC X(02).
              05 WS-DT-JJ       PIC X(02).
           01 WS-DATE-DU-JOUR   PIC 9(08).
           01 WS-CODE-POSTAL    PIC 9(05).

      * Ligne produite et substitution des jetons d'entete et de fin.
           01 WS-LIGNE-EXTRAIT  PIC X(400).
           01 WS-POS            PIC 9(03).
           01 WS-TRONQUEE       PIC X(01).
              88 LIGNE-TRONQUEE VALUE "O".
           01 WS-MODELE         PIC X(200).
           01 WS-LONG-MODELE    PIC 9(03).
           01 WS-I              PIC 9(03).
           01 WS-NB-LIGNES-PREVUES PIC 9(10).
           01 WS-NB-LIGNES      PIC 9(10).

           01 WS-COMPTEURS.
              05 WS-NB-PRODUITS      PIC 9(02) VALUE 0.
              05 WS-NB-SANS-DESC     PIC 9(02) VALUE 0.
              05 WS-NB-INVALIDES     PIC 9(02) VALUE 0.
              05 WS-NB-ERREURS       PIC 9(02) VALUE 0.
              05 WS-NB-TRONQUEES     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM CHARGER-ABONNES.
           IF WS-NB-ABONNES = 0
               DISPLAY "Registre ABN001 vide ou absent : aucun "
                   "abonne, aucun extrait."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONTROLER-SORTIE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABONNES
               PERFORM PRODUIRE-EXTRAIT
           END-PERFORM.
           PERFORM AFFICHER-BILAN.
           EVALUATE TRUE
               WHEN WS-NB-ERREURS > 0
                   MOVE 99 TO RETURN-CODE
               WHEN WS-NB-INVALIDES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-TRONQUEES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * Chargement du registre des abonnes                           *
      ****************************************************************
       CHARGER-ABONNES.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-ABONNES.
           IF WS-FS-ABONNES NOT = "00"
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM CHARGER-UN-ABONNE UNTIL FIN-LECTURE.
           CLOSE F-ABONNES.

       CHARGER-UN-ABONNE.
           READ F-ABONNES
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF NOT FIN-LECTURE
               AND FS-LIGNE-ABONNE NOT = SPACES
               AND WS-NB-ABONNES < WS-NB-ABONNES-MAX
               ADD 1 TO WS-NB-ABONNES
               INITIALIZE WS-ABN-ENTRY (WS-NB-ABONNES)
               UNSTRING FS-LIGNE-ABONNE DELIMITED BY ";"
                   INTO WS-ABN-NOM (WS-NB-ABONNES)
                       WS-ABN-FORMAT (WS-NB-ABONNES)
               END-UNSTRING
           END-IF.

      ****************************************************************
      * Controle prealable de OUT001 : un fichier tronque, partiel   *
      * ou sans entete ne nourrit aucun consommateur                 *
      ****************************************************************
       CONTROLER-SORTIE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT F-SORTIE.
           IF WS-FS-SORTIE NOT = "00"
               DISPLAY "Erreur ouverture OUT001. FILE STATUS: "
                   WS-FS-SORTIE
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-LECTURE.
           PERFORM CLASSER-ENREGISTREMENT UNTIL FIN-LECTURE.
           CLOSE F-SORTIE.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN NOT ENTETE-TROUVE
                   DISPLAY "ECART : OUT001 sans entete."
                   MOVE 8 TO RETURN-CODE
               WHEN NOT TRAILER-TROUVE
                   DISPLAY "ECART : trailer OUT001 absent (fichier "
                       "tronque ?)."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRL-MARQUE = "PARTIEL"
                   DISPLAY "ECART : trailer OUT001 marque PARTIEL."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRL-NB NOT = WS-NB-DETAILS
                   DISPLAY "ECART : OUT001 annonce " WS-TRL-NB
                       " enregistrements, " WS-NB-DETAILS " relus."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE NOT = 0
               DISPLAY "OUT001 en ecart : aucun extrait produit."
           ELSE
               DISPLAY "OUT001 run " WS-ENT-SEQ " du " WS-ENT-DATE
                   " : " WS-NB-DETAILS " enregistrement(s)."
           END-IF.

       CLASSER-ENREGISTREMENT.
           READ F-SORTIE
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS-SORTIE NOT = "00"
               DISPLAY "Erreur lecture OUT001. FILE STATUS: "
                   WS-FS-SORTIE
               MOVE 99 TO RETURN-CODE
               SET FIN-LECTURE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN FS-ENR-SORTIE = HIGH-VALUES
                   CONTINUE
               WHEN FS-ENR-SORTIE (1:10) = "0000000000"
                   MOVE FS-ENR-SORTIE TO WS-ENTETE-LU
                   SET ENTETE-TROUVE TO TRUE
               WHEN FS-ENR-SORTIE (1:10) = "9999999999"
                   MOVE FS-ENR-SORTIE TO WS-TRAILER-LU
                   SET TRAILER-TROUVE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-NB-DETAILS
           END-EVALUATE.

      ****************************************************************
      * Production de l'extrait de l'abonne WS-A                     *
      ****************************************************************
       PRODUIRE-EXTRAIT.
           PERFORM CHARGER-DESCRIPTION.
           IF ABN-SANS-DESCRIPTION (WS-A)
               ADD 1 TO WS-NB-SANS-DESC
               EXIT PARAGRAPH
           END-IF.
           IF NOT DESCRIPTION-VALIDE
               SET ABN-DESCRIPTION-INVALIDE (WS-A) TO TRUE
               ADD 1 TO WS-NB-INVALIDES
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-EXTRAIT.
           IF WS-FS-EXTRAIT NOT = "00"
               DISPLAY "Erreur ouverture " WS-NOM-EXTRAIT
                   ". FILE STATUS: " WS-FS-EXTRAIT
               SET ABN-ERREUR-FICHIER (WS-A) TO TRUE
               ADD 1 TO WS-NB-ERREURS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-SORTIE.
           IF WS-FS-SORTIE NOT = "00"
               DISPLAY "Erreur ouverture OUT001. FILE STATUS: "
                   WS-FS-SORTIE
               CLOSE F-EXTRAIT
               SET ABN-ERREUR-FICHIER (WS-A) TO TRUE
               ADD 1 TO WS-NB-ERREURS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-LIGNES.
           COMPUTE WS-NB-LIGNES-PREVUES = WS-DS-NB-ENTETES
               + WS-NB-DETAILS + WS-DS-NB-FINS.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-DS-NB-ENTETES
               MOVE WS-DS-ENTETE (WS-H) TO WS-MODELE
               PERFORM ECRIRE-LIGNE-MODELE
           END-PERFORM.
           MOVE "N" TO WS-FIN-LECTURE.
           PERFORM EXTRAIRE-UN-ENREGISTREMENT UNTIL FIN-LECTURE.
           CLOSE F-SORTIE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-DS-NB-FINS
               MOVE WS-DS-FIN (WS-H) TO WS-MODELE
               PERFORM ECRIRE-LIGNE-MODELE
           END-PERFORM.
           CLOSE F-EXTRAIT.
           IF NOT ABN-ERREUR-FICHIER (WS-A)
               SET ABN-PRODUIT (WS-A) TO TRUE
               ADD 1 TO WS-NB-PRODUITS
           END-IF.
           MOVE WS-NB-LIGNES TO WS-ABN-NB-LIGNES (WS-A).

      ****************************************************************
      * Chargement et controle de la description LAY<format>         *
      ****************************************************************
       CHARGER-DESCRIPTION.
           INITIALIZE WS-DESCRIPTION.
           MOVE "O" TO WS-DS-VALIDE.
           MOVE 0 TO WS-NB-LIGNES-DESC.
           MOVE SPACES TO WS-NOM-DESCRIPTION WS-NOM-EXTRAIT.
           STRING "LAY" FUNCTION TRIM(WS-ABN-FORMAT (WS-A))
               DELIMITED BY SIZE INTO WS-NOM-DESCRIPTION
           END-STRING.
           STRING "EXT" FUNCTION TRIM(WS-ABN-FORMAT (WS-A))
               DELIMITED BY SIZE INTO WS-NOM-EXTRAIT
           END-STRING.
           MOVE WS-NOM-DESCRIPTION TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-DESCRIPTION.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-DESCRIPTION.
           IF WS-FS-DESCRIPTION NOT = "00"
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM LIRE-LIGNE-DESCRIPTION UNTIL FIN-LECTURE.
           CLOSE F-DESCRIPTION.
           IF WS-NB-LIGNES-DESC = 0
               DISPLAY FUNCTION TRIM(WS-ABN-NOM (WS-A))
                   " : pas de description " WS-NOM-DESCRIPTION
                   ", abonne servi hors generateur."
               SET ABN-SANS-DESCRIPTION (WS-A) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DS-NB-CHAMPS = 0
               DISPLAY WS-NOM-DESCRIPTION " : aucun CHAMP decrit."
               MOVE "N" TO WS-DS-VALIDE
           END-IF.
           IF WS-DS-SEPARATEUR NOT = SPACES
               SET DESCRIPTION-DELIMITEE TO TRUE
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DS-NB-CHAMPS
               PERFORM COMPLETER-CHAMP
           END-PERFORM.
           MOVE WS-NOM-EXTRAIT TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-EXTRAIT.
           MOVE WS-NOM-EXTRAIT TO WS-ABN-FICHIER (WS-A).
           IF NOT DESCRIPTION-VALIDE
               DISPLAY FUNCTION TRIM(WS-ABN-NOM (WS-A))
                   " : description " WS-NOM-DESCRIPTION
                   " invalide, aucun extrait."
           END-IF.

       LIRE-LIGNE-DESCRIPTION.
           READ F-DESCRIPTION
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           IF FS-LIGNE-DESCRIPTION = SPACES
               OR FS-LIGNE-DESCRIPTION (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES-DESC.
           MOVE 0 TO WS-POS-EGAL.
           INSPECT FS-LIGNE-DESCRIPTION TALLYING WS-POS-EGAL
               FOR CHARACTERS BEFORE INITIAL "=".
           IF WS-POS-EGAL = 0 OR WS-POS-EGAL > 12
               DISPLAY WS-NOM-DESCRIPTION " : ligne sans CLE= : "
                   FS-LIGNE-DESCRIPTION (1:40)
               MOVE "N" TO WS-DS-VALIDE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOT-CLE WS-VALEUR-CLE.
           MOVE FS-LIGNE-DESCRIPTION (1:WS-POS-EGAL) TO WS-MOT-CLE.
           IF WS-POS-EGAL < 199
               MOVE FS-LIGNE-DESCRIPTION (WS-POS-EGAL + 2:)
                   TO WS-VALEUR-CLE
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(WS-MOT-CLE)
               WHEN "FICHIER"
                   MOVE WS-VALEUR-CLE TO WS-NOM-EXTRAIT
               WHEN "SEPARATEUR"
                   MOVE WS-VALEUR-CLE (1:1) TO WS-DS-SEPARATEUR
               WHEN "ENTETE"
                   IF WS-DS-NB-ENTETES < 5
                       ADD 1 TO WS-DS-NB-ENTETES
                       MOVE WS-VALEUR-CLE
                           TO WS-DS-ENTETE (WS-DS-NB-ENTETES)
                   ELSE
                       DISPLAY WS-NOM-DESCRIPTION
                           " : plus de 5 lignes ENTETE."
                       MOVE "N" TO WS-DS-VALIDE
                   END-IF
               WHEN "FIN"
                   IF WS-DS-NB-FINS < 5
                       ADD 1 TO WS-DS-NB-FINS
                       MOVE WS-VALEUR-CLE TO WS-DS-FIN (WS-DS-NB-FINS)
                   ELSE
                       DISPLAY WS-NOM-DESCRIPTION
                           " : plus de 5 lignes FIN."
                       MOVE "N" TO WS-DS-VALIDE
                   END-IF
               WHEN "CHAMP"
                   PERFORM RETENIR-CHAMP
               WHEN OTHER
                   DISPLAY WS-NOM-DESCRIPTION " : cle inconnue "
                       WS-MOT-CLE
                   MOVE "N" TO WS-DS-VALIDE
           END-EVALUATE.

       RETENIR-CHAMP.
           IF WS-DS-NB-CHAMPS >= 40
               DISPLAY WS-NOM-DESCRIPTION " : plus de 40 champs."
               MOVE "N" TO WS-DS-VALIDE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHAMP-ZONE WS-CHAMP-LARGEUR
               WS-CHAMP-CADRAGE WS-CHAMP-REMPLISSAGE WS-CHAMP-EDITION.
           UNSTRING WS-VALEUR-CLE DELIMITED BY ";"
               INTO WS-CHAMP-ZONE WS-CHAMP-LARGEUR WS-CHAMP-CADRAGE
                   WS-CHAMP-REMPLISSAGE WS-CHAMP-EDITION
           END-UNSTRING.
           ADD 1 TO WS-DS-NB-CHAMPS.
           MOVE FUNCTION UPPER-CASE(WS-CHAMP-ZONE)
               TO WS-CH-ZONE (WS-DS-NB-CHAMPS).
           EVALUATE TRUE
               WHEN WS-CHAMP-LARGEUR = SPACES
                   MOVE 0 TO WS-CH-LARGEUR (WS-DS-NB-CHAMPS)
               WHEN FUNCTION TRIM(WS-CHAMP-LARGEUR) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-CHAMP-LARGEUR) NOT > 60
                   MOVE FUNCTION NUMVAL(WS-CHAMP-LARGEUR)
                       TO WS-CH-LARGEUR (WS-DS-NB-CHAMPS)
               WHEN OTHER
                   DISPLAY WS-NOM-DESCRIPTION " : largeur invalide "
                       WS-CHAMP-LARGEUR " pour " WS-CHAMP-ZONE
                   MOVE "N" TO WS-DS-VALIDE
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(WS-CHAMP-CADRAGE)
               TO WS-CH-CADRAGE (WS-DS-NB-CHAMPS).
           IF WS-CH-CADRAGE (WS-DS-NB-CHAMPS) NOT = SPACE
               AND WS-CH-CADRAGE (WS-DS-NB-CHAMPS) NOT = "G"
               AND WS-CH-CADRAGE (WS-DS-NB-CHAMPS) NOT = "D"
               DISPLAY WS-NOM-DESCRIPTION " : cadrage invalide "
                   WS-CHAMP-CADRAGE " pour " WS-CHAMP-ZONE
               MOVE "N" TO WS-DS-VALIDE
           END-IF.
           MOVE WS-CHAMP-REMPLISSAGE
               TO WS-CH-REMPLISSAGE (WS-DS-NB-CHAMPS).
           MOVE WS-CHAMP-EDITION TO WS-CH-EDITION (WS-DS-NB-CHAMPS).

      * Zone connue, largeur naturelle par defaut en positions fixes,
      * modele de date par defaut.
       COMPLETER-CHAMP.
           EVALUATE WS-CH-ZONE (WS-C)
               WHEN "ID"
                   MOVE 10 TO WS-LARGEUR
               WHEN "PRENOM"
               WHEN "NOM"
               WHEN "VILLE"
                   MOVE 20 TO WS-LARGEUR
               WHEN "RUE"
                   MOVE 30 TO WS-LARGEUR
               WHEN "CP"
                   MOVE 8 TO WS-LARGEUR
               WHEN "PAYS"
                   MOVE 2 TO WS-LARGEUR
               WHEN "MVT"
                   MOVE 1 TO WS-LARGEUR
               WHEN "RUN"
                   MOVE 4 TO WS-LARGEUR
               WHEN "DATE-RUN"
               WHEN "DATE-JOUR"
                   IF WS-CH-EDITION (WS-C) = SPACES
                       MOVE "AAAAMMJJ" TO WS-CH-EDITION (WS-C)
                   END-IF
                   COMPUTE WS-LARGEUR = FUNCTION LENGTH
                       (FUNCTION TRIM(WS-CH-EDITION (WS-C) TRAILING))
               WHEN "CONST"
                   IF WS-CH-EDITION (WS-C) = SPACES
                       MOVE 1 TO WS-LARGEUR
                   ELSE
                       COMPUTE WS-LARGEUR = FUNCTION LENGTH
                           (FUNCTION TRIM(WS-CH-EDITION (WS-C)
                           TRAILING))
                   END-IF
               WHEN OTHER
                   DISPLAY WS-NOM-DESCRIPTION " : zone inconnue "
                       WS-CH-ZONE (WS-C)
                   MOVE "N" TO WS-DS-VALIDE
                   MOVE 1 TO WS-LARGEUR
           END-EVALUATE.
           IF WS-CH-LARGEUR (WS-C) = 0
               AND NOT DESCRIPTION-DELIMITEE
               MOVE WS-LARGEUR TO WS-CH-LARGEUR (WS-C)
           END-IF.

      ****************************************************************
      * Une ligne de donnees par enregistrement de OUT001            *
      ****************************************************************
       EXTRAIRE-UN-ENREGISTREMENT.
           READ F-SORTIE
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-SORTIE = HIGH-VALUES
               OR FS-ENR-SORTIE (1:10) = "0000000000"
               OR FS-ENR-SORTIE (1:10) = "9999999999"
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-ENR-SORTIE TO WS-ENR-LU.
           MOVE SPACES TO WS-LIGNE-EXTRAIT.
           MOVE 1 TO WS-POS.
           MOVE "N" TO WS-TRONQUEE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DS-NB-CHAMPS
               IF WS-C > 1 AND DESCRIPTION-DELIMITEE
                   STRING WS-DS-SEPARATEUR DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                       ON OVERFLOW
                           SET LIGNE-TRONQUEE TO TRUE
                   END-STRING
               END-IF
               PERFORM FORMATER-CHAMP
           END-PERFORM.
           PERFORM ECRIRE-LIGNE-EXTRAIT.

      * Valeur brute de la zone, puis edition et cadrage.
       FORMATER-CHAMP.
           MOVE SPACES TO WS-VALEUR.
           MOVE "A" TO WS-NATURE.
           EVALUATE WS-CH-ZONE (WS-C)
               WHEN "ID"
                   MOVE WS-LU-CLE TO WS-NOMBRE
                   MOVE 10 TO WS-NB-CHIFFRES
                   MOVE "N" TO WS-NATURE
               WHEN "PRENOM"
                   MOVE WS-LU-PRENOM TO WS-VALEUR
               WHEN "NOM"
                   MOVE WS-LU-NOM TO WS-VALEUR
               WHEN "RUE"
                   MOVE WS-LU-RUE TO WS-VALEUR
               WHEN "CP"
                   IF LU-ETRANGER
                       MOVE WS-LU-CP-ETRANGER TO WS-VALEUR
                   ELSE
                       IF WS-LU-CODE-POSTAL IS NUMERIC
                           MOVE WS-LU-CODE-POSTAL TO WS-CODE-POSTAL
                           MOVE WS-CODE-POSTAL TO WS-NOMBRE
                           MOVE 5 TO WS-NB-CHIFFRES
                           MOVE "N" TO WS-NATURE
                       END-IF
                   END-IF
               WHEN "VILLE"
                   IF LU-ETRANGER
                       MOVE WS-LU-VILLE-ETRANGER TO WS-VALEUR
                   ELSE
                       MOVE WS-LU-VILLE TO WS-VALEUR
                   END-IF
               WHEN "PAYS"
                   IF LU-ETRANGER
                       MOVE WS-LU-PAYS TO WS-VALEUR
                   ELSE
                       MOVE "FR" TO WS-VALEUR
                   END-IF
               WHEN "MVT"
                   MOVE WS-LU-CODE-MVT TO WS-VALEUR
               WHEN "RUN"
                   MOVE WS-ENT-SEQ TO WS-NOMBRE
                   MOVE 4 TO WS-NB-CHIFFRES
                   MOVE "N" TO WS-NATURE
               WHEN "DATE-RUN"
                   MOVE WS-ENT-DATE TO WS-DATE-EDITEE
                   MOVE "D" TO WS-NATURE
               WHEN "DATE-JOUR"
                   MOVE WS-DATE-DU-JOUR TO WS-DATE-EDITEE
                   MOVE "D" TO WS-NATURE
               WHEN "CONST"
                   MOVE WS-CH-EDITION (WS-C) TO WS-VALEUR
           END-EVALUATE.
           EVALUATE WS-NATURE
               WHEN "N"
                   PERFORM EDITER-NOMBRE
               WHEN "D"
                   PERFORM EDITER-DATE
               WHEN OTHER
                   IF DESCRIPTION-DELIMITEE
                       PERFORM NEUTRALISER-SEPARATEUR
                   END-IF
           END-EVALUATE.
           PERFORM CADRER-CHAMP.

      * Nombre sur ses chiffres naturels, ou sans zeros de tete
      * (edition Z).
       EDITER-NOMBRE.
           IF WS-CH-EDITION (WS-C) = "Z"
               MOVE WS-NOMBRE TO WS-NOMBRE-Z
               MOVE FUNCTION TRIM(WS-NOMBRE-Z) TO WS-VALEUR
           ELSE
               MOVE WS-NOMBRE (11 - WS-NB-CHIFFRES:WS-NB-CHIFFRES)
                   TO WS-VALEUR
           END-IF.

      * Date selon le modele : chaque groupe AAAA, AA, MM, JJ est
      * remplace par la partie correspondante, le reste est recopie.
       EDITER-DATE.
           IF WS-DATE-EDITEE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CH-EDITION (WS-C) TO WS-VALEUR.
           INSPECT WS-VALEUR REPLACING ALL "AAAA" BY WS-DT-AAAA.
           INSPECT WS-VALEUR REPLACING ALL "AA" BY WS-DT-AAAA (3:2).
           INSPECT WS-VALEUR REPLACING ALL "MM" BY WS-DT-MM.
           INSPECT WS-VALEUR REPLACING ALL "JJ" BY WS-DT-JJ.

       NEUTRALISER-SEPARATEUR.
           IF WS-DS-SEPARATEUR = ","
               INSPECT WS-VALEUR REPLACING ALL WS-DS-SEPARATEUR
                   BY SPACE
           ELSE
               INSPECT WS-VALEUR REPLACING ALL WS-DS-SEPARATEUR
                   BY ","
           END-IF.

      * Cadrage dans la largeur du champ : a gauche, la valeur puis
      * le remplissage ; a droite, le remplissage puis la fin de la
      * valeur. Largeur 0 (delimite) : la valeur sans blancs.
       CADRER-CHAMP.
           IF WS-VALEUR = SPACES
               MOVE 0 TO WS-LONG-VALEUR
           ELSE
               MOVE FUNCTION TRIM(WS-VALEUR) TO WS-VALEUR
               COMPUTE WS-LONG-VALEUR = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-VALEUR TRAILING))
           END-IF.
           IF WS-CH-LARGEUR (WS-C) = 0
               IF WS-LONG-VALEUR > 0
                   STRING WS-VALEUR (1:WS-LONG-VALEUR)
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                       ON OVERFLOW
                           SET LIGNE-TRONQUEE TO TRUE
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CH-LARGEUR (WS-C) TO WS-LARGEUR.
           MOVE SPACES TO WS-ZONE-CADREE.
           IF WS-CH-REMPLISSAGE (WS-C) NOT = SPACE
               INSPECT WS-ZONE-CADREE (1:WS-LARGEUR) REPLACING ALL
                   SPACE BY WS-CH-REMPLISSAGE (WS-C)
           END-IF.
           IF WS-LONG-VALEUR > WS-LARGEUR
               IF WS-CH-CADRAGE (WS-C) = "D"
                   OR (WS-CH-CADRAGE (WS-C) = SPACE
                   AND WS-NATURE = "N")
                   COMPUTE WS-DEBUT = WS-LONG-VALEUR - WS-LARGEUR + 1
                   MOVE WS-VALEUR (WS-DEBUT:WS-LARGEUR)
                       TO WS-VALEUR
               END-IF
               MOVE WS-LARGEUR TO WS-LONG-VALEUR
           END-IF.
           IF WS-LONG-VALEUR > 0
               IF WS-CH-CADRAGE (WS-C) = "D"
                   OR (WS-CH-CADRAGE (WS-C) = SPACE
                   AND WS-NATURE = "N")
                   COMPUTE WS-DEBUT = WS-LARGEUR - WS-LONG-VALEUR + 1
                   MOVE WS-VALEUR (1:WS-LONG-VALEUR)
                       TO WS-ZONE-CADREE (WS-DEBUT:WS-LONG-VALEUR)
               ELSE
                   MOVE WS-VALEUR (1:WS-LONG-VALEUR)
                       TO WS-ZONE-CADREE (1:WS-LONG-VALEUR)
               END-IF
           END-IF.
           STRING WS-ZONE-CADREE (1:WS-LARGEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
               ON OVERFLOW
                   SET LIGNE-TRONQUEE TO TRUE
           END-STRING.

      ****************************************************************
      * Lignes d'entete et de fin : le modele, jetons remplaces      *
      ****************************************************************
       ECRIRE-LIGNE-MODELE.
           MOVE SPACES TO WS-LIGNE-EXTRAIT.
           MOVE 1 TO WS-POS.
           MOVE "N" TO WS-TRONQUEE.
           IF WS-MODELE = SPACES
               MOVE 0 TO WS-LONG-MODELE
           ELSE
               COMPUTE WS-LONG-MODELE = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-MODELE TRAILING))
           END-IF.
           MOVE 1 TO WS-I.
           PERFORM RECOPIER-MODELE UNTIL WS-I > WS-LONG-MODELE.
           PERFORM ECRIRE-LIGNE-EXTRAIT.

       RECOPIER-MODELE.
           IF WS-MODELE (WS-I:1) NOT = "&"
               STRING WS-MODELE (WS-I:1) DELIMITED BY SIZE
                   INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   ON OVERFLOW
                       SET LIGNE-TRONQUEE TO TRUE
               END-STRING
               ADD 1 TO WS-I
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODELE (WS-I:4) = "&RUN"
                   STRING WS-ENT-SEQ DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 4 TO WS-I
               WHEN WS-MODELE (WS-I:5) = "&DATE"
                   STRING WS-ENT-DATE DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 5 TO WS-I
               WHEN WS-MODELE (WS-I:5) = "&JOUR"
                   STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 5 TO WS-I
               WHEN WS-MODELE (WS-I:3) = "&NB"
                   STRING WS-NB-DETAILS DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 3 TO WS-I
               WHEN WS-MODELE (WS-I:7) = "&LIGNES"
                   STRING WS-NB-LIGNES-PREVUES DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 7 TO WS-I
               WHEN WS-MODELE (WS-I:6) = "&TOTAL"
                   STRING WS-TRL-HASH DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 6 TO WS-I
               WHEN WS-MODELE (WS-I:6) = "&CONSO"
                   STRING FUNCTION TRIM(WS-ABN-NOM (WS-A))
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 6 TO WS-I
               WHEN OTHER
                   STRING "&" DELIMITED BY SIZE
                       INTO WS-LIGNE-EXTRAIT WITH POINTER WS-POS
                   END-STRING
                   ADD 1 TO WS-I
           END-EVALUATE.

       ECRIRE-LIGNE-EXTRAIT.
           MOVE WS-LIGNE-EXTRAIT TO FS-LIGNE-EXTRAIT.
           WRITE FS-LIGNE-EXTRAIT.
           IF WS-FS-EXTRAIT NOT = "00"
               DISPLAY "Erreur ecriture " WS-NOM-EXTRAIT
                   ". FILE STATUS: " WS-FS-EXTRAIT
               IF NOT ABN-ERREUR-FICHIER (WS-A)
                   SET ABN-ERREUR-FICHIER (WS-A) TO TRUE
                   ADD 1 TO WS-NB-ERREURS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           IF LIGNE-TRONQUEE
               ADD 1 TO WS-ABN-NB-TRONQUEES (WS-A)
               ADD 1 TO WS-NB-TRONQUEES
           END-IF.

      ****************************************************************
      * Bilan : une ligne par abonne                                 *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Extraits du run " WS-ENT-SEQ " (OUT001 du "
               WS-ENT-DATE ")".
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABONNES
               EVALUATE TRUE
                   WHEN ABN-PRODUIT (WS-A)
                       DISPLAY "  " WS-ABN-NOM (WS-A) " -> "
                           WS-ABN-FICHIER (WS-A) " "
                           WS-ABN-NB-LIGNES (WS-A) " ligne(s)"
                       IF WS-ABN-NB-TRONQUEES (WS-A) > 0
                           DISPLAY "      dont tronquees : "
                               WS-ABN-NB-TRONQUEES (WS-A)
                       END-IF
                   WHEN ABN-SANS-DESCRIPTION (WS-A)
                       DISPLAY "  " WS-ABN-NOM (WS-A)
                           " -> hors generateur (sans description)"
                   WHEN ABN-DESCRIPTION-INVALIDE (WS-A)
                       DISPLAY "  " WS-ABN-NOM (WS-A)
                           " -> DESCRIPTION INVALIDE, rien produit"
                   WHEN OTHER
                       DISPLAY "  " WS-ABN-NOM (WS-A)
                           " -> ERREUR FICHIER, extrait incomplet"
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Extraits produits        : " WS-NB-PRODUITS.
           DISPLAY "Abonnes sans description : " WS-NB-SANS-DESC.
           DISPLAY "Descriptions invalides   : " WS-NB-INVALIDES.
           DISPLAY "----------------------------------------------".

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
