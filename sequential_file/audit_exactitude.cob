      ****************************************************************
      * Audit mensuel de l'exactitude des donnees clients :          *
      * SCORE-QUALITE mesure la forme des donnees, pas leur verite.  *
      * Ce programme travaille en deux temps.                        *
      *   T  tirage : echantillon aleatoire reproductible de N       *
      *      clients actifs, stratifie par agence (agence-client) a  *
      *      allocation proportionnelle, au moins un client par      *
      *      agence peuplee. Le generateur est un congruentiel       *
      *      multiplicatif (16807, modulo 2**31-1) amorce par une    *
      *      graine, le mois audite par defaut : le meme mois et la  *
      *      meme graine sur le meme fichier redonnent le meme       *
      *      echantillon. Le tirage est garde dans ECH001 (entete,   *
      *      strates, fiches tirees) et une feuille de verification  *
      *      par client, fiche normalisee de fiche-client comprise,  *
      *      part sur l'etat VERIFEXA, une page par client.          *
      *   R  resultats : charge les verifications de l'equipe        *
      *      qualite (VEREXA, une ligne id;nom;prenom;adresse;       *
      *      telephone;email, chaque champ C exact, F faux, vide non *
      *      verifie) et edite l'etat EXACTITU : par champ, le taux  *
      *      d'exactitude estime (moyenne des strates ponderee par   *
      *      leur population) et sa marge a 95 % (1,96 ecart-type,   *
      *      correction de population finie comprise), puis le       *
      *      detail brut par agence.                                 *
      * Codes retour : 0 termine, 4 verifications incompletes ou     *
      * lignes de resultat inconnues, 8 tirage impossible ou         *
      * echantillon absent, 99 erreur fichier.                       *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-EXACTITUDE.

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
      * L'echantillon du mois : reecrit a chaque tirage, relu par la
      * passe des resultats.
           SELECT F-ECHANTILLON ASSIGN TO DYNAMIC WS-NOM-ECH001
               FILE STATUS IS WS-FS-ECHANTILLON.
      * Les verifications rendues par l'equipe qualite.
           SELECT F-VERIFICATIONS ASSIGN TO DYNAMIC WS-NOM-VEREXA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFICATIONS.

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

      * Trois sortes d'enregistrement : E entete du tirage, S une
      * strate (agence, population, taille tiree), C une fiche tiree
      * (image complete au moment du tirage).
           FD F-ECHANTILLON
               RECORD CONTAINS 160 CHARACTERS.
           01 FS-ENR-ECHANTILLON.
              05 FE-TYPE               PIC X(01).
                 88 FE-ENTETE          VALUE "E".
                 88 FE-STRATE          VALUE "S".
                 88 FE-FICHE           VALUE "C".
              05 FE-CORPS              PIC X(159).
              05 FE-CORPS-ENTETE REDEFINES FE-CORPS.
                 10 FE-MOIS            PIC 9(06).
                 10 FE-GRAINE          PIC 9(10).
                 10 FE-TAILLE-DEMANDEE PIC 9(05).
                 10 FE-TAILLE-TIREE    PIC 9(05).
                 10 FE-POPULATION      PIC 9(07).
                 10 FE-DATE-TIRAGE     PIC 9(08).
                 10 FILLER             PIC X(118).
              05 FE-CORPS-STRATE REDEFINES FE-CORPS.
                 10 FE-ST-AGENCE       PIC 9(02).
                 10 FE-ST-POPULATION   PIC 9(07).
                 10 FE-ST-TAILLE       PIC 9(05).
                 10 FILLER             PIC X(145).
              05 FE-CORPS-FICHE REDEFINES FE-CORPS.
                 10 FE-FI-AGENCE       PIC 9(02).
                 10 FE-FI-RANG         PIC 9(05).
                 10 FE-FI-IMAGE        PIC X(145).
                 10 FILLER             PIC X(07).

           FD F-VERIFICATIONS.
           01 FS-LIGNE-VERIFICATION PIC X(80).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-ECH001    PIC X(30) VALUE "ECH001".
              05 WS-NOM-VEREXA    PIC X(30) VALUE "VEREXA".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT        PIC X(02).
           01 WS-FS-ECHANTILLON   PIC X(02).
           01 WS-FS-VERIFICATIONS PIC X(02).

           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".
           01 WS-IND-ECHANTILLON PIC X(01) VALUE "N".
              88 FIN-FICHIER-ECHANTILLON VALUE "O".
           01 WS-IND-VERIFICATIONS PIC X(01) VALUE "N".
              88 FIN-FICHIER-VERIFICATIONS VALUE "O".

           01 WS-MODE          PIC X(01).
              88 MODE-TIRAGE    VALUE "T" "t".
              88 MODE-RESULTATS VALUE "R" "r".

      * Parametres du tirage.
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-MOIS-AUDITE   PIC 9(06).
           01 WS-TAILLE-DEMANDEE PIC 9(05).
           01 WS-TAILLE-DEFAUT PIC 9(05) VALUE 100.
           01 WS-TAILLE-MAX    PIC 9(05) VALUE 2000.
           01 WS-TAILLE-TIREE  PIC 9(05) VALUE 0.
           01 WS-POPULATION    PIC 9(07) VALUE 0.

      * Generateur congruentiel multiplicatif de Park et Miller :
      * X(n+1) = 16807 * X(n) modulo 2147483647, X jamais nul.
           01 WS-GRAINE        PIC 9(10).
           01 WS-ALEA          PIC 9(10).
           01 WS-MODULE        PIC 9(10) VALUE 2147483647.
           01 WS-PRODUIT       PIC 9(18) COMP.
           01 WS-QUOTIENT      PIC 9(18) COMP.
           01 WS-SEUIL-GAUCHE  PIC 9(18) COMP.
           01 WS-SEUIL-DROIT   PIC 9(18) COMP.

      * Strates : une par agence 00 a 99 (indice = agence + 1).
      * Population active, taille a tirer, restes du tirage
      * sequentiel, puis comptes de verification par champ.
           01 WS-TABLE-STRATES.
              05 WS-STRATE OCCURS 100 TIMES.
                 10 WS-ST-POPULATION  PIC 9(07).
                 10 WS-ST-TAILLE      PIC 9(05).
                 10 WS-ST-RESTE-POP   PIC 9(07).
                 10 WS-ST-RESTE-TIRER PIC 9(05).
                 10 WS-ST-CHAMP OCCURS 5 TIMES.
                    15 WS-ST-VERIFIES PIC 9(05).
                    15 WS-ST-EXACTS   PIC 9(05).
           01 WS-S             PIC 9(03).
           01 WS-AGENCE        PIC 9(02).
           01 WS-CODE-POSTAL-AFF PIC 9(05).

      * Champs verifies, dans l'ordre des colonnes de VEREXA.
           01 WS-LIBELLES-VALEURS.
              05 FILLER PIC X(10) VALUE "NOM".
              05 FILLER PIC X(10) VALUE "PRENOM".
              05 FILLER PIC X(10) VALUE "ADRESSE".
              05 FILLER PIC X(10) VALUE "TELEPHONE".
              05 FILLER PIC X(10) VALUE "EMAIL".
           01 WS-LIBELLES REDEFINES WS-LIBELLES-VALEURS.
              05 WS-LIBELLE-CHAMP PIC X(10) OCCURS 5 TIMES.
           01 WS-F             PIC 9(01).

      * Echantillon relu pour la passe des resultats : identifiant,
      * agence et verdict par champ (C, F ou blanc). L'arrondi et le
      * minimum d'un client par agence peuvent ajouter au plus un
      * client par strate a la taille demandee : 2000 + 100.
           01 WS-NB-TIRES      PIC 9(05) VALUE 0.
           01 WS-TIRES-MAX     PIC 9(05) VALUE 2100.
           01 WS-TABLE-TIRES.
              05 WS-TIRE OCCURS 2100 TIMES.
                 10 WS-TI-ID       PIC 9(10).
                 10 WS-TI-AGENCE   PIC 9(02).
                 10 WS-TI-VERDICT  PIC X(01) OCCURS 5 TIMES.
           01 WS-T             PIC 9(05).
           01 WS-T-TROUVE      PIC 9(05).

      * Decoupage d'une ligne de VEREXA.
           01 WS-ZONE-ID       PIC X(10).
           01 WS-ZONE-VERDICT  PIC X(05) OCCURS 5 TIMES.
           01 WS-ID-LU         PIC 9(10).
           01 WS-NB-LIGNES-LUES    PIC 9(05) VALUE 0.
           01 WS-NB-LIGNES-INCONNUES PIC 9(05) VALUE 0.
           01 WS-NB-FICHES-VERIFIEES PIC 9(05) VALUE 0.
           01 WS-FICHE-VERIFIEE PIC X(01).

      * Estimation stratifiee d'un champ.
           01 WS-POIDS         PIC 9V9(8).
           01 WS-PROPORTION    PIC 9V9(8).
           01 WS-TAUX          PIC 9V9(8).
           01 WS-VARIANCE      PIC 9V9(12).
           01 WS-TERME         PIC 9V9(12).
           01 WS-FRACTION      PIC 9V9(08).
           01 WS-MARGE         PIC 9V9(8).
           01 WS-POP-COUVERTE  PIC 9(07).
           01 WS-VERIFIES-CHAMP PIC 9(05).
           01 WS-EXACTS-CHAMP  PIC 9(05).
           01 WS-TAUX-EDIT     PIC ZZ9.9.
           01 WS-MARGE-EDIT    PIC Z9.9.
           01 WS-BORNE-BASSE   PIC ZZ9.9.
           01 WS-BORNE-HAUTE   PIC ZZ9.9.
           01 WS-BORNE         PIC S9(03)V9(08).
           01 WS-NB-EDIT       PIC ZZZZ9.
           01 WS-NB-EDIT-2     PIC ZZZZ9.
           01 WS-POP-EDIT      PIC Z(6)9.

      * Fiche normalisee rendue par le formateur partage
      * fiche-client.
           01 WS-FICHE-CLIENT.
              05 WS-FICHE-LIGNE PIC X(80) OCCURS 4 TIMES.
           01 WS-I-FICHE       PIC 9(01).
           01 WS-VALEUR-CHAMP  PIC X(60).
           01 WS-RANG-EDIT     PIC ZZZZ9.
           01 WS-LIGNE-ED-TRAVAIL PIC X(132).
           01 WS-LIGNE-ED-TEMP PIC X(132) VALUE SPACES.

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08).
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Tirage de l'echantillon (T) ou chargement des "
               "resultats (R) ? " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN MODE-TIRAGE
                   PERFORM TIRER-ECHANTILLON
               WHEN MODE-RESULTATS
                   PERFORM EXPLOITER-RESULTATS
               WHEN OTHER
                   DISPLAY "Mode inconnu : rien a faire."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ****************************************************************
      * T : parametres, comptage des strates, allocation, tirage     *
      *     sequentiel et feuilles de verification                   *
      ****************************************************************
       TIRER-ECHANTILLON.
           DISPLAY "Mois audite AAAAMM (0 = mois en cours) : "
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-AUDITE.
           IF WS-MOIS-AUDITE = 0
               MOVE WS-DATE-DU-JOUR (1:6) TO WS-MOIS-AUDITE
           END-IF.
           DISPLAY "Taille de l'echantillon (0 = " WS-TAILLE-DEFAUT
               ") : " WITH NO ADVANCING.
           ACCEPT WS-TAILLE-DEMANDEE.
           IF WS-TAILLE-DEMANDEE = 0
               MOVE WS-TAILLE-DEFAUT TO WS-TAILLE-DEMANDEE
           END-IF.
           IF WS-TAILLE-DEMANDEE > WS-TAILLE-MAX
               DISPLAY "Echantillon limite a " WS-TAILLE-MAX
                   " clients."
               MOVE WS-TAILLE-MAX TO WS-TAILLE-DEMANDEE
           END-IF.
           DISPLAY "Graine du tirage (0 = le mois audite) : "
               WITH NO ADVANCING.
           ACCEPT WS-GRAINE.
           IF WS-GRAINE = 0
               MOVE WS-MOIS-AUDITE TO WS-GRAINE
           END-IF.
           IF WS-GRAINE NOT < WS-MODULE
               COMPUTE WS-GRAINE =
                   FUNCTION MOD (WS-GRAINE, WS-MODULE - 1) + 1
           END-IF.
           MOVE WS-GRAINE TO WS-ALEA.
           INITIALIZE WS-TABLE-STRATES.
           PERFORM COMPTER-STRATES.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-POPULATION = 0
               DISPLAY "Aucun client actif : tirage impossible."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ALLOUER-STRATE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 100.
           OPEN OUTPUT F-ECHANTILLON.
           IF WS-FS-ECHANTILLON NOT = "00"
               DISPLAY "Erreur ouverture ECH001. FILE STATUS: "
                   WS-FS-ECHANTILLON
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FS-ENR-ECHANTILLON.
           SET FE-ENTETE TO TRUE.
           MOVE WS-MOIS-AUDITE TO FE-MOIS.
           MOVE WS-GRAINE TO FE-GRAINE.
           MOVE WS-TAILLE-DEMANDEE TO FE-TAILLE-DEMANDEE.
           MOVE WS-TAILLE-TIREE TO FE-TAILLE-TIREE.
           MOVE WS-POPULATION TO FE-POPULATION.
           MOVE WS-DATE-DU-JOUR TO FE-DATE-TIRAGE.
           WRITE FS-ENR-ECHANTILLON.
           PERFORM ECRIRE-STRATE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 100.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "VERIFEXA" TO WS-ED-NOM-ETAT.
           MOVE "FEUILLES DE VERIFICATION DE L'EXACTITUDE"
               TO WS-ED-TITRE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE 0 TO WS-NB-TIRES.
           PERFORM TIRER-DANS-FICHIER.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-ECHANTILLON.
           DISPLAY "----------------------------------------------".
           DISPLAY "Tirage du mois " WS-MOIS-AUDITE " (graine "
               WS-GRAINE ")".
           DISPLAY "Clients actifs         : " WS-POPULATION.
           DISPLAY "Echantillon demande    : " WS-TAILLE-DEMANDEE.
           DISPLAY "Echantillon tire       : " WS-NB-TIRES.
           DISPLAY "Feuilles editees sur l'etat VERIFEXA, tirage "
               "garde dans ECH001.".
           DISPLAY "----------------------------------------------".

      * Premiere passe : population active de chaque agence.
       COMPTER-STRATES.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-CLIENT.
           PERFORM LIRE-CLIENT.
           PERFORM COMPTER-UN-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.

       LIRE-CLIENT.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-FICHIER-CLIENT TO TRUE
           END-READ.

       COMPTER-UN-CLIENT.
           IF FS-STATUT = "A"
               PERFORM RATTACHER-AGENCE
               ADD 1 TO WS-ST-POPULATION (WS-AGENCE + 1)
               ADD 1 TO WS-POPULATION
           END-IF.
           PERFORM LIRE-CLIENT.

      * Un client a l'etranger n'est rattache a aucune agence (strate
      * 0).
       RATTACHER-AGENCE.
           IF CLI-ETRANGER OF FS-ENR-CLIENT
               MOVE 0 TO WS-AGENCE
           ELSE
               MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL-AFF
               CALL "agence-client" USING WS-CODE-POSTAL-AFF WS-AGENCE
           END-IF.

      * Allocation proportionnelle, arrondie, au moins un client par
      * agence peuplee, jamais plus que sa population.
       ALLOUER-STRATE.
           IF WS-ST-POPULATION (WS-S) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ST-TAILLE (WS-S) ROUNDED =
               WS-TAILLE-DEMANDEE * WS-ST-POPULATION (WS-S)
               / WS-POPULATION.
           IF WS-ST-TAILLE (WS-S) = 0
               MOVE 1 TO WS-ST-TAILLE (WS-S)
           END-IF.
           IF WS-ST-TAILLE (WS-S) > WS-ST-POPULATION (WS-S)
               MOVE WS-ST-POPULATION (WS-S) TO WS-ST-TAILLE (WS-S)
           END-IF.
           MOVE WS-ST-POPULATION (WS-S) TO WS-ST-RESTE-POP (WS-S).
           MOVE WS-ST-TAILLE (WS-S) TO WS-ST-RESTE-TIRER (WS-S).
           ADD WS-ST-TAILLE (WS-S) TO WS-TAILLE-TIREE.

       ECRIRE-STRATE.
           IF WS-ST-POPULATION (WS-S) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FS-ENR-ECHANTILLON.
           SET FE-STRATE TO TRUE.
           COMPUTE FE-ST-AGENCE = WS-S - 1.
           MOVE WS-ST-POPULATION (WS-S) TO FE-ST-POPULATION.
           MOVE WS-ST-TAILLE (WS-S) TO FE-ST-TAILLE.
           WRITE FS-ENR-ECHANTILLON.

      * Seconde passe, dans l'ordre des identifiants : tirage
      * sequentiel sans remise (chaque client actif est retenu avec
      * la probabilite reste a tirer / reste a voir de sa strate).
       TIRER-DANS-FICHIER.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-CLIENT.
           PERFORM LIRE-CLIENT.
           PERFORM TIRER-UN-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.

       TIRER-UN-CLIENT.
           IF FS-STATUT NOT = "A"
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM RATTACHER-AGENCE.
           COMPUTE WS-S = WS-AGENCE + 1.
           PERFORM TIRER-ALEA.
      * Retenu si ALEA / MODULE < reste a tirer / reste a voir,
      * compare en entiers pour rester exact.
           COMPUTE WS-SEUIL-GAUCHE = WS-ALEA * WS-ST-RESTE-POP (WS-S).
           COMPUTE WS-SEUIL-DROIT =
               WS-ST-RESTE-TIRER (WS-S) * WS-MODULE.
           IF WS-SEUIL-GAUCHE < WS-SEUIL-DROIT
               SUBTRACT 1 FROM WS-ST-RESTE-TIRER (WS-S)
               PERFORM RETENIR-CLIENT
           END-IF.
           SUBTRACT 1 FROM WS-ST-RESTE-POP (WS-S).
           PERFORM LIRE-CLIENT.

       TIRER-ALEA.
           COMPUTE WS-PRODUIT = WS-ALEA * 16807.
           DIVIDE WS-PRODUIT BY WS-MODULE GIVING WS-QUOTIENT
               REMAINDER WS-ALEA.

       RETENIR-CLIENT.
           ADD 1 TO WS-NB-TIRES.
           MOVE SPACES TO FS-ENR-ECHANTILLON.
           SET FE-FICHE TO TRUE.
           MOVE WS-AGENCE TO FE-FI-AGENCE.
           MOVE WS-NB-TIRES TO FE-FI-RANG.
           MOVE FS-ENR-CLIENT TO FE-FI-IMAGE.
           WRITE FS-ENR-ECHANTILLON.
           IF WS-FS-ECHANTILLON NOT = "00"
               DISPLAY "Erreur ecriture ECH001. FILE STATUS: "
                   WS-FS-ECHANTILLON
               MOVE 99 TO RETURN-CODE
           END-IF.
           PERFORM EDITER-FEUILLE.

      ****************************************************************
      * Feuille de verification d'un client tire : une page, la     *
      * fiche normalisee puis une case exact / faux par champ        *
      ****************************************************************
       EDITER-FEUILLE.
           IF WS-NB-TIRES > 1
               MOVE "P" TO WS-ED-FONCTION
               CALL "edition-etat" USING WS-DEMANDE-EDITION
           END-IF.
           MOVE WS-NB-TIRES TO WS-RANG-EDIT.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           STRING "Audit d'exactitude " WS-MOIS-AUDITE
               " - graine " WS-GRAINE
               " - fiche " WS-RANG-EDIT " sur " WS-TAILLE-TIREE
               " - agence " WS-AGENCE
               DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           CALL "fiche-client" USING FS-ENR-CLIENT WS-FICHE-CLIENT.
           PERFORM VARYING WS-I-FICHE FROM 1 BY 1
                   UNTIL WS-I-FICHE > 4
               MOVE WS-FICHE-LIGNE (WS-I-FICHE)
                   TO WS-LIGNE-ED-TRAVAIL
               PERFORM ECRIRE-LIGNE-ETAT
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-CASE-CHAMP
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Verifie par : ........  le : ..........  "
               & "source : ..............................."
               TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-CASE-CHAMP.
           MOVE SPACES TO WS-VALEUR-CHAMP.
           EVALUATE WS-F
               WHEN 1
                   MOVE FS-NOM TO WS-VALEUR-CHAMP
               WHEN 2
                   MOVE FS-PRENOM TO WS-VALEUR-CHAMP
               WHEN 3
                   STRING FUNCTION TRIM(FS-RUE) " "
                       WS-CODE-POSTAL-AFF " "
                       FUNCTION TRIM(FS-VILLE)
                       DELIMITED BY SIZE INTO WS-VALEUR-CHAMP
                   END-STRING
               WHEN 4
                   MOVE FS-TELEPHONE TO WS-VALEUR-CHAMP
               WHEN 5
                   MOVE FS-EMAIL TO WS-VALEUR-CHAMP
           END-EVALUATE.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           STRING WS-LIBELLE-CHAMP (WS-F) " : " WS-VALEUR-CHAMP
               "  [ ] exact  [ ] faux"
               DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE-ED-TRAVAIL TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

      ****************************************************************
      * R : relecture de l'echantillon, chargement des               *
      *     verifications, estimation et etat EXACTITU               *
      ****************************************************************
       EXPLOITER-RESULTATS.
           PERFORM RELIRE-ECHANTILLON.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-VERIFICATIONS.
           IF RETURN-CODE = 99
               EXIT PARAGRAPH
           END-IF.
           PERFORM CUMULER-TIRE
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-NB-TIRES.
           PERFORM EDITER-RAPPORT.
           IF WS-NB-FICHES-VERIFIEES < WS-NB-TIRES
               OR WS-NB-LIGNES-INCONNUES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       RELIRE-ECHANTILLON.
           INITIALIZE WS-TABLE-STRATES.
           OPEN INPUT F-ECHANTILLON.
           IF WS-FS-ECHANTILLON = "35"
               DISPLAY "Pas d'echantillon ECH001 : lancer d'abord le "
                   "tirage (T)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS-ECHANTILLON NOT = "00"
               DISPLAY "Erreur ouverture ECH001. FILE STATUS: "
                   WS-FS-ECHANTILLON
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-ECHANTILLON.
           PERFORM LIRE-ECHANTILLON UNTIL FIN-FICHIER-ECHANTILLON.
           CLOSE F-ECHANTILLON.
           IF WS-NB-TIRES = 0
               DISPLAY "ECH001 ne contient aucune fiche tiree."
               MOVE 8 TO RETURN-CODE
           END-IF.

       LIRE-ECHANTILLON.
           READ F-ECHANTILLON
               AT END
                   SET FIN-FICHIER-ECHANTILLON TO TRUE
           END-READ.
           IF FIN-FICHIER-ECHANTILLON
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN FE-ENTETE
                   MOVE FE-MOIS TO WS-MOIS-AUDITE
                   MOVE FE-GRAINE TO WS-GRAINE
                   MOVE FE-TAILLE-TIREE TO WS-TAILLE-TIREE
                   MOVE FE-POPULATION TO WS-POPULATION
               WHEN FE-STRATE
                   MOVE FE-ST-POPULATION
                       TO WS-ST-POPULATION (FE-ST-AGENCE + 1)
                   MOVE FE-ST-TAILLE
                       TO WS-ST-TAILLE (FE-ST-AGENCE + 1)
               WHEN FE-FICHE
                   IF WS-NB-TIRES < WS-TIRES-MAX
                       ADD 1 TO WS-NB-TIRES
                       MOVE FE-FI-IMAGE TO FS-ENR-CLIENT
                       MOVE FS-CLIENT-ID TO WS-TI-ID (WS-NB-TIRES)
                       MOVE FE-FI-AGENCE
                           TO WS-TI-AGENCE (WS-NB-TIRES)
                       MOVE SPACES TO WS-TI-VERDICT (WS-NB-TIRES, 1)
                           WS-TI-VERDICT (WS-NB-TIRES, 2)
                           WS-TI-VERDICT (WS-NB-TIRES, 3)
                           WS-TI-VERDICT (WS-NB-TIRES, 4)
                           WS-TI-VERDICT (WS-NB-TIRES, 5)
                   END-IF
           END-EVALUATE.

      * Une ligne par fiche verifiee ; une seconde ligne pour la
      * meme fiche remplace la premiere (correction de saisie).
       CHARGER-VERIFICATIONS.
           OPEN INPUT F-VERIFICATIONS.
           IF WS-FS-VERIFICATIONS = "35"
               DISPLAY "Pas encore de verifications VEREXA : etat "
                   "edite sur l'echantillon seul."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS-VERIFICATIONS NOT = "00"
               DISPLAY "Erreur ouverture VEREXA. FILE STATUS: "
                   WS-FS-VERIFICATIONS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-IND-VERIFICATIONS.
           PERFORM LIRE-VERIFICATION UNTIL FIN-FICHIER-VERIFICATIONS.
           CLOSE F-VERIFICATIONS.

       LIRE-VERIFICATION.
           READ F-VERIFICATIONS
               AT END
                   SET FIN-FICHIER-VERIFICATIONS TO TRUE
           END-READ.
           IF FIN-FICHIER-VERIFICATIONS
               OR FS-LIGNE-VERIFICATION = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES-LUES.
           MOVE SPACES TO WS-ZONE-ID WS-ZONE-VERDICT (1)
               WS-ZONE-VERDICT (2) WS-ZONE-VERDICT (3)
               WS-ZONE-VERDICT (4) WS-ZONE-VERDICT (5).
           UNSTRING FS-LIGNE-VERIFICATION DELIMITED BY ";"
               INTO WS-ZONE-ID WS-ZONE-VERDICT (1)
                   WS-ZONE-VERDICT (2) WS-ZONE-VERDICT (3)
                   WS-ZONE-VERDICT (4) WS-ZONE-VERDICT (5)
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ZONE-ID) IS NOT NUMERIC
               ADD 1 TO WS-NB-LIGNES-INCONNUES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ZONE-ID) TO WS-ID-LU.
           MOVE 0 TO WS-T-TROUVE.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TIRES OR WS-T-TROUVE > 0
               IF WS-TI-ID (WS-T) = WS-ID-LU
                   MOVE WS-T TO WS-T-TROUVE
               END-IF
           END-PERFORM.
           IF WS-T-TROUVE = 0
               DISPLAY "VEREXA : client " WS-ID-LU
                   " absent de l'echantillon, ligne ignoree."
               ADD 1 TO WS-NB-LIGNES-INCONNUES
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOTER-VERDICT
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.

       NOTER-VERDICT.
           EVALUATE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-ZONE-VERDICT (WS-F)))
               WHEN "C"
                   MOVE "C" TO WS-TI-VERDICT (WS-T-TROUVE, WS-F)
               WHEN "F"
                   MOVE "F" TO WS-TI-VERDICT (WS-T-TROUVE, WS-F)
               WHEN OTHER
                   MOVE SPACE TO WS-TI-VERDICT (WS-T-TROUVE, WS-F)
           END-EVALUATE.

      * Report des verdicts d'une fiche dans les comptes de sa
      * strate.
       CUMULER-TIRE.
           COMPUTE WS-S = WS-TI-AGENCE (WS-T) + 1.
           MOVE "N" TO WS-FICHE-VERIFIEE.
           PERFORM CUMULER-VERDICT
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.
           IF WS-FICHE-VERIFIEE = "O"
               ADD 1 TO WS-NB-FICHES-VERIFIEES
           END-IF.

       CUMULER-VERDICT.
           IF WS-TI-VERDICT (WS-T, WS-F) NOT = SPACE
               MOVE "O" TO WS-FICHE-VERIFIEE
               ADD 1 TO WS-ST-VERIFIES (WS-S, WS-F)
               IF WS-TI-VERDICT (WS-T, WS-F) = "C"
                   ADD 1 TO WS-ST-EXACTS (WS-S, WS-F)
               END-IF
           END-IF.

      ****************************************************************
      * Etat EXACTITU : estimation par champ puis detail par agence  *
      ****************************************************************
       EDITER-RAPPORT.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE "EXACTITU" TO WS-ED-NOM-ETAT.
           MOVE "EXACTITUDE DES DONNEES CLIENTS - AUDIT PAR SONDAGE"
               TO WS-ED-TITRE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE WS-POPULATION TO WS-POP-EDIT.
           MOVE WS-NB-TIRES TO WS-NB-EDIT.
           MOVE WS-NB-FICHES-VERIFIEES TO WS-NB-EDIT-2.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           STRING "Mois " WS-MOIS-AUDITE " - graine " WS-GRAINE
               " - clients actifs " WS-POP-EDIT
               " - tires " WS-NB-EDIT
               " - verifies " WS-NB-EDIT-2
               DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Champ       Verifies  Exacts   Taux estime   Marge 95"
               & "%   Intervalle" TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ESTIMER-CHAMP
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Detail brut par agence (exacts / verifies)"
               TO WS-LIGNE-ED-TRAVAIL.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-AGENCE
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 100.
           IF WS-NB-LIGNES-INCONNUES > 0
               MOVE SPACES TO WS-LIGNE-ED-TRAVAIL
               MOVE WS-NB-LIGNES-INCONNUES TO WS-NB-EDIT
               STRING "ATTENTION : " WS-NB-EDIT " ligne(s) de VEREXA "
                   "hors echantillon ou illisibles, ignorees."
                   DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           DISPLAY "Etat EXACTITU edite : " WS-NB-FICHES-VERIFIEES
               " fiche(s) verifiee(s) sur " WS-NB-TIRES ".".

      * Estimateur stratifie : taux = somme des Wh.ph, variance =
      * somme des Wh2.ph(1-ph)/nh.(1-nh/Nh), Wh la part de la strate
      * dans la population des strates ou le champ a ete verifie.
       ESTIMER-CHAMP.
           MOVE 0 TO WS-POP-COUVERTE WS-VERIFIES-CHAMP
               WS-EXACTS-CHAMP WS-TAUX WS-VARIANCE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 100
               IF WS-ST-VERIFIES (WS-S, WS-F) > 0
                   ADD WS-ST-POPULATION (WS-S) TO WS-POP-COUVERTE
                   ADD WS-ST-VERIFIES (WS-S, WS-F)
                       TO WS-VERIFIES-CHAMP
                   ADD WS-ST-EXACTS (WS-S, WS-F) TO WS-EXACTS-CHAMP
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           MOVE WS-VERIFIES-CHAMP TO WS-NB-EDIT.
           MOVE WS-EXACTS-CHAMP TO WS-NB-EDIT-2.
           IF WS-VERIFIES-CHAMP = 0
               STRING WS-LIBELLE-CHAMP (WS-F) "  " WS-NB-EDIT
                   "   " WS-NB-EDIT-2 "   non verifie"
                   DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CUMULER-ESTIMATION
               VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 100.
           COMPUTE WS-MARGE = 1.96 * FUNCTION SQRT (WS-VARIANCE).
           COMPUTE WS-TAUX-EDIT ROUNDED = WS-TAUX * 100.
           COMPUTE WS-MARGE-EDIT ROUNDED = WS-MARGE * 100.
           COMPUTE WS-BORNE = (WS-TAUX - WS-MARGE) * 100.
           IF WS-BORNE < 0
               MOVE 0 TO WS-BORNE
           END-IF.
           COMPUTE WS-BORNE-BASSE ROUNDED = WS-BORNE.
           COMPUTE WS-BORNE = (WS-TAUX + WS-MARGE) * 100.
           IF WS-BORNE > 100
               MOVE 100 TO WS-BORNE
           END-IF.
           COMPUTE WS-BORNE-HAUTE ROUNDED = WS-BORNE.
           STRING WS-LIBELLE-CHAMP (WS-F) "  " WS-NB-EDIT
               "   " WS-NB-EDIT-2 "   " WS-TAUX-EDIT " %"
               "      +/- " WS-MARGE-EDIT " %"
               "    [" WS-BORNE-BASSE " ; " WS-BORNE-HAUTE "]"
               DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       CUMULER-ESTIMATION.
           IF WS-ST-VERIFIES (WS-S, WS-F) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POIDS ROUNDED =
               WS-ST-POPULATION (WS-S) / WS-POP-COUVERTE.
           COMPUTE WS-PROPORTION ROUNDED =
               WS-ST-EXACTS (WS-S, WS-F) / WS-ST-VERIFIES (WS-S, WS-F).
           COMPUTE WS-TAUX ROUNDED =
               WS-TAUX + WS-POIDS * WS-PROPORTION.
           COMPUTE WS-FRACTION ROUNDED =
               WS-ST-VERIFIES (WS-S, WS-F) / WS-ST-POPULATION (WS-S).
           COMPUTE WS-TERME ROUNDED = WS-POIDS * WS-POIDS.
           COMPUTE WS-TERME ROUNDED = WS-TERME * WS-PROPORTION.
           COMPUTE WS-TERME ROUNDED =
               WS-TERME * (1 - WS-PROPORTION).
           COMPUTE WS-TERME ROUNDED = WS-TERME * (1 - WS-FRACTION).
           COMPUTE WS-TERME ROUNDED =
               WS-TERME / WS-ST-VERIFIES (WS-S, WS-F).
           ADD WS-TERME TO WS-VARIANCE.

       EDITER-AGENCE.
           IF WS-ST-TAILLE (WS-S) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGENCE = WS-S - 1.
           MOVE WS-ST-POPULATION (WS-S) TO WS-POP-EDIT.
           MOVE WS-ST-TAILLE (WS-S) TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-ED-TRAVAIL.
           STRING "Agence " WS-AGENCE " actifs " WS-POP-EDIT
               " tires " WS-NB-EDIT " :"
               DELIMITED BY SIZE INTO WS-LIGNE-ED-TRAVAIL
           END-STRING.
           PERFORM EDITER-AGENCE-CHAMP
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-AGENCE-CHAMP.
           MOVE WS-ST-EXACTS (WS-S, WS-F) TO WS-NB-EDIT.
           MOVE WS-ST-VERIFIES (WS-S, WS-F) TO WS-NB-EDIT-2.
           STRING FUNCTION TRIM(WS-LIGNE-ED-TRAVAIL) " "
               FUNCTION TRIM(WS-LIBELLE-CHAMP (WS-F)) " "
               FUNCTION TRIM(WS-NB-EDIT) "/"
               FUNCTION TRIM(WS-NB-EDIT-2)
               DELIMITED BY SIZE INTO WS-LIGNE-ED-TEMP
           END-STRING.
           MOVE WS-LIGNE-ED-TEMP TO WS-LIGNE-ED-TRAVAIL.
           MOVE SPACES TO WS-LIGNE-ED-TEMP.
