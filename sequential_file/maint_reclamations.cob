      ****************************************************************
      * Tenue du registre des reclamations des clients (RCL001,      *
      * copybook RECLAM) : les reclamations se suivaient dans un     *
      * tableur partage, sans lien avec la fiche client. Ouverture   *
      * d'une reclamation (WRITE) avec son numero AAAANNNN, l'agence *
      * du client et l'echeance reglementaire de reponse calculee    *
      * par calendar-jours-ouvres ; attribution a un gestionnaire    *
      * actif d'OPR001 ; reponse datee ; cloture (REWRITE) ;         *
      * consultation d'une reclamation ou des reclamations d'un      *
      * client. Une reclamation n'est jamais supprimee. Consultation *
      * ouverte aux roles CON, GES, SUP et ADM (option 00) ;         *
      * ouverture, reponse et cloture reservees aux roles GES, SUP   *
      * et ADM (option 01) ; attribution reservee aux roles SUP et   *
      * ADM (option 02), controle par connexion-operateur. Un        *
      * registre encore vierge (statut 35) est cree au vol, comme    *
      * DEM001 dans MAINT-DEMANDES.                                  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-RECLAMATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECLAMATIONS ASSIGN TO DYNAMIC WS-NOM-RCL001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUMERO
               ALTERNATE RECORD KEY IS RC-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECLAMATIONS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Les profils operateurs, pour controler le gestionnaire
      * designe a l'attribution.
           SELECT F-OPERATEURS ASSIGN TO DYNAMIC WS-NOM-OPR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-CODE
               FILE STATUS IS WS-FS-OPERATEURS.

       DATA DIVISION.
       FILE SECTION.
           FD F-RECLAMATIONS
               RECORD CONTAINS 150 CHARACTERS.
           01 FR-ENR-RECLAMATION.
               COPY RECLAM.

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

           FD F-OPERATEURS
               RECORD CONTAINS 60 CHARACTERS.
           01 FO-ENR-OPERATEUR.
               COPY OPERAT.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-RCL001    PIC X(30) VALUE "RCL001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-OPR001    PIC X(30) VALUE "OPR001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-RECLAMATIONS PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-OPERATEURS PIC X(02).

      * Choix de l'operateur dans le menu principal.
           01 WS-CHOIX         PIC X(01) VALUE SPACE.
              88 CHOIX-OUVERTURE    VALUE "O" "o".
              88 CHOIX-ATTRIBUTION  VALUE "A" "a".
              88 CHOIX-REPONSE      VALUE "R" "r".
              88 CHOIX-CLOTURE      VALUE "T" "t".
              88 CHOIX-CONSULTATION VALUE "C" "c".
              88 CHOIX-LISTE        VALUE "L" "l".
              88 CHOIX-FIN          VALUE "F" "f".
              88 CHOIX-VALIDE       VALUE "O" "o" "A" "a" "R" "r"
                                          "T" "t" "C" "c" "L" "l"
                                          "F" "f".
           01 WS-REPONSE       PIC X(01).

      * Saisies de l'operateur.
           01 WS-SAISIE-ID     PIC 9(10).
           01 WS-SAISIE-NUMERO PIC 9(08).
           01 WS-SAISIE-CATEGORIE PIC X(01).
           01 WS-SAISIE-DATE   PIC 9(08).
           01 WS-SAISIE-CANAL  PIC X(10).
           01 WS-SAISIE-RESUME PIC X(50).
           01 WS-SAISIE-GESTIONNAIRE PIC X(03).
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Agence du client a la reception (sous-programme partage
      * agence-client).
           01 WS-CODE-POSTAL   PIC 9(05).
           01 WS-AGENCE        PIC 9(02).

      * Numerotation AAAANNNN : rang dans l'annee de reception,
      * repris apres le plus grand numero deja attribue cette annee.
           01 WS-NUMERO-BASE   PIC 9(08).
           01 WS-NUMERO-MAX    PIC 9(08).
           01 WS-FIN-ANNEE     PIC X(01).
              88 FIN-NUMEROS-ANNEE VALUE "O".

      * Echeance reglementaire : reception plus deux mois (jour
      * ramene au dernier jour du mois s'il n'y existe pas),
      * reportee au jour ouvre suivant si elle tombe un jour chome.
           01 WS-ECHEANCE      PIC 9(08).
           01 WS-ECHEANCE-DEC REDEFINES WS-ECHEANCE.
              05 WS-ECH-AA     PIC 9(04).
              05 WS-ECH-MM     PIC 9(02).
              05 WS-ECH-JJ     PIC 9(02).
           01 WS-DELAI-MOIS    PIC 9(02) VALUE 2.
           01 WS-CU-ANNEE      PIC 9(04).
           01 WS-CU-MOIS       PIC 9(02).
           01 WS-CU-JOUR       PIC 9(02).
           01 WS-CU-BISSEXTILE PIC X(01).
           01 WS-CU-JOURS-MOIS PIC 9(02).
           01 WS-CU-JOUR-ANNEE PIC 9(03).
           01 WS-DEMANDE-JOURS-OUVRES.
              05 WS-CJO-FONCTION      PIC X(01).
              05 WS-CJO-DATE          PIC 9(08).
              05 WS-CJO-DATE2         PIC 9(08).
              05 WS-CJO-OUVRE         PIC X(01).
              05 WS-CJO-RESULTAT-DATE PIC 9(08).
              05 WS-CJO-RESULTAT-NB   PIC 9(05).

      * Identite et habilitations de l'operateur connecte
      * (sous-programme partage connexion-operateur).
           01 WS-OPERATEUR     PIC X(03) VALUE SPACES.
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20)
                  VALUE "MAINT-RECLAMATIONS".
              05 WS-CO-OPTION      PIC X(02) VALUE "00".
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).

      * Verification de la cle de controle des identifiants
      * (sous-programme partage cle-client).
           01 WS-DEMANDE-CLE.
              05 WS-CC-FONCTION PIC X(01).
              05 WS-CC-BASE     PIC 9(09).
              05 WS-CC-ID       PIC 9(10).
              05 WS-CC-VALIDE   PIC X(01).

      * Fiche normalisee rendue par le formateur partage
      * fiche-client.
           01 WS-FICHE-CLIENT.
              05 WS-FICHE-LIGNE PIC X(80) OCCURS 4 TIMES.
           01 WS-I-FICHE       PIC 9(01).

           01 WS-LIBELLE-CATEGORIE PIC X(20).
           01 WS-LIBELLE-STATUT PIC X(10).
           01 WS-FIN-LISTE     PIC X(01).
              88 FIN-LISTE-RECLAMATIONS VALUE "O".
           01 WS-NB-LISTES     PIC 9(04).

      * Compteurs pour le bilan de fin de session.
           01 WS-COMPTEURS.
              05 WS-NB-OUVERTES     PIC 9(06) VALUE 0.
              05 WS-NB-ATTRIBUEES   PIC 9(06) VALUE 0.
              05 WS-NB-REPONDUES    PIC 9(06) VALUE 0.
              05 WS-NB-CLOSES       PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR = 0
               MOVE "A" TO WS-CO-FONCTION
               CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION
           END-IF.
           IF WS-CO-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CO-OPERATEUR TO WS-OPERATEUR.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Ouverture du registre RCL001 en mise a jour...".
           OPEN I-O F-RECLAMATIONS.
           IF WS-FS-RECLAMATIONS = "35"
               OPEN OUTPUT F-RECLAMATIONS
               CLOSE F-RECLAMATIONS
               OPEN I-O F-RECLAMATIONS
           END-IF.
           IF WS-FS-RECLAMATIONS NOT = "00"
               DISPLAY "Erreur ouverture RCL001. FILE STATUS: "
                   WS-FS-RECLAMATIONS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-RECLAMATIONS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-OPERATEURS.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Erreur ouverture OPR001. FILE STATUS: "
                   WS-FS-OPERATEURS
               CLOSE F-RECLAMATIONS
               CLOSE F-CLIENT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           PERFORM AFFICHER-BILAN.
           CLOSE F-RECLAMATIONS.
           CLOSE F-CLIENT.
           CLOSE F-OPERATEURS.
           DISPLAY "Traitement termine.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Menu principal                                               *
      ****************************************************************
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Reclamations : Ouverture (O), Attribution (A), "
               "Reponse (R), Cloture (T), Consultation d'une "
               "reclamation (C), Liste d'un client (L), Fin (F) ? "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
               EXIT PARAGRAPH
           END-IF.
           IF CHOIX-OUVERTURE OR CHOIX-REPONSE OR CHOIX-CLOTURE
               PERFORM AUTORISER-MISE-A-JOUR
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CHOIX-ATTRIBUTION
               PERFORM AUTORISER-ATTRIBUTION
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CHOIX-OUVERTURE
                   PERFORM OUVRIR-RECLAMATION
               WHEN CHOIX-ATTRIBUTION
                   PERFORM ATTRIBUER-RECLAMATION
               WHEN CHOIX-REPONSE
                   PERFORM REPONDRE-RECLAMATION
               WHEN CHOIX-CLOTURE
                   PERFORM CLORE-RECLAMATION
               WHEN CHOIX-CONSULTATION
                   PERFORM CONSULTER-RECLAMATION
               WHEN CHOIX-LISTE
                   PERFORM LISTER-RECLAMATIONS-CLIENT
               WHEN CHOIX-FIN
                   CONTINUE
           END-EVALUATE.

      * Ouverture, reponse et cloture : option 01 ; attribution :
      * option 02. Relues a chaque demande (un role retire en cours
      * de session est refuse).
       AUTORISER-MISE-A-JOUR.
           MOVE "A" TO WS-CO-FONCTION.
           MOVE "01" TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           MOVE "00" TO WS-CO-OPTION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Ouverture, reponse et cloture des "
                   "reclamations reservees aux roles GES, SUP et ADM."
           END-IF.

       AUTORISER-ATTRIBUTION.
           MOVE "A" TO WS-CO-FONCTION.
           MOVE "02" TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           MOVE "00" TO WS-CO-OPTION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Attribution des reclamations reservee aux "
                   "roles SUP et ADM."
           END-IF.

      ****************************************************************
      * Ouverture d'une reclamation : client, date de reception,     *
      * canal, categorie et resume ; numero, agence et echeance      *
      * calcules                                                     *
      ****************************************************************
       OUVRIR-RECLAMATION.
           DISPLAY "Identifiant du client reclamant : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           MOVE 0 TO WS-AGENCE.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Client absent de F-CLIENT : la reclamation "
                   "est ouverte sans agence (00)."
           ELSE
               IF FS-CODE-POSTAL IS NUMERIC
                   MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL
                   CALL "agence-client" USING WS-CODE-POSTAL WS-AGENCE
               END-IF
           END-IF.
           PERFORM SAISIR-CATEGORIE.
           IF NOT RC-CATEGORIE-CONNUE
               DISPLAY "Categorie inconnue : ouverture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de reception (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           IF WS-SAISIE-DATE > WS-DATE-DU-JOUR
               DISPLAY "Reception future : ouverture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Canal (COURRIER, EMAIL, TELEPHONE, GUICHET...) : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CANAL.
           ACCEPT WS-SAISIE-CANAL.
           DISPLAY "Resume (50 caracteres) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-RESUME.
           ACCEPT WS-SAISIE-RESUME.
           IF WS-SAISIE-RESUME = SPACES
               DISPLAY "Resume vide : ouverture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-ECHEANCE.
           PERFORM ATTRIBUER-NUMERO.
           IF WS-FS-RECLAMATIONS NOT = "00"
               AND WS-FS-RECLAMATIONS NOT = "10"
               AND WS-FS-RECLAMATIONS NOT = "23"
               DISPLAY "Erreur lecture RCL001. FILE STATUS: "
                   WS-FS-RECLAMATIONS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FR-ENR-RECLAMATION.
           MOVE WS-NUMERO-MAX TO RC-NUMERO.
           MOVE WS-SAISIE-ID TO RC-ID-CLIENT.
           MOVE WS-SAISIE-DATE TO RC-DATE-RECEPTION.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CANAL) TO RC-CANAL.
           MOVE WS-SAISIE-CATEGORIE TO RC-CATEGORIE.
           MOVE WS-AGENCE TO RC-AGENCE.
           SET RC-OUVERTE TO TRUE.
           MOVE 0 TO RC-DATE-ATTRIBUTION.
           MOVE WS-ECHEANCE TO RC-DATE-ECHEANCE.
           MOVE 0 TO RC-DATE-REPONSE.
           MOVE 0 TO RC-DATE-CLOTURE.
           MOVE WS-SAISIE-RESUME TO RC-RESUME.
           MOVE WS-OPERATEUR TO RC-OPERATEUR.
           WRITE FR-ENR-RECLAMATION
               INVALID KEY
                   DISPLAY "Numero " RC-NUMERO " deja attribue : "
                       "ouverture refusee, recommencez."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-OUVERTES
                   DISPLAY "Reclamation " RC-NUMERO " ouverte, "
                       "reponse due le " RC-DATE-ECHEANCE "."
           END-WRITE.

      * Plus grand numero de l'annee de reception, plus un.
       ATTRIBUER-NUMERO.
           DIVIDE WS-SAISIE-DATE BY 10000 GIVING WS-NUMERO-BASE.
           MULTIPLY 10000 BY WS-NUMERO-BASE.
           MOVE WS-NUMERO-BASE TO WS-NUMERO-MAX.
           MOVE "N" TO WS-FIN-ANNEE.
           MOVE WS-NUMERO-BASE TO RC-NUMERO.
           START F-RECLAMATIONS KEY IS GREATER THAN RC-NUMERO
               INVALID KEY
                   SET FIN-NUMEROS-ANNEE TO TRUE
           END-START.
           PERFORM LIRE-NUMERO-ANNEE UNTIL FIN-NUMEROS-ANNEE.
           ADD 1 TO WS-NUMERO-MAX.

       LIRE-NUMERO-ANNEE.
           READ F-RECLAMATIONS NEXT RECORD
               AT END
                   SET FIN-NUMEROS-ANNEE TO TRUE
           END-READ.
           IF NOT FIN-NUMEROS-ANNEE
               IF RC-NUMERO > WS-NUMERO-BASE + 9999
                   SET FIN-NUMEROS-ANNEE TO TRUE
               ELSE
                   MOVE RC-NUMERO TO WS-NUMERO-MAX
               END-IF
           END-IF.

       CALCULER-ECHEANCE.
           MOVE WS-SAISIE-DATE TO WS-ECHEANCE.
           ADD WS-DELAI-MOIS TO WS-ECH-MM.
           IF WS-ECH-MM > 12
               SUBTRACT 12 FROM WS-ECH-MM
               ADD 1 TO WS-ECH-AA
           END-IF.
           MOVE WS-ECH-AA TO WS-CU-ANNEE.
           MOVE WS-ECH-MM TO WS-CU-MOIS.
           MOVE 1 TO WS-CU-JOUR.
           CALL "calendar-utils" USING WS-CU-ANNEE WS-CU-MOIS
               WS-CU-JOUR WS-CU-BISSEXTILE WS-CU-JOURS-MOIS
               WS-CU-JOUR-ANNEE.
           IF WS-ECH-JJ > WS-CU-JOURS-MOIS
               MOVE WS-CU-JOURS-MOIS TO WS-ECH-JJ
           END-IF.
           MOVE "O" TO WS-CJO-FONCTION.
           MOVE WS-ECHEANCE TO WS-CJO-DATE.
           CALL "calendar-jours-ouvres" USING WS-DEMANDE-JOURS-OUVRES.
           IF WS-CJO-OUVRE NOT = "O"
               MOVE "S" TO WS-CJO-FONCTION
               CALL "calendar-jours-ouvres"
                   USING WS-DEMANDE-JOURS-OUVRES
               MOVE WS-CJO-RESULTAT-DATE TO WS-ECHEANCE
           END-IF.

      ****************************************************************
      * Attribution (ou reattribution) d'une reclamation en attente  *
      * de reponse a un gestionnaire actif d'OPR001                  *
      ****************************************************************
       ATTRIBUER-RECLAMATION.
           PERFORM LIRE-RECLAMATION-SAISIE.
           IF WS-FS-RECLAMATIONS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF NOT RC-EN-ATTENTE-REPONSE
               DISPLAY "Reclamation deja repondue : attribution "
                   "refusee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Gestionnaire (trigramme) : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-GESTIONNAIRE.
           ACCEPT WS-SAISIE-GESTIONNAIRE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-GESTIONNAIRE)
               TO OP-CODE.
           READ F-OPERATEURS
               INVALID KEY
                   DISPLAY "Operateur " OP-CODE " inconnu : "
                       "attribution refusee."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OP-EST-ACTIF
               DISPLAY "Operateur " OP-CODE " inactif : attribution "
                   "refusee."
               EXIT PARAGRAPH
           END-IF.
           IF NOT OP-ROLE-GESTION AND NOT OP-ROLE-SUPERVISION
               AND NOT OP-ROLE-ADMINISTRATION
               DISPLAY "Operateur " OP-CODE " de role " OP-ROLE
                   " : seuls GES, SUP et ADM traitent les "
                   "reclamations."
               EXIT PARAGRAPH
           END-IF.
           MOVE OP-CODE TO RC-GESTIONNAIRE.
           MOVE WS-DATE-DU-JOUR TO RC-DATE-ATTRIBUTION.
           SET RC-ATTRIBUEE TO TRUE.
           REWRITE FR-ENR-RECLAMATION
           END-REWRITE.
           IF WS-FS-RECLAMATIONS NOT = "00"
               DISPLAY "Erreur reecriture RCL001. FILE STATUS: "
                   WS-FS-RECLAMATIONS
           ELSE
               ADD 1 TO WS-NB-ATTRIBUEES
               DISPLAY "Reclamation attribuee a " RC-GESTIONNAIRE
                   " (" FUNCTION TRIM(OP-NOM) ")."
           END-IF.

      ****************************************************************
      * Reponse a une reclamation attribuee : date de reponse (ni    *
      * future, ni avant la reception), signalee hors delai apres    *
      * l'echeance reglementaire                                     *
      ****************************************************************
       REPONDRE-RECLAMATION.
           PERFORM LIRE-RECLAMATION-SAISIE.
           IF WS-FS-RECLAMATIONS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF RC-OUVERTE
               DISPLAY "Reclamation non attribuee : l'attribuer "
                   "d'abord (A)."
               EXIT PARAGRAPH
           END-IF.
           IF NOT RC-ATTRIBUEE
               DISPLAY "Reclamation deja repondue le "
                   RC-DATE-REPONSE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de reponse (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           IF WS-SAISIE-DATE > WS-DATE-DU-JOUR
               DISPLAY "Reponse future : refusee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAISIE-DATE < RC-DATE-RECEPTION
               DISPLAY "Reponse anterieure a la reception ("
                   RC-DATE-RECEPTION ") : refusee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAISIE-DATE TO RC-DATE-REPONSE.
           SET RC-REPONDUE TO TRUE.
           REWRITE FR-ENR-RECLAMATION
           END-REWRITE.
           IF WS-FS-RECLAMATIONS NOT = "00"
               DISPLAY "Erreur reecriture RCL001. FILE STATUS: "
                   WS-FS-RECLAMATIONS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REPONDUES.
           IF RC-DATE-REPONSE > RC-DATE-ECHEANCE
               DISPLAY "Reponse enregistree HORS DELAI (echeance "
                   RC-DATE-ECHEANCE ")."
           ELSE
               DISPLAY "Reponse enregistree dans le delai."
           END-IF.

      ****************************************************************
      * Cloture d'une reclamation repondue                           *
      ****************************************************************
       CLORE-RECLAMATION.
           PERFORM LIRE-RECLAMATION-SAISIE.
           IF WS-FS-RECLAMATIONS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF RC-CLOSE
               DISPLAY "Reclamation deja close le " RC-DATE-CLOTURE
                   "."
               EXIT PARAGRAPH
           END-IF.
           IF NOT RC-REPONDUE
               DISPLAY "Reclamation sans reponse : cloture refusee "
                   "(reponse : R)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la cloture (O/N) ? " WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Cloture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-DU-JOUR TO RC-DATE-CLOTURE.
           SET RC-CLOSE TO TRUE.
           REWRITE FR-ENR-RECLAMATION
           END-REWRITE.
           IF WS-FS-RECLAMATIONS NOT = "00"
               DISPLAY "Erreur reecriture RCL001. FILE STATUS: "
                   WS-FS-RECLAMATIONS
           ELSE
               ADD 1 TO WS-NB-CLOSES
               DISPLAY "Reclamation close."
           END-IF.

      ****************************************************************
      * Consultation d'une reclamation, liste des reclamations d'un  *
      * client                                                       *
      ****************************************************************
       CONSULTER-RECLAMATION.
           PERFORM LIRE-RECLAMATION-SAISIE.

       LISTER-RECLAMATIONS-CLIENT.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           MOVE 0 TO WS-NB-LISTES.
           MOVE "N" TO WS-FIN-LISTE.
           MOVE WS-SAISIE-ID TO RC-ID-CLIENT.
           START F-RECLAMATIONS KEY IS EQUAL TO RC-ID-CLIENT
               INVALID KEY
                   SET FIN-LISTE-RECLAMATIONS TO TRUE
           END-START.
           PERFORM LISTER-UNE-RECLAMATION
               UNTIL FIN-LISTE-RECLAMATIONS.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucune reclamation pour ce client."
           END-IF.

       LISTER-UNE-RECLAMATION.
           READ F-RECLAMATIONS NEXT RECORD
               AT END
                   SET FIN-LISTE-RECLAMATIONS TO TRUE
           END-READ.
           IF FIN-LISTE-RECLAMATIONS
               EXIT PARAGRAPH
           END-IF.
           IF RC-ID-CLIENT NOT = WS-SAISIE-ID
               SET FIN-LISTE-RECLAMATIONS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           PERFORM AFFICHER-RECLAMATION.

       LIRE-RECLAMATION-SAISIE.
           DISPLAY "Numero de la reclamation (AAAANNNN) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUMERO.
           MOVE WS-SAISIE-NUMERO TO RC-NUMERO.
           READ F-RECLAMATIONS
               KEY IS RC-NUMERO
               INVALID KEY
                   DISPLAY "Reclamation introuvable : "
                       WS-SAISIE-NUMERO
               NOT INVALID KEY
                   PERFORM AFFICHER-RECLAMATION
           END-READ.

       AFFICHER-RECLAMATION.
           PERFORM LIBELLER-CATEGORIE.
           EVALUATE TRUE
               WHEN RC-OUVERTE
                   MOVE "a attribuer" TO WS-LIBELLE-STATUT
               WHEN RC-ATTRIBUEE
                   MOVE "attribuee" TO WS-LIBELLE-STATUT
               WHEN RC-REPONDUE
                   MOVE "repondue" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE "close" TO WS-LIBELLE-STATUT
           END-EVALUATE.
           DISPLAY "  reclamation " RC-NUMERO " client "
               RC-ID-CLIENT " agence " RC-AGENCE " "
               FUNCTION TRIM(WS-LIBELLE-CATEGORIE) " "
               WS-LIBELLE-STATUT.
           DISPLAY "    recue le " RC-DATE-RECEPTION " par "
               FUNCTION TRIM(RC-CANAL) " echeance "
               RC-DATE-ECHEANCE " ouverte par " RC-OPERATEUR.
           DISPLAY "    " FUNCTION TRIM(RC-RESUME).
           IF NOT RC-OUVERTE
               DISPLAY "    attribuee le " RC-DATE-ATTRIBUTION " a "
                   RC-GESTIONNAIRE
           END-IF.
           IF RC-REPONDUE OR RC-CLOSE
               DISPLAY "    repondue le " RC-DATE-REPONSE
                   " close le " RC-DATE-CLOTURE
           END-IF.

       SAISIR-CATEGORIE.
           DISPLAY "Categorie : Tarification (T), Qualite de "
               "service (S), Produit (P), Donnees personnelles (D), "
               "Autre (A) ? " WITH NO ADVANCING.
           MOVE SPACE TO WS-SAISIE-CATEGORIE.
           ACCEPT WS-SAISIE-CATEGORIE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CATEGORIE)
               TO WS-SAISIE-CATEGORIE.
           MOVE WS-SAISIE-CATEGORIE TO RC-CATEGORIE.

       LIBELLER-CATEGORIE.
           EVALUATE TRUE
               WHEN RC-CAT-TARIFICATION
                   MOVE "tarification" TO WS-LIBELLE-CATEGORIE
               WHEN RC-CAT-SERVICE
                   MOVE "qualite de service" TO WS-LIBELLE-CATEGORIE
               WHEN RC-CAT-PRODUIT
                   MOVE "produit" TO WS-LIBELLE-CATEGORIE
               WHEN RC-CAT-DONNEES
                   MOVE "donnees personnelles"
                       TO WS-LIBELLE-CATEGORIE
               WHEN OTHER
                   MOVE "autre" TO WS-LIBELLE-CATEGORIE
           END-EVALUATE.

      ****************************************************************
      * Le client : cle de controle puis existence dans F-CLIENT,    *
      * fiche affichee                                               *
      ****************************************************************
       CONTROLER-CLIENT.
           MOVE "V" TO WS-CC-FONCTION.
           MOVE WS-SAISIE-ID TO WS-CC-ID.
           CALL "cle-client" USING WS-DEMANDE-CLE.
           IF WS-CC-VALIDE NOT = "O"
               DISPLAY "Avertissement : cle de controle invalide "
                   "(identifiant d'avant bascule ?)."
           END-IF.
           MOVE WS-SAISIE-ID TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   DISPLAY "Client introuvable : " WS-SAISIE-ID
               NOT INVALID KEY
                   CALL "fiche-client"
                       USING FS-ENR-CLIENT WS-FICHE-CLIENT
                   PERFORM VARYING WS-I-FICHE FROM 1 BY 1
                           UNTIL WS-I-FICHE > 4
                       DISPLAY WS-FICHE-LIGNE (WS-I-FICHE)
                   END-PERFORM
           END-READ.

      ****************************************************************
      * Bilan de la session                                          *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan de la session de tenue des reclamations".
           DISPLAY "Ouvertes      : " WS-NB-OUVERTES.
           DISPLAY "Attribuees    : " WS-NB-ATTRIBUEES.
           DISPLAY "Repondues     : " WS-NB-REPONDUES.
           DISPLAY "Closes        : " WS-NB-CLOSES.
           DISPLAY "----------------------------------------------".
