      ****************************************************************
      * Tenue du registre des demandes des personnes sur leurs       *
      * donnees (DEM001, copybook DEMPER) : les demandes d'acces,    *
      * d'effacement et de rectification se suivaient dans une boite *
      * mail, sans preuve du respect du delai legal d'un mois.       *
      * Enregistrement d'une demande (WRITE) avec son numero AAAANNNN*
      * et son echeance calculee par calendar-jours-ouvres ; cloture *
      * manuelle, traitee ou refusee (REWRITE) - les rectifications, *
      * et les acces ou effacements que DOSSIER-CLIENT ou            *
      * ANONYMISE-CLIENT n'ont pas clos d'eux-memes ; consultation   *
      * d'une demande ou des demandes d'un client. Une demande n'est *
      * jamais supprimee. Consultation ouverte aux roles CON, GES,   *
      * SUP et ADM (option 00) ; enregistrement et cloture reserves  *
      * aux roles GES, SUP et ADM (option 01), controle par          *
      * connexion-operateur. Un registre encore vierge (statut 35)   *
      * est cree au vol, comme GEL001 dans MAINT-GELS.               *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-DEMANDES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DEMANDES ASSIGN TO DYNAMIC WS-NOM-DEM001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               ALTERNATE RECORD KEY IS DP-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-DEMANDES.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
           FD F-DEMANDES
               RECORD CONTAINS 100 CHARACTERS.
           01 FD-ENR-DEMANDE.
               COPY DEMPER.

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

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-DEM001    PIC X(30) VALUE "DEM001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-DEMANDES   PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).

      * Choix de l'operateur dans le menu principal.
           01 WS-CHOIX         PIC X(01) VALUE SPACE.
              88 CHOIX-ENREGISTREMENT VALUE "E" "e".
              88 CHOIX-CLOTURE        VALUE "T" "t".
              88 CHOIX-CONSULTATION   VALUE "C" "c".
              88 CHOIX-LISTE          VALUE "L" "l".
              88 CHOIX-FIN            VALUE "F" "f".
              88 CHOIX-VALIDE         VALUE "E" "e" "T" "t" "C" "c"
                                            "L" "l" "F" "f".
           01 WS-REPONSE       PIC X(01).

      * Saisies de l'operateur.
           01 WS-SAISIE-ID     PIC 9(10).
           01 WS-SAISIE-NUMERO PIC 9(08).
           01 WS-SAISIE-TYPE   PIC X(01).
           01 WS-SAISIE-DATE   PIC 9(08).
           01 WS-SAISIE-CANAL  PIC X(10).
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Numerotation AAAANNNN : rang dans l'annee de reception,
      * repris apres le plus grand numero deja attribue cette annee.
           01 WS-NUMERO-BASE   PIC 9(08).
           01 WS-NUMERO-MAX    PIC 9(08).
           01 WS-FIN-ANNEE     PIC X(01).
              88 FIN-NUMEROS-ANNEE VALUE "O".

      * Echeance legale : reception plus un mois (jour ramene au
      * dernier jour du mois s'il n'y existe pas), reportee au jour
      * ouvre suivant si elle tombe un jour chome.
           01 WS-ECHEANCE      PIC 9(08).
           01 WS-ECHEANCE-DEC REDEFINES WS-ECHEANCE.
              05 WS-ECH-AA     PIC 9(04).
              05 WS-ECH-MM     PIC 9(02).
              05 WS-ECH-JJ     PIC 9(02).
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
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "MAINT-DEMANDES".
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

           01 WS-LIBELLE-TYPE  PIC X(14).
           01 WS-LIBELLE-STATUT PIC X(08).
           01 WS-FIN-LISTE     PIC X(01).
              88 FIN-LISTE-DEMANDES VALUE "O".
           01 WS-NB-LISTES     PIC 9(04).

      * Compteurs pour le bilan de fin de session.
           01 WS-COMPTEURS.
              05 WS-NB-ENREGISTREES PIC 9(06) VALUE 0.
              05 WS-NB-CLOSES       PIC 9(06) VALUE 0.
              05 WS-NB-REFUSEES     PIC 9(06) VALUE 0.

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
           DISPLAY "Ouverture du registre DEM001 en mise a jour...".
           OPEN I-O F-DEMANDES.
           IF WS-FS-DEMANDES = "35"
               OPEN OUTPUT F-DEMANDES
               CLOSE F-DEMANDES
               OPEN I-O F-DEMANDES
           END-IF.
           IF WS-FS-DEMANDES NOT = "00"
               DISPLAY "Erreur ouverture DEM001. FILE STATUS: "
                   WS-FS-DEMANDES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-DEMANDES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           PERFORM AFFICHER-BILAN.
           CLOSE F-DEMANDES.
           CLOSE F-CLIENT.
           DISPLAY "Traitement termine.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Menu principal                                               *
      ****************************************************************
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Demandes des personnes : Enregistrement (E), "
               "Cloture (T), Consultation d'une demande (C), "
               "Liste d'un client (L), Fin (F) ? "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
               EXIT PARAGRAPH
           END-IF.
           IF CHOIX-ENREGISTREMENT OR CHOIX-CLOTURE
               PERFORM AUTORISER-MISE-A-JOUR
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CHOIX-ENREGISTREMENT
                   PERFORM ENREGISTRER-DEMANDE
               WHEN CHOIX-CLOTURE
                   PERFORM CLORE-DEMANDE
               WHEN CHOIX-CONSULTATION
                   PERFORM CONSULTER-DEMANDE
               WHEN CHOIX-LISTE
                   PERFORM LISTER-DEMANDES-CLIENT
               WHEN CHOIX-FIN
                   CONTINUE
           END-EVALUATE.

      * Enregistrement et cloture : option 01, relue a chaque
      * demande (un role retire en cours de session est refuse).
       AUTORISER-MISE-A-JOUR.
           MOVE "A" TO WS-CO-FONCTION.
           MOVE "01" TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           MOVE "00" TO WS-CO-OPTION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Enregistrement et cloture des demandes "
                   "reserves aux roles GES, SUP et ADM."
           END-IF.

      ****************************************************************
      * Enregistrement d'une demande : client, type, date de         *
      * reception et canal ; numero et echeance calcules             *
      ****************************************************************
       ENREGISTRER-DEMANDE.
           DISPLAY "Identifiant du client demandeur : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Client absent de F-CLIENT : la demande est "
                   "enregistree (archives, historiques)."
           END-IF.
           DISPLAY "Type : Acces (A), Effacement (E), "
               "Rectification (R) ? " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.
           IF WS-SAISIE-TYPE NOT = "A" AND WS-SAISIE-TYPE NOT = "E"
               AND WS-SAISIE-TYPE NOT = "R"
               DISPLAY "Type inconnu : enregistrement abandonne."
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
               DISPLAY "Reception future : enregistrement abandonne."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Canal (COURRIER, EMAIL, GUICHET...) : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-CANAL.
           ACCEPT WS-SAISIE-CANAL.
           PERFORM CALCULER-ECHEANCE.
           PERFORM ATTRIBUER-NUMERO.
           IF WS-FS-DEMANDES NOT = "00" AND WS-FS-DEMANDES NOT = "10"
               AND WS-FS-DEMANDES NOT = "23"
               DISPLAY "Erreur lecture DEM001. FILE STATUS: "
                   WS-FS-DEMANDES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FD-ENR-DEMANDE.
           MOVE WS-NUMERO-MAX TO DP-NUMERO.
           MOVE WS-SAISIE-ID TO DP-ID-CLIENT.
           MOVE WS-SAISIE-TYPE TO DP-TYPE.
           MOVE WS-SAISIE-DATE TO DP-DATE-RECEPTION.
           MOVE WS-ECHEANCE TO DP-DATE-ECHEANCE.
           SET DP-OUVERTE TO TRUE.
           MOVE 0 TO DP-DATE-CLOTURE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CANAL) TO DP-CANAL.
           MOVE WS-OPERATEUR TO DP-OPERATEUR.
           WRITE FD-ENR-DEMANDE
               INVALID KEY
                   DISPLAY "Numero " DP-NUMERO " deja attribue : "
                       "enregistrement refuse, recommencez."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ENREGISTREES
                   DISPLAY "Demande " DP-NUMERO " enregistree, "
                       "echeance legale le " DP-DATE-ECHEANCE "."
           END-WRITE.

      * Plus grand numero de l'annee de reception, plus un.
       ATTRIBUER-NUMERO.
           DIVIDE WS-SAISIE-DATE BY 10000 GIVING WS-NUMERO-BASE.
           MULTIPLY 10000 BY WS-NUMERO-BASE.
           MOVE WS-NUMERO-BASE TO WS-NUMERO-MAX.
           MOVE "N" TO WS-FIN-ANNEE.
           MOVE WS-NUMERO-BASE TO DP-NUMERO.
           START F-DEMANDES KEY IS GREATER THAN DP-NUMERO
               INVALID KEY
                   SET FIN-NUMEROS-ANNEE TO TRUE
           END-START.
           PERFORM LIRE-NUMERO-ANNEE UNTIL FIN-NUMEROS-ANNEE.
           ADD 1 TO WS-NUMERO-MAX.

       LIRE-NUMERO-ANNEE.
           READ F-DEMANDES NEXT RECORD
               AT END
                   SET FIN-NUMEROS-ANNEE TO TRUE
           END-READ.
           IF NOT FIN-NUMEROS-ANNEE
               IF DP-NUMERO > WS-NUMERO-BASE + 9999
                   SET FIN-NUMEROS-ANNEE TO TRUE
               ELSE
                   MOVE DP-NUMERO TO WS-NUMERO-MAX
               END-IF
           END-IF.

       CALCULER-ECHEANCE.
           MOVE WS-SAISIE-DATE TO WS-ECHEANCE.
           IF WS-ECH-MM = 12
               MOVE 1 TO WS-ECH-MM
               ADD 1 TO WS-ECH-AA
           ELSE
               ADD 1 TO WS-ECH-MM
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
      * Cloture manuelle d'une demande ouverte : traitee ou refusee  *
      ****************************************************************
       CLORE-DEMANDE.
           PERFORM LIRE-DEMANDE-SAISIE.
           IF WS-FS-DEMANDES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF NOT DP-OUVERTE
               DISPLAY "Demande deja close le " DP-DATE-CLOTURE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Demande traitee (C) ou refusee par reponse "
               "motivee (R) ? " WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF WS-REPONSE NOT = "C" AND WS-REPONSE NOT = "R"
               DISPLAY "Reponse inconnue : cloture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REPONSE TO DP-STATUT.
           MOVE WS-DATE-DU-JOUR TO DP-DATE-CLOTURE.
           MOVE SPACES TO DP-CLOTURE-PAR.
           STRING "OPERATEUR " WS-OPERATEUR
               DELIMITED BY SIZE INTO DP-CLOTURE-PAR
           END-STRING.
           REWRITE FD-ENR-DEMANDE
           END-REWRITE.
           IF WS-FS-DEMANDES NOT = "00"
               DISPLAY "Erreur reecriture DEM001. FILE STATUS: "
                   WS-FS-DEMANDES
               EXIT PARAGRAPH
           END-IF.
           IF DP-REFUSEE
               ADD 1 TO WS-NB-REFUSEES
           ELSE
               ADD 1 TO WS-NB-CLOSES
           END-IF.
           IF DP-DATE-CLOTURE > DP-DATE-ECHEANCE
               DISPLAY "Demande close HORS DELAI (echeance "
                   DP-DATE-ECHEANCE ")."
           ELSE
               DISPLAY "Demande close dans le delai."
           END-IF.

      ****************************************************************
      * Consultation d'une demande, liste des demandes d'un client   *
      ****************************************************************
       CONSULTER-DEMANDE.
           PERFORM LIRE-DEMANDE-SAISIE.

       LISTER-DEMANDES-CLIENT.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           MOVE 0 TO WS-NB-LISTES.
           MOVE "N" TO WS-FIN-LISTE.
           MOVE WS-SAISIE-ID TO DP-ID-CLIENT.
           START F-DEMANDES KEY IS EQUAL TO DP-ID-CLIENT
               INVALID KEY
                   SET FIN-LISTE-DEMANDES TO TRUE
           END-START.
           PERFORM LISTER-UNE-DEMANDE UNTIL FIN-LISTE-DEMANDES.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucune demande enregistree pour ce client."
           END-IF.

       LISTER-UNE-DEMANDE.
           READ F-DEMANDES NEXT RECORD
               AT END
                   SET FIN-LISTE-DEMANDES TO TRUE
           END-READ.
           IF FIN-LISTE-DEMANDES
               EXIT PARAGRAPH
           END-IF.
           IF DP-ID-CLIENT NOT = WS-SAISIE-ID
               SET FIN-LISTE-DEMANDES TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           PERFORM AFFICHER-DEMANDE.

       LIRE-DEMANDE-SAISIE.
           DISPLAY "Numero de la demande (AAAANNNN) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NUMERO.
           MOVE WS-SAISIE-NUMERO TO DP-NUMERO.
           READ F-DEMANDES
               KEY IS DP-NUMERO
               INVALID KEY
                   DISPLAY "Demande introuvable : " WS-SAISIE-NUMERO
               NOT INVALID KEY
                   PERFORM AFFICHER-DEMANDE
           END-READ.

       AFFICHER-DEMANDE.
           EVALUATE TRUE
               WHEN DP-ACCES
                   MOVE "acces" TO WS-LIBELLE-TYPE
               WHEN DP-EFFACEMENT
                   MOVE "effacement" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE "rectification" TO WS-LIBELLE-TYPE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DP-OUVERTE
                   MOVE "ouverte" TO WS-LIBELLE-STATUT
               WHEN DP-REFUSEE
                   MOVE "refusee" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE "close" TO WS-LIBELLE-STATUT
           END-EVALUATE.
           DISPLAY "  demande " DP-NUMERO " client " DP-ID-CLIENT
               " " WS-LIBELLE-TYPE " " WS-LIBELLE-STATUT.
           DISPLAY "    recue le " DP-DATE-RECEPTION " par "
               FUNCTION TRIM(DP-CANAL) " echeance "
               DP-DATE-ECHEANCE " enregistree par " DP-OPERATEUR.
           IF NOT DP-OUVERTE
               DISPLAY "    close le " DP-DATE-CLOTURE " par "
                   FUNCTION TRIM(DP-CLOTURE-PAR)
           END-IF.

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
           DISPLAY "Bilan de la session de tenue des demandes".
           DISPLAY "Enregistrees  : " WS-NB-ENREGISTREES.
           DISPLAY "Closes        : " WS-NB-CLOSES.
           DISPLAY "Refusees      : " WS-NB-REFUSEES.
           DISPLAY "----------------------------------------------".
