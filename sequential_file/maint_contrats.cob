      ****************************************************************
      * Maintenance du fichier indexe des contrats (CTR001, copybook *
      * CONTRAT) : ouverture d'un contrat pour un client existant de *
      * F-CLIENT (WRITE), modification du produit, de la date        *
      * d'ouverture ou de la suspension (REWRITE), cloture datee, et *
      * liste des contrats d'un client par la cle secondaire. Un     *
      * contrat n'est jamais supprime : clos, il reste la trace de   *
      * ce que le client a detenu. Un fichier encore vierge (statut  *
      * 35) est cree au vol, comme F-CLIENT dans MAINT-CLIENT.       *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-CONTRATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTRATS ASSIGN TO DYNAMIC WS-NOM-CTR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               ALTERNATE RECORD KEY IS CT-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
           FD F-CONTRATS
               RECORD CONTAINS 50 CHARACTERS.
           01 FT-ENR-CONTRAT.
               COPY CONTRAT.

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
              05 WS-NOM-CTR001    PIC X(30) VALUE "CTR001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CONTRATS   PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).

      * Choix de l'operateur dans le menu principal.
           01 WS-CHOIX         PIC X(01) VALUE SPACE.
              88 CHOIX-OUVERTURE    VALUE "O" "o".
              88 CHOIX-MODIFICATION VALUE "M" "m".
              88 CHOIX-CLOTURE      VALUE "C" "c".
              88 CHOIX-LISTE        VALUE "L" "l".
              88 CHOIX-FIN          VALUE "F" "f".
              88 CHOIX-VALIDE       VALUE "O" "o" "M" "m" "C" "c"
                                          "L" "l" "F" "f".
           01 WS-REPONSE       PIC X(01).

      * Saisies de l'operateur.
           01 WS-SAISIE-NUMERO PIC X(12).
           01 WS-SAISIE-ID     PIC 9(10).
           01 WS-SAISIE-PRODUIT PIC X(06).
           01 WS-SAISIE-DATE   PIC 9(08).
           01 WS-SAISIE-STATUT PIC X(01).
           01 WS-DATE-DU-JOUR  PIC 9(08).

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

           01 WS-LIBELLE-STATUT PIC X(09).
           01 WS-FIN-LISTE     PIC X(01).
              88 FIN-LISTE-CONTRATS VALUE "O".
           01 WS-NB-LISTES     PIC 9(04).

      * Compteurs pour le bilan de fin de session.
           01 WS-COMPTEURS.
              05 WS-NB-OUVERTURES    PIC 9(06) VALUE 0.
              05 WS-NB-MODIFICATIONS PIC 9(06) VALUE 0.
              05 WS-NB-CLOTURES      PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Ouverture du fichier CTR001 en mise a jour...".
           OPEN I-O F-CONTRATS.
           IF WS-FS-CONTRATS = "35"
               OPEN OUTPUT F-CONTRATS
               CLOSE F-CONTRATS
               OPEN I-O F-CONTRATS
           END-IF.
           IF WS-FS-CONTRATS NOT = "00"
               DISPLAY "Erreur ouverture CTR001. FILE STATUS: "
                   WS-FS-CONTRATS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-CONTRATS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           PERFORM AFFICHER-BILAN.
           CLOSE F-CONTRATS.
           CLOSE F-CLIENT.
           DISPLAY "Traitement termine.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Menu principal                                               *
      ****************************************************************
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Contrats : Ouverture (O), Modification (M), "
               "Cloture (C), Liste d'un client (L), Fin (F) ? "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
           ELSE
               EVALUATE TRUE
                   WHEN CHOIX-OUVERTURE
                       PERFORM OUVRIR-CONTRAT
                   WHEN CHOIX-MODIFICATION
                       PERFORM MODIFIER-CONTRAT
                   WHEN CHOIX-CLOTURE
                       PERFORM CLORE-CONTRAT
                   WHEN CHOIX-LISTE
                       PERFORM LISTER-CONTRATS-CLIENT
                   WHEN CHOIX-FIN
                       CONTINUE
               END-EVALUATE
           END-IF.

      ****************************************************************
      * Ouverture d'un contrat : le titulaire doit exister dans      *
      * F-CLIENT                                                     *
      ****************************************************************
       OUVRIR-CONTRAT.
           DISPLAY "Numero du contrat : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-NUMERO.
           ACCEPT WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO = SPACES
               DISPLAY "Numero vide : ouverture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identifiant du client titulaire : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FT-ENR-CONTRAT.
           MOVE WS-SAISIE-NUMERO TO CT-NUMERO.
           MOVE WS-SAISIE-ID TO CT-ID-CLIENT.
           PERFORM SAISIR-PRODUIT.
           IF CT-PRODUIT = SPACES
               DISPLAY "Code produit vide : ouverture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'ouverture (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           MOVE WS-SAISIE-DATE TO CT-DATE-OUVERTURE.
           MOVE 0 TO CT-DATE-CLOTURE.
           SET CT-OUVERT TO TRUE.
           WRITE FT-ENR-CONTRAT
               INVALID KEY
                   DISPLAY "Contrat " WS-SAISIE-NUMERO " deja "
                       "present : ouverture refusee."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-OUVERTURES
                   DISPLAY "Contrat " WS-SAISIE-NUMERO " ouvert."
           END-WRITE.

      ****************************************************************
      * Modification d'un contrat non clos : produit, date           *
      * d'ouverture, suspension ou reprise                           *
      ****************************************************************
       MODIFIER-CONTRAT.
           PERFORM LIRE-CONTRAT-SAISI.
           IF WS-FS-CONTRATS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF CT-CLOS
               DISPLAY "Contrat clos : modification refusee."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-PRODUIT.
           IF CT-PRODUIT = SPACES
               DISPLAY "Code produit vide : modification abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'ouverture (AAAAMMJJ, vide = inchangee) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE NOT = 0
               MOVE WS-SAISIE-DATE TO CT-DATE-OUVERTURE
           END-IF.
           DISPLAY "Statut (O = ouvert, S = suspendu) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-STATUT.
           IF WS-SAISIE-STATUT = "S" OR WS-SAISIE-STATUT = "s"
               SET CT-SUSPENDU TO TRUE
           ELSE
               SET CT-OUVERT TO TRUE
           END-IF.
           REWRITE FT-ENR-CONTRAT
           END-REWRITE.
           IF WS-FS-CONTRATS NOT = "00"
               DISPLAY "Erreur reecriture CTR001. FILE STATUS: "
                   WS-FS-CONTRATS
           ELSE
               ADD 1 TO WS-NB-MODIFICATIONS
               DISPLAY "Contrat " CT-NUMERO " modifie."
           END-IF.

      ****************************************************************
      * Cloture d'un contrat : date de cloture posee (jamais avant   *
      * l'ouverture) et statut C ; le contrat ne bloque plus rien    *
      ****************************************************************
       CLORE-CONTRAT.
           PERFORM LIRE-CONTRAT-SAISI.
           IF WS-FS-CONTRATS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF CT-CLOS
               DISPLAY "Contrat deja clos le " CT-DATE-CLOTURE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de cloture (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           IF WS-SAISIE-DATE < CT-DATE-OUVERTURE
               DISPLAY "Cloture anterieure a l'ouverture ("
                   CT-DATE-OUVERTURE ") : refusee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la cloture (O/N) ? " WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Cloture abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAISIE-DATE TO CT-DATE-CLOTURE.
           SET CT-CLOS TO TRUE.
           REWRITE FT-ENR-CONTRAT
           END-REWRITE.
           IF WS-FS-CONTRATS NOT = "00"
               DISPLAY "Erreur reecriture CTR001. FILE STATUS: "
                   WS-FS-CONTRATS
           ELSE
               ADD 1 TO WS-NB-CLOTURES
               DISPLAY "Contrat " CT-NUMERO " clos."
           END-IF.

      ****************************************************************
      * Liste des contrats d'un client, par la cle secondaire        *
      ****************************************************************
       LISTER-CONTRATS-CLIENT.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           MOVE 0 TO WS-NB-LISTES.
           MOVE "N" TO WS-FIN-LISTE.
           MOVE WS-SAISIE-ID TO CT-ID-CLIENT.
           START F-CONTRATS KEY IS EQUAL TO CT-ID-CLIENT
               INVALID KEY
                   SET FIN-LISTE-CONTRATS TO TRUE
           END-START.
           PERFORM LISTER-UN-CONTRAT UNTIL FIN-LISTE-CONTRATS.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucun contrat pour ce client."
           END-IF.

       LISTER-UN-CONTRAT.
           READ F-CONTRATS NEXT RECORD
               AT END
                   SET FIN-LISTE-CONTRATS TO TRUE
           END-READ.
           IF FIN-LISTE-CONTRATS
               EXIT PARAGRAPH
           END-IF.
           IF CT-ID-CLIENT NOT = WS-SAISIE-ID
               SET FIN-LISTE-CONTRATS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           PERFORM AFFICHER-CONTRAT.

      ****************************************************************
      * Lecture du contrat dont l'operateur saisit le numero         *
      ****************************************************************
       LIRE-CONTRAT-SAISI.
           DISPLAY "Numero du contrat : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-NUMERO.
           ACCEPT WS-SAISIE-NUMERO.
           MOVE WS-SAISIE-NUMERO TO CT-NUMERO.
           READ F-CONTRATS
               KEY IS CT-NUMERO
               INVALID KEY
                   DISPLAY "Contrat introuvable : " WS-SAISIE-NUMERO
               NOT INVALID KEY
                   PERFORM AFFICHER-CONTRAT
           END-READ.

       AFFICHER-CONTRAT.
           EVALUATE TRUE
               WHEN CT-OUVERT
                   MOVE "ouvert" TO WS-LIBELLE-STATUT
               WHEN CT-SUSPENDU
                   MOVE "suspendu" TO WS-LIBELLE-STATUT
               WHEN CT-CLOS
                   MOVE "clos" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE "inconnu" TO WS-LIBELLE-STATUT
           END-EVALUATE.
           IF CT-CLOS
               DISPLAY "  " CT-NUMERO " client " CT-ID-CLIENT
                   " produit " CT-PRODUIT " ouvert le "
                   CT-DATE-OUVERTURE " clos le " CT-DATE-CLOTURE
           ELSE
               DISPLAY "  " CT-NUMERO " client " CT-ID-CLIENT
                   " produit " CT-PRODUIT " ouvert le "
                   CT-DATE-OUVERTURE " " WS-LIBELLE-STATUT
           END-IF.

       SAISIR-PRODUIT.
           DISPLAY "Code produit : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-PRODUIT.
           ACCEPT WS-SAISIE-PRODUIT.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-PRODUIT) TO CT-PRODUIT.

      ****************************************************************
      * Le client titulaire : cle de controle puis existence dans    *
      * F-CLIENT, fiche affichee                                     *
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
           DISPLAY "Bilan de la session de maintenance des contrats".
           DISPLAY "Ouvertures    : " WS-NB-OUVERTURES.
           DISPLAY "Modifications : " WS-NB-MODIFICATIONS.
           DISPLAY "Clotures      : " WS-NB-CLOTURES.
           DISPLAY "----------------------------------------------".
