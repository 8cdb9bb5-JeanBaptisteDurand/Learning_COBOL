      ****************************************************************
      * Tenue des liens entre clients (LIE001, copybook LIENCL) :    *
      * conjoint, garant ou representant legal d'un client de        *
      * F-CLIENT. Ajout d'un lien entre deux clients existants       *
      * (WRITE), modification des dates de debut et de fin prevue    *
      * (REWRITE), fin datee d'un lien, et consultation des liens    *
      * d'un client dans les deux sens (client concerne ou client    *
      * lie). Un lien n'est jamais supprime : termine, il reste la   *
      * trace de la relation. Consultation ouverte aux roles CON,    *
      * GES, SUP et ADM (option 00) ; ajout, modification et fin     *
      * reserves aux roles GES, SUP et ADM (option 01), controle par *
      * connexion-operateur qui trace tout refus dans SEC001. Chaque *
      * mise a jour porte l'operateur connecte et la date. Un        *
      * fichier encore vierge (statut 35) est cree au vol, comme     *
      * GEL001 dans MAINT-GELS.                                      *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-LIENS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LIENS ASSIGN TO DYNAMIC WS-NOM-LIE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CLE
               ALTERNATE RECORD KEY IS LN-ID-LIE WITH DUPLICATES
               FILE STATUS IS WS-FS-LIENS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
           FD F-LIENS
               RECORD CONTAINS 60 CHARACTERS.
           01 FL-ENR-LIEN.
               COPY LIENCL.

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
              05 WS-NOM-LIE001    PIC X(30) VALUE "LIE001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-LIENS      PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).

      * Choix de l'operateur dans le menu principal.
           01 WS-CHOIX         PIC X(01) VALUE SPACE.
              88 CHOIX-AJOUT        VALUE "A" "a".
              88 CHOIX-MODIFICATION VALUE "M" "m".
              88 CHOIX-TERMINER     VALUE "T" "t".
              88 CHOIX-CONSULTATION VALUE "C" "c".
              88 CHOIX-FIN          VALUE "F" "f".
              88 CHOIX-VALIDE       VALUE "A" "a" "M" "m" "T" "t"
                                          "C" "c" "F" "f".
           01 WS-REPONSE       PIC X(01).

      * Saisies de l'operateur.
           01 WS-SAISIE-ID     PIC 9(10).
           01 WS-SAISIE-ID-LIE PIC 9(10).
           01 WS-SAISIE-TYPE   PIC X(01).
           01 WS-SAISIE-DATE   PIC 9(08).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-ID-A-CONTROLER PIC 9(10).

      * Identite et habilitations de l'operateur connecte
      * (sous-programme partage connexion-operateur).
           01 WS-OPERATEUR     PIC X(03) VALUE SPACES.
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "MAINT-LIENS".
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
      * fiche-client (qui annonce les liens par lien-client).
           01 WS-FICHE-CLIENT.
              05 WS-FICHE-LIGNE PIC X(80) OCCURS 4 TIMES.
           01 WS-I-FICHE       PIC 9(01).
           01 WS-DEMANDE-LIENS.
              05 WS-LI-FONCTION    PIC X(01).
              05 WS-LI-ID-CLIENT   PIC 9(10).
              05 WS-LI-NB-LIENS    PIC 9(02).
              05 WS-LI-TYPE        PIC X(01).
              05 WS-LI-SENS        PIC X(01).
              05 WS-LI-ID-AUTRE    PIC 9(10).
              05 WS-LI-CODE-RETOUR PIC 9(02).

           01 WS-LIBELLE-TYPE  PIC X(20).
           01 WS-LIBELLE-ETAT  PIC X(20).
           01 WS-FIN-LISTE     PIC X(01).
              88 FIN-LISTE-LIENS VALUE "O".
           01 WS-NB-LISTES     PIC 9(04).

      * Compteurs pour le bilan de fin de session.
           01 WS-COMPTEURS.
              05 WS-NB-AJOUTS        PIC 9(06) VALUE 0.
              05 WS-NB-MODIFICATIONS PIC 9(06) VALUE 0.
              05 WS-NB-FINS          PIC 9(06) VALUE 0.

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
           DISPLAY "Ouverture des liens clients LIE001 en mise a "
               "jour...".
           OPEN I-O F-LIENS.
           IF WS-FS-LIENS = "35"
               OPEN OUTPUT F-LIENS
               CLOSE F-LIENS
               OPEN I-O F-LIENS
           END-IF.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Erreur ouverture LIE001. FILE STATUS: "
                   WS-FS-LIENS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-LIENS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           PERFORM AFFICHER-BILAN.
           MOVE "F" TO WS-LI-FONCTION.
           CALL "lien-client" USING WS-DEMANDE-LIENS.
           CLOSE F-LIENS.
           CLOSE F-CLIENT.
           DISPLAY "Traitement termine.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Menu principal                                               *
      ****************************************************************
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Liens clients : Ajout (A), Modification (M), "
               "Terminer un lien (T), Consultation d'un client (C), "
               "Fin (F) ? " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
               EXIT PARAGRAPH
           END-IF.
           IF CHOIX-AJOUT OR CHOIX-MODIFICATION OR CHOIX-TERMINER
               PERFORM AUTORISER-MISE-A-JOUR
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CHOIX-AJOUT
                   PERFORM AJOUTER-LIEN
               WHEN CHOIX-MODIFICATION
                   PERFORM MODIFIER-LIEN
               WHEN CHOIX-TERMINER
                   PERFORM TERMINER-LIEN
               WHEN CHOIX-CONSULTATION
                   PERFORM CONSULTER-LIENS-CLIENT
               WHEN CHOIX-FIN
                   CONTINUE
           END-EVALUATE.

      * Ajout, modification et fin : option 01, relue a chaque
      * demande (un role retire en cours de session est refuse).
       AUTORISER-MISE-A-JOUR.
           MOVE "A" TO WS-CO-FONCTION.
           MOVE "01" TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           MOVE "00" TO WS-CO-OPTION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Ajout, modification et fin des liens "
                   "reserves aux gestionnaires (GES, SUP, ADM)."
           END-IF.

      ****************************************************************
      * Ajout d'un lien : les deux clients doivent exister dans      *
      * F-CLIENT et etre distincts ; un conjoint deja enregistre     *
      * dans l'autre sens ne se saisit pas une seconde fois          *
      ****************************************************************
       AJOUTER-LIEN.
           DISPLAY "Identifiant du client concerne : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           MOVE WS-SAISIE-ID TO WS-ID-A-CONTROLER.
           PERFORM CONTROLER-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-TYPE-LIEN.
           IF NOT LN-TYPE-CONNU
               DISPLAY "Type de lien inconnu : ajout abandonne."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identifiant du client lie (le "
               FUNCTION TRIM(WS-LIBELLE-TYPE) ") : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID-LIE.
           IF WS-SAISIE-ID-LIE = WS-SAISIE-ID
               DISPLAY "Un client ne se lie pas a lui-meme : ajout "
                   "abandonne."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAISIE-ID-LIE TO WS-ID-A-CONTROLER.
           PERFORM CONTROLER-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF LN-CONJOINT
               MOVE WS-SAISIE-ID-LIE TO LN-ID-CLIENT
               MOVE WS-SAISIE-ID TO LN-ID-LIE
               READ F-LIENS
                   KEY IS LN-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Lien de conjoint deja enregistre dans "
                           "l'autre sens : ajout refuse."
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE SPACES TO FL-ENR-LIEN.
           MOVE WS-SAISIE-ID TO LN-ID-CLIENT.
           MOVE WS-SAISIE-TYPE TO LN-TYPE.
           MOVE WS-SAISIE-ID-LIE TO LN-ID-LIE.
           DISPLAY "Date de debut (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           MOVE WS-SAISIE-DATE TO LN-DATE-DEBUT.
           DISPLAY "Fin prevue (AAAAMMJJ, vide = sans fin) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           MOVE WS-SAISIE-DATE TO LN-DATE-FIN.
           IF LN-DATE-FIN NOT = 0
               AND LN-DATE-FIN NOT > LN-DATE-DEBUT
               DISPLAY "Fin prevue au plus tard au debut : ajout "
                   "abandonne."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATEUR TO LN-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO LN-DATE-MAJ.
           WRITE FL-ENR-LIEN
               INVALID KEY
                   DISPLAY "Lien deja enregistre entre ces clients : "
                       "ajout refuse (reouverture : M)."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-AJOUTS
                   DISPLAY "Lien enregistre : client " LN-ID-CLIENT
                       " " FUNCTION TRIM(WS-LIBELLE-TYPE) " "
                       LN-ID-LIE "."
           END-WRITE.

      ****************************************************************
      * Modification d'un lien : debut et fin prevue ; un lien       *
      * termine se rouvre en effacant sa fin (99999999)              *
      ****************************************************************
       MODIFIER-LIEN.
           PERFORM LIRE-LIEN-SAISI.
           IF WS-FS-LIENS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de debut (AAAAMMJJ, vide = inchangee) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE NOT = 0
               MOVE WS-SAISIE-DATE TO LN-DATE-DEBUT
           END-IF.
           DISPLAY "Fin prevue (AAAAMMJJ, vide = inchangee, "
               "99999999 = sans fin) : " WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           EVALUATE WS-SAISIE-DATE
               WHEN 0
                   CONTINUE
               WHEN 99999999
                   MOVE 0 TO LN-DATE-FIN
               WHEN OTHER
                   MOVE WS-SAISIE-DATE TO LN-DATE-FIN
           END-EVALUATE.
           IF LN-DATE-FIN NOT = 0
               AND LN-DATE-FIN NOT > LN-DATE-DEBUT
               DISPLAY "Fin au plus tard au debut : modification "
                   "abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATEUR TO LN-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO LN-DATE-MAJ.
           REWRITE FL-ENR-LIEN
           END-REWRITE.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Erreur reecriture LIE001. FILE STATUS: "
                   WS-FS-LIENS
           ELSE
               ADD 1 TO WS-NB-MODIFICATIONS
               DISPLAY "Lien modifie."
           END-IF.

      ****************************************************************
      * Fin d'un lien : date de fin posee (jamais avant le debut ni  *
      * dans le futur) ; des ce jour, le lien n'est plus en cours    *
      ****************************************************************
       TERMINER-LIEN.
           PERFORM LIRE-LIEN-SAISI.
           IF WS-FS-LIENS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF LN-DATE-FIN NOT = 0
               AND LN-DATE-FIN NOT > WS-DATE-DU-JOUR
               DISPLAY "Lien deja termine le " LN-DATE-FIN "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de fin (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           IF WS-SAISIE-DATE > WS-DATE-DU-JOUR
               DISPLAY "Fin future : la saisir comme fin prevue "
                   "(M). Fin refusee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAISIE-DATE < LN-DATE-DEBUT
               DISPLAY "Fin anterieure au debut (" LN-DATE-DEBUT
                   ") : refusee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la fin du lien (O/N) ? "
               WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Fin abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAISIE-DATE TO LN-DATE-FIN.
           MOVE WS-OPERATEUR TO LN-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO LN-DATE-MAJ.
           REWRITE FL-ENR-LIEN
           END-REWRITE.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Erreur reecriture LIE001. FILE STATUS: "
                   WS-FS-LIENS
           ELSE
               ADD 1 TO WS-NB-FINS
               DISPLAY "Lien termine."
           END-IF.

      ****************************************************************
      * Consultation des liens d'un client, termines compris : ceux  *
      * ou il est le client concerne (cle principale), puis ceux ou  *
      * il est le client lie (cle secondaire)                        *
      ****************************************************************
       CONSULTER-LIENS-CLIENT.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           MOVE WS-SAISIE-ID TO WS-ID-A-CONTROLER.
           PERFORM CONTROLER-CLIENT.
           MOVE 0 TO WS-NB-LISTES.
           MOVE "N" TO WS-FIN-LISTE.
           MOVE WS-SAISIE-ID TO LN-ID-CLIENT.
           MOVE LOW-VALUES TO LN-TYPE.
           MOVE 0 TO LN-ID-LIE.
           START F-LIENS KEY IS NOT LESS THAN LN-CLE
               INVALID KEY
                   SET FIN-LISTE-LIENS TO TRUE
           END-START.
           PERFORM LISTER-UN-LIEN-DIRECT UNTIL FIN-LISTE-LIENS.
           MOVE "N" TO WS-FIN-LISTE.
           MOVE WS-SAISIE-ID TO LN-ID-LIE.
           START F-LIENS KEY IS EQUAL TO LN-ID-LIE
               INVALID KEY
                   SET FIN-LISTE-LIENS TO TRUE
           END-START.
           PERFORM LISTER-UN-LIEN-INVERSE UNTIL FIN-LISTE-LIENS.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucun lien pour ce client."
           END-IF.

       LISTER-UN-LIEN-DIRECT.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LISTE-LIENS TO TRUE
           END-READ.
           IF FIN-LISTE-LIENS
               EXIT PARAGRAPH
           END-IF.
           IF LN-ID-CLIENT NOT = WS-SAISIE-ID
               SET FIN-LISTE-LIENS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           PERFORM AFFICHER-LIEN.

       LISTER-UN-LIEN-INVERSE.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LISTE-LIENS TO TRUE
           END-READ.
           IF FIN-LISTE-LIENS
               EXIT PARAGRAPH
           END-IF.
           IF LN-ID-LIE NOT = WS-SAISIE-ID
               SET FIN-LISTE-LIENS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           PERFORM AFFICHER-LIEN.

      ****************************************************************
      * Lecture du lien dont l'operateur saisit les deux clients et  *
      * le type                                                      *
      ****************************************************************
       LIRE-LIEN-SAISI.
           DISPLAY "Identifiant du client concerne : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM SAISIR-TYPE-LIEN.
           DISPLAY "Identifiant du client lie : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID-LIE.
           MOVE WS-SAISIE-ID TO LN-ID-CLIENT.
           MOVE WS-SAISIE-TYPE TO LN-TYPE.
           MOVE WS-SAISIE-ID-LIE TO LN-ID-LIE.
           READ F-LIENS
               KEY IS LN-CLE
               INVALID KEY
                   DISPLAY "Lien introuvable : client " WS-SAISIE-ID
                       " type " WS-SAISIE-TYPE " client lie "
                       WS-SAISIE-ID-LIE
               NOT INVALID KEY
                   PERFORM AFFICHER-LIEN
           END-READ.

       AFFICHER-LIEN.
           PERFORM LIBELLER-TYPE-LIEN.
           EVALUATE TRUE
               WHEN LN-DATE-FIN NOT = 0
                       AND LN-DATE-FIN NOT > WS-DATE-DU-JOUR
                   MOVE "termine" TO WS-LIBELLE-ETAT
               WHEN LN-DATE-DEBUT > WS-DATE-DU-JOUR
                   MOVE "en cours (a venir)" TO WS-LIBELLE-ETAT
               WHEN OTHER
                   MOVE "en cours" TO WS-LIBELLE-ETAT
           END-EVALUATE.
           DISPLAY "  client " LN-ID-CLIENT " a pour "
               WS-LIBELLE-TYPE " " LN-ID-LIE " " WS-LIBELLE-ETAT.
           DISPLAY "    debut " LN-DATE-DEBUT " fin " LN-DATE-FIN
               " mis a jour le " LN-DATE-MAJ " par " LN-OPERATEUR.

       SAISIR-TYPE-LIEN.
           DISPLAY "Type de lien : conjoint (C), garant (G), "
               "representant legal (R) ? " WITH NO ADVANCING.
           MOVE SPACE TO WS-SAISIE-TYPE.
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.
           MOVE WS-SAISIE-TYPE TO LN-TYPE.
           PERFORM LIBELLER-TYPE-LIEN.

       LIBELLER-TYPE-LIEN.
           EVALUATE TRUE
               WHEN LN-CONJOINT
                   MOVE "conjoint" TO WS-LIBELLE-TYPE
               WHEN LN-GARANT
                   MOVE "garant" TO WS-LIBELLE-TYPE
               WHEN LN-REPRESENTANT
                   MOVE "representant legal" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE "?" TO WS-LIBELLE-TYPE
           END-EVALUATE.

      ****************************************************************
      * Un client : cle de controle puis existence dans F-CLIENT,    *
      * fiche affichee                                               *
      ****************************************************************
       CONTROLER-CLIENT.
           MOVE "V" TO WS-CC-FONCTION.
           MOVE WS-ID-A-CONTROLER TO WS-CC-ID.
           CALL "cle-client" USING WS-DEMANDE-CLE.
           IF WS-CC-VALIDE NOT = "O"
               DISPLAY "Avertissement : cle de controle invalide "
                   "(identifiant d'avant bascule ?)."
           END-IF.
           MOVE WS-ID-A-CONTROLER TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   DISPLAY "Client introuvable : " WS-ID-A-CONTROLER
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
           DISPLAY "Bilan de la session de tenue des liens clients".
           DISPLAY "Ajouts        : " WS-NB-AJOUTS.
           DISPLAY "Modifications : " WS-NB-MODIFICATIONS.
           DISPLAY "Fins          : " WS-NB-FINS.
           DISPLAY "----------------------------------------------".
