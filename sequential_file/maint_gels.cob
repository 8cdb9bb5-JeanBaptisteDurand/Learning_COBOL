      ****************************************************************
      * Tenue du registre des gels juridiques (GEL001, copybook      *
      * GELJUR) : pose d'un gel sur un client existant de F-CLIENT   *
      * pour un dossier contentieux (WRITE), modification du         *
      * demandeur ou de la levee prevue (REWRITE), levee datee, et   *
      * consultation des gels d'un client. Un gel n'est jamais       *
      * supprime : leve, il reste la trace de ce qui a protege le    *
      * client. Consultation ouverte aux roles CON, GES, SUP et ADM  *
      * (option 00) ; pose, modification et levee reservees aux      *
      * roles SUP et ADM (option 01), controle par                   *
      * connexion-operateur qui trace tout refus dans SEC001. Chaque *
      * mise a jour porte l'operateur connecte et la date. Un        *
      * registre encore vierge (statut 35) est cree au vol, comme    *
      * CTR001 dans MAINT-CONTRATS.                                  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-GELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-GELS ASSIGN TO DYNAMIC WS-NOM-GEL001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GJ-CLE
               FILE STATUS IS WS-FS-GELS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
           FD F-GELS
               RECORD CONTAINS 100 CHARACTERS.
           01 FG-ENR-GEL.
               COPY GELJUR.

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
              05 WS-NOM-GEL001    PIC X(30) VALUE "GEL001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-GELS       PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).

      * Choix de l'operateur dans le menu principal.
           01 WS-CHOIX         PIC X(01) VALUE SPACE.
              88 CHOIX-POSE         VALUE "P" "p".
              88 CHOIX-MODIFICATION VALUE "M" "m".
              88 CHOIX-LEVEE        VALUE "L" "l".
              88 CHOIX-CONSULTATION VALUE "C" "c".
              88 CHOIX-FIN          VALUE "F" "f".
              88 CHOIX-VALIDE       VALUE "P" "p" "M" "m" "L" "l"
                                          "C" "c" "F" "f".
           01 WS-REPONSE       PIC X(01).

      * Saisies de l'operateur.
           01 WS-SAISIE-ID     PIC 9(10).
           01 WS-SAISIE-DOSSIER PIC X(20).
           01 WS-SAISIE-DEMANDEUR PIC X(30).
           01 WS-SAISIE-DATE   PIC 9(08).
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Identite et habilitations de l'operateur connecte
      * (sous-programme partage connexion-operateur).
           01 WS-OPERATEUR     PIC X(03) VALUE SPACES.
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "MAINT-GELS".
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

           01 WS-LIBELLE-ETAT  PIC X(20).
           01 WS-FIN-LISTE     PIC X(01).
              88 FIN-LISTE-GELS VALUE "O".
           01 WS-NB-LISTES     PIC 9(04).

      * Compteurs pour le bilan de fin de session.
           01 WS-COMPTEURS.
              05 WS-NB-POSES         PIC 9(06) VALUE 0.
              05 WS-NB-MODIFICATIONS PIC 9(06) VALUE 0.
              05 WS-NB-LEVEES        PIC 9(06) VALUE 0.

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
           DISPLAY "Ouverture du registre GEL001 en mise a jour...".
           OPEN I-O F-GELS.
           IF WS-FS-GELS = "35"
               OPEN OUTPUT F-GELS
               CLOSE F-GELS
               OPEN I-O F-GELS
           END-IF.
           IF WS-FS-GELS NOT = "00"
               DISPLAY "Erreur ouverture GEL001. FILE STATUS: "
                   WS-FS-GELS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-GELS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           PERFORM AFFICHER-BILAN.
           CLOSE F-GELS.
           CLOSE F-CLIENT.
           DISPLAY "Traitement termine.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Menu principal                                               *
      ****************************************************************
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Gels juridiques : Pose (P), Modification (M), "
               "Levee (L), Consultation d'un client (C), Fin (F) ? "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
               EXIT PARAGRAPH
           END-IF.
           IF CHOIX-POSE OR CHOIX-MODIFICATION OR CHOIX-LEVEE
               PERFORM AUTORISER-MISE-A-JOUR
               IF WS-CO-CODE-RETOUR NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CHOIX-POSE
                   PERFORM POSER-GEL
               WHEN CHOIX-MODIFICATION
                   PERFORM MODIFIER-GEL
               WHEN CHOIX-LEVEE
                   PERFORM LEVER-GEL
               WHEN CHOIX-CONSULTATION
                   PERFORM CONSULTER-GELS-CLIENT
               WHEN CHOIX-FIN
                   CONTINUE
           END-EVALUATE.

      * Pose, modification et levee : option 01, relue a chaque
      * demande (un role retire en cours de session est refuse).
       AUTORISER-MISE-A-JOUR.
           MOVE "A" TO WS-CO-FONCTION.
           MOVE "01" TO WS-CO-OPTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           MOVE "00" TO WS-CO-OPTION.
           IF WS-CO-CODE-RETOUR NOT = 0
               DISPLAY "Pose, modification et levee des gels "
                   "reservees au service juridique (SUP, ADM)."
           END-IF.

      ****************************************************************
      * Pose d'un gel : le client doit exister dans F-CLIENT, le     *
      * dossier et le demandeur sont obligatoires                    *
      ****************************************************************
       POSER-GEL.
           DISPLAY "Identifiant du client a geler : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reference du dossier contentieux : "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-DOSSIER.
           ACCEPT WS-SAISIE-DOSSIER.
           IF WS-SAISIE-DOSSIER = SPACES
               DISPLAY "Dossier vide : pose abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FG-ENR-GEL.
           MOVE WS-SAISIE-ID TO GJ-ID-CLIENT.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DOSSIER) TO GJ-DOSSIER.
           PERFORM SAISIR-DEMANDEUR.
           IF GJ-DEMANDEUR = SPACES
               DISPLAY "Demandeur vide : pose abandonnee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de debut (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           MOVE WS-SAISIE-DATE TO GJ-DATE-DEBUT.
           MOVE 0 TO GJ-DATE-LEVEE.
           PERFORM SAISIR-LEVEE-PREVUE.
           IF GJ-DATE-LEVEE NOT = 0
               AND GJ-DATE-LEVEE NOT > GJ-DATE-DEBUT
               DISPLAY "Levee prevue au plus tard au debut : "
                   "pose abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATEUR TO GJ-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO GJ-DATE-MAJ.
           WRITE FG-ENR-GEL
               INVALID KEY
                   DISPLAY "Gel deja enregistre pour ce client et ce "
                       "dossier : pose refusee."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-POSES
                   DISPLAY "Client " GJ-ID-CLIENT " gele (dossier "
                       FUNCTION TRIM(GJ-DOSSIER) ")."
           END-WRITE.

      ****************************************************************
      * Modification d'un gel en cours : demandeur, levee prevue     *
      ****************************************************************
       MODIFIER-GEL.
           PERFORM LIRE-GEL-SAISI.
           IF WS-FS-GELS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF GJ-DATE-LEVEE NOT = 0
               AND GJ-DATE-LEVEE NOT > WS-DATE-DU-JOUR
               DISPLAY "Gel leve : modification refusee."
               EXIT PARAGRAPH
           END-IF.
           MOVE GJ-DEMANDEUR TO WS-SAISIE-DEMANDEUR.
           PERFORM SAISIR-DEMANDEUR.
           IF GJ-DEMANDEUR = SPACES
               MOVE WS-SAISIE-DEMANDEUR TO GJ-DEMANDEUR
           END-IF.
           DISPLAY "Levee prevue (AAAAMMJJ, vide = inchangee, "
               "99999999 = jusqu'a nouvel ordre) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           EVALUATE WS-SAISIE-DATE
               WHEN 0
                   CONTINUE
               WHEN 99999999
                   MOVE 0 TO GJ-DATE-LEVEE
               WHEN OTHER
                   MOVE WS-SAISIE-DATE TO GJ-DATE-LEVEE
           END-EVALUATE.
           IF GJ-DATE-LEVEE NOT = 0
               AND (GJ-DATE-LEVEE NOT > WS-DATE-DU-JOUR
                 OR GJ-DATE-LEVEE NOT > GJ-DATE-DEBUT)
               DISPLAY "Levee prevue echue ou au plus tard au debut "
                   ": modification abandonnee (levee immediate : L)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATEUR TO GJ-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO GJ-DATE-MAJ.
           REWRITE FG-ENR-GEL
           END-REWRITE.
           IF WS-FS-GELS NOT = "00"
               DISPLAY "Erreur reecriture GEL001. FILE STATUS: "
                   WS-FS-GELS
           ELSE
               ADD 1 TO WS-NB-MODIFICATIONS
               DISPLAY "Gel modifie."
           END-IF.

      ****************************************************************
      * Levee d'un gel : date de levee posee (jamais avant le        *
      * debut) ; des ce jour, le gel ne protege plus le client       *
      ****************************************************************
       LEVER-GEL.
           PERFORM LIRE-GEL-SAISI.
           IF WS-FS-GELS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF GJ-DATE-LEVEE NOT = 0
               AND GJ-DATE-LEVEE NOT > WS-DATE-DU-JOUR
               DISPLAY "Gel deja leve le " GJ-DATE-LEVEE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de levee (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = 0
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.
           IF WS-SAISIE-DATE > WS-DATE-DU-JOUR
               DISPLAY "Levee future : la saisir comme levee prevue "
                   "(M). Levee refusee."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAISIE-DATE < GJ-DATE-DEBUT
               DISPLAY "Levee anterieure au debut (" GJ-DATE-DEBUT
                   ") : refusee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la levee du gel (O/N) ? "
               WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Levee abandonnee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAISIE-DATE TO GJ-DATE-LEVEE.
           MOVE WS-OPERATEUR TO GJ-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO GJ-DATE-MAJ.
           REWRITE FG-ENR-GEL
           END-REWRITE.
           IF WS-FS-GELS NOT = "00"
               DISPLAY "Erreur reecriture GEL001. FILE STATUS: "
                   WS-FS-GELS
           ELSE
               ADD 1 TO WS-NB-LEVEES
               DISPLAY "Gel leve."
           END-IF.

      ****************************************************************
      * Consultation des gels d'un client, leves compris             *
      ****************************************************************
       CONSULTER-GELS-CLIENT.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLIENT.
           MOVE 0 TO WS-NB-LISTES.
           MOVE "N" TO WS-FIN-LISTE.
           MOVE WS-SAISIE-ID TO GJ-ID-CLIENT.
           MOVE LOW-VALUES TO GJ-DOSSIER.
           START F-GELS KEY IS NOT LESS THAN GJ-CLE
               INVALID KEY
                   SET FIN-LISTE-GELS TO TRUE
           END-START.
           PERFORM LISTER-UN-GEL UNTIL FIN-LISTE-GELS.
           IF WS-NB-LISTES = 0
               DISPLAY "Aucun gel juridique pour ce client."
           END-IF.

       LISTER-UN-GEL.
           READ F-GELS NEXT RECORD
               AT END
                   SET FIN-LISTE-GELS TO TRUE
           END-READ.
           IF FIN-LISTE-GELS
               EXIT PARAGRAPH
           END-IF.
           IF GJ-ID-CLIENT NOT = WS-SAISIE-ID
               SET FIN-LISTE-GELS TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           PERFORM AFFICHER-GEL.

      ****************************************************************
      * Lecture du gel dont l'operateur saisit client et dossier     *
      ****************************************************************
       LIRE-GEL-SAISI.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           DISPLAY "Reference du dossier : " WITH NO ADVANCING.
           MOVE SPACES TO WS-SAISIE-DOSSIER.
           ACCEPT WS-SAISIE-DOSSIER.
           MOVE WS-SAISIE-ID TO GJ-ID-CLIENT.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DOSSIER) TO GJ-DOSSIER.
           READ F-GELS
               KEY IS GJ-CLE
               INVALID KEY
                   DISPLAY "Gel introuvable : client " WS-SAISIE-ID
                       " dossier " FUNCTION TRIM(WS-SAISIE-DOSSIER)
               NOT INVALID KEY
                   PERFORM AFFICHER-GEL
           END-READ.

       AFFICHER-GEL.
           EVALUATE TRUE
               WHEN GJ-DATE-LEVEE NOT = 0
                       AND GJ-DATE-LEVEE NOT > WS-DATE-DU-JOUR
                   MOVE "leve" TO WS-LIBELLE-ETAT
               WHEN GJ-DATE-DEBUT > WS-DATE-DU-JOUR
                   MOVE "en cours (a venir)" TO WS-LIBELLE-ETAT
               WHEN OTHER
                   MOVE "en cours" TO WS-LIBELLE-ETAT
           END-EVALUATE.
           DISPLAY "  dossier " GJ-DOSSIER " client " GJ-ID-CLIENT
               " " WS-LIBELLE-ETAT.
           DISPLAY "    debut " GJ-DATE-DEBUT " levee " GJ-DATE-LEVEE
               " demandeur " FUNCTION TRIM(GJ-DEMANDEUR).
           DISPLAY "    mis a jour le " GJ-DATE-MAJ " par "
               GJ-OPERATEUR.

       SAISIR-DEMANDEUR.
           DISPLAY "Demandeur (service juridique) : "
               WITH NO ADVANCING.
           MOVE SPACES TO GJ-DEMANDEUR.
           ACCEPT GJ-DEMANDEUR.

       SAISIR-LEVEE-PREVUE.
           DISPLAY "Levee prevue (AAAAMMJJ, vide = jusqu'a nouvel "
               "ordre) : " WITH NO ADVANCING.
           MOVE 0 TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           MOVE WS-SAISIE-DATE TO GJ-DATE-LEVEE.

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
           DISPLAY "Bilan de la session de tenue des gels juridiques".
           DISPLAY "Poses         : " WS-NB-POSES.
           DISPLAY "Modifications : " WS-NB-MODIFICATIONS.
           DISPLAY "Levees        : " WS-NB-LEVEES.
           DISPLAY "----------------------------------------------".
