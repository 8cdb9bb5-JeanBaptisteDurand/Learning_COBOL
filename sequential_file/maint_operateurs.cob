      ****************************************************************
      * Tenue des profils operateurs (OPR001, copybook OPERAT) :     *
      * creation, modification du nom ou du role, desactivation et   *
      * reactivation, liste. Reserve au role ADM (controle par       *
      * connexion-operateur). Un fichier des profils absent ou vide  *
      * est initialise par la saisie du premier administrateur, sans *
      * connexion : c'est le seul moyen d'amorcer OPR001. Un         *
      * administrateur ne peut ni desactiver son propre profil ni en *
      * changer le role. Chaque creation ou modification est         *
      * tracee dans le journal de securite SEC001 (copybook SECJRN). *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-OPERATEURS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPERATEURS ASSIGN TO DYNAMIC WS-NOM-OPR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CODE
               FILE STATUS IS WS-FS-OPERATEURS.
           SELECT OPTIONAL F-SECURITE ASSIGN TO DYNAMIC WS-NOM-SEC001
               FILE STATUS IS WS-FS-SECURITE.

       DATA DIVISION.
       FILE SECTION.
           FD F-OPERATEURS
               RECORD CONTAINS 60 CHARACTERS.
           01 FO-ENR-OPERATEUR.
               COPY OPERAT.

           FD F-SECURITE
               RECORD CONTAINS 60 CHARACTERS.
           01 FJ-ENR-SECURITE.
               COPY SECJRN.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-OPR001    PIC X(30) VALUE "OPR001".
              05 WS-NOM-SEC001    PIC X(30) VALUE "SEC001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-OPERATEURS PIC X(02).
           01 WS-FS-SECURITE   PIC X(02).

           01 WS-FICHIER-VIDE  PIC X(01).
              88 FICHIER-PROFILS-VIDE VALUE "O".
           01 WS-FIN-OPERATEURS PIC X(01).
              88 FIN-OPERATEURS VALUE "O".

           01 WS-CHOIX         PIC X(01).
              88 CHOIX-LISTE        VALUE "L" "l".
              88 CHOIX-CREATION     VALUE "A" "a".
              88 CHOIX-MODIFICATION VALUE "M" "m".
              88 CHOIX-ACTIVATION   VALUE "D" "d".
              88 CHOIX-FIN          VALUE "F" "f".
              88 CHOIX-VALIDE VALUE "L" "l" "A" "a" "M" "m"
                                    "D" "d" "F" "f".
           01 WS-REPONSE       PIC X(01).

           01 WS-SAISIE-CODE   PIC X(03).
           01 WS-SAISIE-NOM    PIC X(30).
           01 WS-SAISIE-ROLE   PIC X(03).
           01 WS-ROLE-CONTROLE PIC X(03).
              88 ROLE-CONNU VALUE "CON" "GES" "SUP" "EXP" "ADM".
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).
           01 WS-HORODATAGE    PIC X(15).

      * L'administrateur connecte (sous-programme partage
      * connexion-operateur).
           01 WS-OPERATEUR     PIC X(03) VALUE SPACES.
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20)
                  VALUE "MAINT-OPERATEURS".
              05 WS-CO-OPTION      PIC X(02) VALUE "00".
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).

           01 WS-COMPTEURS.
              05 WS-NB-CREATIONS     PIC 9(04) VALUE 0.
              05 WS-NB-MODIFICATIONS PIC 9(04) VALUE 0.
              05 WS-NB-ACTIVATIONS   PIC 9(04) VALUE 0.
              05 WS-NB-LISTES        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM AMORCER-PROFILS.
           IF RETURN-CODE NOT = 0
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
           OPEN I-O F-OPERATEURS.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Erreur ouverture OPR001. FILE STATUS: "
                   WS-FS-OPERATEURS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-CHOIX.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           CLOSE F-OPERATEURS.
           PERFORM AFFICHER-BILAN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Amorcage : OPR001 absent est cree ; vide, il recoit le       *
      * premier administrateur. Le fichier est referme pour que la   *
      * connexion puisse le lire.                                    *
      ****************************************************************
       AMORCER-PROFILS.
           MOVE 0 TO RETURN-CODE.
           OPEN I-O F-OPERATEURS.
           IF WS-FS-OPERATEURS = "35"
               OPEN OUTPUT F-OPERATEURS
               CLOSE F-OPERATEURS
               OPEN I-O F-OPERATEURS
           END-IF.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Erreur ouverture OPR001. FILE STATUS: "
                   WS-FS-OPERATEURS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FICHIER-VIDE.
           MOVE LOW-VALUES TO OP-CODE.
           START F-OPERATEURS KEY IS NOT LESS THAN OP-CODE
               INVALID KEY
                   SET FICHIER-PROFILS-VIDE TO TRUE
           END-START.
           IF FICHIER-PROFILS-VIDE
               PERFORM CREER-PREMIER-ADMINISTRATEUR
           END-IF.
           CLOSE F-OPERATEURS.

       CREER-PREMIER-ADMINISTRATEUR.
           DISPLAY "Fichier des profils OPR001 vide : creation du "
               "premier administrateur.".
           PERFORM SAISIR-CODE.
           IF WS-SAISIE-CODE = SPACES
               DISPLAY "Code obligatoire : amorcage abandonne."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nom : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NOM.
           MOVE SPACES TO FO-ENR-OPERATEUR.
           MOVE WS-SAISIE-CODE TO OP-CODE.
           MOVE WS-SAISIE-NOM TO OP-NOM.
           SET OP-ROLE-ADMINISTRATION TO TRUE.
           SET OP-EST-ACTIF TO TRUE.
           MOVE WS-DATE-DU-JOUR TO OP-DATE-MAJ.
           MOVE WS-SAISIE-CODE TO OP-AUTEUR-MAJ.
           WRITE FO-ENR-OPERATEUR
           END-WRITE.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Erreur ecriture OPR001. FILE STATUS: "
                   WS-FS-OPERATEURS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAISIE-CODE TO WS-OPERATEUR.
           MOVE "A " TO WS-CO-OPTION.
           PERFORM TRACER-MAJ-PROFIL.
           MOVE "00" TO WS-CO-OPTION.
           ADD 1 TO WS-NB-CREATIONS.
           DISPLAY "Administrateur " WS-SAISIE-CODE " cree : "
               "connectez-vous avec ce code.".

      ****************************************************************
      * Menu principal                                               *
      ****************************************************************
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Profils operateurs : Liste (L), Creation (A), "
               "Modification (M), Desactivation/reactivation (D), "
               "Fin (F) ? " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CHOIX-LISTE
                   PERFORM LISTER-PROFILS
               WHEN CHOIX-CREATION
                   PERFORM CREER-PROFIL
               WHEN CHOIX-MODIFICATION
                   PERFORM MODIFIER-PROFIL
               WHEN CHOIX-ACTIVATION
                   PERFORM BASCULER-ACTIVATION
               WHEN CHOIX-FIN
                   CONTINUE
           END-EVALUATE.

       SAISIR-CODE.
           DISPLAY "Code operateur (3 caracteres) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CODE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CODE) TO WS-SAISIE-CODE.

       SAISIR-ROLE.
           DISPLAY "Role (CON consultation, GES gestion, SUP "
               "supervision, EXP exploitation, ADM administration) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ROLE) TO WS-SAISIE-ROLE.
           MOVE WS-SAISIE-ROLE TO WS-ROLE-CONTROLE.

      ****************************************************************
      * Liste de tous les profils, dans l'ordre des codes            *
      ****************************************************************
       LISTER-PROFILS.
           MOVE 0 TO WS-NB-LISTES.
           MOVE "N" TO WS-FIN-OPERATEURS.
           MOVE LOW-VALUES TO OP-CODE.
           START F-OPERATEURS KEY IS NOT LESS THAN OP-CODE
               INVALID KEY
                   SET FIN-OPERATEURS TO TRUE
           END-START.
           PERFORM LISTER-UN-PROFIL UNTIL FIN-OPERATEURS.
           DISPLAY WS-NB-LISTES " profil(s).".

       LISTER-UN-PROFIL.
           READ F-OPERATEURS NEXT RECORD
               AT END
                   SET FIN-OPERATEURS TO TRUE
           END-READ.
           IF FIN-OPERATEURS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LISTES.
           DISPLAY "  " OP-CODE "  " OP-NOM "  " OP-ROLE
               "  actif " OP-ACTIF "  maj " OP-DATE-MAJ
               " par " OP-AUTEUR-MAJ.

      ****************************************************************
      * Creation d'un profil, actif d'emblee                         *
      ****************************************************************
       CREER-PROFIL.
           PERFORM SAISIR-CODE.
           IF WS-SAISIE-CODE = SPACES
               DISPLAY "Code obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nom : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NOM.
           PERFORM SAISIR-ROLE.
           IF NOT ROLE-CONNU
               DISPLAY "Role inconnu : creation refusee."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FO-ENR-OPERATEUR.
           MOVE WS-SAISIE-CODE TO OP-CODE.
           MOVE WS-SAISIE-NOM TO OP-NOM.
           MOVE WS-SAISIE-ROLE TO OP-ROLE.
           SET OP-EST-ACTIF TO TRUE.
           MOVE WS-DATE-DU-JOUR TO OP-DATE-MAJ.
           MOVE WS-OPERATEUR TO OP-AUTEUR-MAJ.
           WRITE FO-ENR-OPERATEUR
               INVALID KEY
                   DISPLAY "Code " WS-SAISIE-CODE " deja attribue : "
                       "creation refusee."
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CREATIONS
                   MOVE "A " TO WS-CO-OPTION
                   PERFORM TRACER-MAJ-PROFIL
                   DISPLAY "Profil " WS-SAISIE-CODE " cree."
           END-WRITE.

      ****************************************************************
      * Modification du nom ou du role (zone vide = inchangee)       *
      ****************************************************************
       MODIFIER-PROFIL.
           PERFORM SAISIR-CODE.
           MOVE WS-SAISIE-CODE TO OP-CODE.
           READ F-OPERATEURS
               KEY IS OP-CODE
               INVALID KEY
                   DISPLAY "Profil " WS-SAISIE-CODE " inconnu."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Nom actuel : " OP-NOM.
           DISPLAY "Nouveau nom (vide = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Role actuel : " OP-ROLE.
           PERFORM SAISIR-ROLE.
           IF WS-SAISIE-ROLE NOT = SPACES
               IF NOT ROLE-CONNU
                   DISPLAY "Role inconnu : modification refusee."
                   EXIT PARAGRAPH
               END-IF
               IF OP-CODE = WS-OPERATEUR
                   AND WS-SAISIE-ROLE NOT = OP-ROLE
                   DISPLAY "Un administrateur ne change pas son "
                       "propre role : modification refusee."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SAISIE-ROLE TO OP-ROLE
           END-IF.
           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO OP-NOM
           END-IF.
           MOVE WS-DATE-DU-JOUR TO OP-DATE-MAJ.
           MOVE WS-OPERATEUR TO OP-AUTEUR-MAJ.
           PERFORM REECRIRE-PROFIL.
           IF WS-FS-OPERATEURS = "00"
               ADD 1 TO WS-NB-MODIFICATIONS
               MOVE "M " TO WS-CO-OPTION
               PERFORM TRACER-MAJ-PROFIL
               DISPLAY "Profil " OP-CODE " modifie."
           END-IF.

      ****************************************************************
      * Desactivation d'un profil actif, reactivation d'un profil    *
      * inactif                                                      *
      ****************************************************************
       BASCULER-ACTIVATION.
           PERFORM SAISIR-CODE.
           MOVE WS-SAISIE-CODE TO OP-CODE.
           READ F-OPERATEURS
               KEY IS OP-CODE
               INVALID KEY
                   DISPLAY "Profil " WS-SAISIE-CODE " inconnu."
                   EXIT PARAGRAPH
           END-READ.
           IF OP-CODE = WS-OPERATEUR
               DISPLAY "Un administrateur ne desactive pas son "
                   "propre profil."
               EXIT PARAGRAPH
           END-IF.
           IF OP-EST-ACTIF
               DISPLAY "Desactiver " OP-CODE " " FUNCTION TRIM(OP-NOM)
                   " (O/N) ? " WITH NO ADVANCING
           ELSE
               DISPLAY "Reactiver " OP-CODE " " FUNCTION TRIM(OP-NOM)
                   " (O/N) ? " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Profil inchange."
               EXIT PARAGRAPH
           END-IF.
           IF OP-EST-ACTIF
               SET OP-EST-INACTIF TO TRUE
           ELSE
               SET OP-EST-ACTIF TO TRUE
           END-IF.
           MOVE WS-DATE-DU-JOUR TO OP-DATE-MAJ.
           MOVE WS-OPERATEUR TO OP-AUTEUR-MAJ.
           PERFORM REECRIRE-PROFIL.
           IF WS-FS-OPERATEURS = "00"
               ADD 1 TO WS-NB-ACTIVATIONS
               MOVE "D " TO WS-CO-OPTION
               PERFORM TRACER-MAJ-PROFIL
               DISPLAY "Profil " OP-CODE " actif : " OP-ACTIF "."
           END-IF.

       REECRIRE-PROFIL.
           REWRITE FO-ENR-OPERATEUR
           END-REWRITE.
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "Erreur reecriture OPR001. FILE STATUS: "
                   WS-FS-OPERATEURS
           END-IF.

      ****************************************************************
      * Trace d'une mise a jour de profil dans SEC001 : auteur,      *
      * action (A, M ou D), profil concerne, role et etat apres      *
      ****************************************************************
       TRACER-MAJ-PROFIL.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-HORODATAGE
           END-STRING.
           OPEN EXTEND F-SECURITE.
           IF WS-FS-SECURITE NOT = "00" AND WS-FS-SECURITE NOT = "05"
               DISPLAY "Erreur ouverture SEC001. FILE STATUS: "
                   WS-FS-SECURITE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FJ-ENR-SECURITE.
           MOVE WS-HORODATAGE TO SJ-HORODATAGE.
           MOVE WS-OPERATEUR TO SJ-OPERATEUR.
           MOVE WS-CO-PROGRAMME TO SJ-PROGRAMME.
           MOVE WS-CO-OPTION TO SJ-OPTION.
           SET SJ-MAJ-PROFIL TO TRUE.
           MOVE OP-ROLE TO SJ-ROLE.
           MOVE OP-CODE TO SJ-CIBLE.
           MOVE OP-ACTIF TO SJ-ACTIF.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO SJ-ORIGINE
           END-IF.
           WRITE FJ-ENR-SECURITE
           END-WRITE.
           IF WS-FS-SECURITE NOT = "00"
               DISPLAY "Erreur ecriture SEC001. FILE STATUS: "
                   WS-FS-SECURITE
           END-IF.
           CLOSE F-SECURITE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan de la tenue des profils (" WS-OPERATEUR ")".
           DISPLAY "Creations            : " WS-NB-CREATIONS.
           DISPLAY "Modifications        : " WS-NB-MODIFICATIONS.
           DISPLAY "(Des)activations     : " WS-NB-ACTIVATIONS.
           DISPLAY "----------------------------------------------".
