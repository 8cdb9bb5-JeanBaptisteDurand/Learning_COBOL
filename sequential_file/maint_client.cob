      * affichage de l'enregistrement et confirmation avant toute    *
      * suppression. C'est par ce programme que le support corrige   *
      * une saisie le jour meme, sans editer le fichier a la main.   *
      * Le choix C ouvre la tenue des consentements de contact du    *
      * client (registre CNS001, via MAINT-CONSENTEMENT).            *
      * Une modification du nom, de l'adresse, du telephone ou de    *
      * l'email n'est plus appliquee ici : elle est deposee dans     *
      * ATT001 (copybook MODATT) au nom de l'operateur connecte, et  *
      * ne touche INP001 qu'une fois validee par un second operateur *
      * depuis CONSOLE-CLIENT. Seul le statut se modifie directement.*
      * Avant tout ajout, les clients qui ressemblent au nouveau     *
      * (meme cle phonetique PHO001 et meme prenom, meme telephone,  *
      * meme email) sont presentes et la creation doit etre          *
      * confirmee : un doublon evite ici n'est plus a fusionner.     *
      * En periode de gel des modifications clients (calendrier      *
      * CALEXP), la mise a jour est refusee, sauf derogation         *
      * d'urgence accordee par controle-gel et alertee dans ALR001.  *
      * La saisie suit la variante de l'enregistrement : raison      *
      * sociale, SIRET, forme juridique et contact pour une          *
      * entreprise, pays, code postal et ville libres pour une       *
      * adresse a l'etranger ; type et pays se choisissent a         *
      * l'ajout.                                                     *
      ****************************************************************

       IDENTIFICATION DIVISION.
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
      * Les modifications sensibles en attente de validation.
           SELECT F-ATTENTES ASSIGN TO DYNAMIC WS-NOM-ATT001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-CLE
               FILE STATUS IS WS-FS-ATTENTES.
      * Index phonetique des noms (GENERE-PHONETIQUE, chaque nuit).
           SELECT F-PHONETIQUE ASSIGN TO DYNAMIC WS-NOM-PHO001
               FILE STATUS IS WS-FS-PHONETIQUE.

       DATA DIVISION.
       FILE SECTION.
                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==
                       ==CLI-TYPE-CLIENT== BY ==FS-TYPE-CLIENT==
                       ==CLI-ENTREPRISE== BY ==FS-ENTREPRISE==
                       ==CLI-SIRET== BY ==FS-SIRET==
                       ==CLI-FORME-JURIDIQUE== BY ==FS-FORME-JURIDIQUE==
                       ==CLI-CONTACT== BY ==FS-CONTACT==
                       ==CLI-PAYS== BY ==FS-PAYS==
                       ==CLI-MARQUE-ETRANGER== BY ==FS-MARQUE-ETRANGER==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==
                       ==CLI-CP-ETRANGER== BY ==FS-CP-ETRANGER==
                       ==CLI-VILLE-ETRANGER== BY ==FS-VILLE-ETRANGER==.

           FD F-ATTENTES
               RECORD CONTAINS 340 CHARACTERS.
           01 FA-ENR-ATTENTE.
               COPY MODATT.

           FD F-PHONETIQUE
               RECORD CONTAINS 38 CHARACTERS.
           01 FP-ENR-PHONETIQUE.
              05 FP-CLE       PIC X(08).
              05 FP-ID-CLIENT PIC 9(10).
              05 FP-NOM       PIC X(20).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-ATT001    PIC X(30) VALUE "ATT001".
              05 WS-NOM-PHO001    PIC X(30) VALUE "PHO001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-ATTENTES   PIC X(02).
           01 WS-FS-PHONETIQUE PIC X(02).

      * Identite de l'operateur connecte, portee sur chaque
      * modification deposee : le valideur doit etre un autre. La
      * session est celle de la console appelante, a defaut une
      * connexion propre (sous-programme connexion-operateur).
           01 WS-OPERATEUR     PIC X(03) VALUE SPACES.
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "MAINT-CLIENT".
              05 WS-CO-OPTION      PIC X(02) VALUE "00".
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).

      * La fiche telle que relue avant la saisie, pour reperer les
      * champs sensibles modifies.
           01 WS-ANCIENNE-FICHE.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==AN-CLIENT-ID==
                       ==CLI-PRENOM== BY ==AN-PRENOM==
                       ==CLI-NOM== BY ==AN-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==AN-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==AN-ADRESSE==
                       ==CLI-RUE== BY ==AN-RUE==
                       ==CLI-CODE-POSTAL== BY ==AN-CODE-POSTAL==
                       ==CLI-VILLE== BY ==AN-VILLE==
                       ==CLI-TELEPHONE== BY ==AN-TELEPHONE==
                       ==CLI-EMAIL== BY ==AN-EMAIL==
                       ==CLI-STATUT== BY ==AN-STATUT==.
           01 WS-SENSIBLE      PIC X(01).
              88 MODIFICATION-SENSIBLE VALUE "O".
           01 WS-FIN-ATTENTES  PIC X(01).
              88 FIN-ATTENTES-CLIENT VALUE "O".
           01 WS-ATTENTE       PIC X(01).
              88 ATTENTE-EXISTANTE VALUE "O".
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).

      * Choix de l'operateur dans le menu principal : la saisie est
      * redemandee tant qu'elle est vide ou inconnue, comme dans
              88 CHOIX-AJOUT        VALUE "A" "a".
              88 CHOIX-MODIFICATION VALUE "M" "m".
              88 CHOIX-SUPPRESSION  VALUE "S" "s".
              88 CHOIX-CONSENTEMENT VALUE "C" "c".
              88 CHOIX-FIN          VALUE "F" "f".
              88 CHOIX-VALIDE       VALUE "A" "a" "M" "m"
                                          "S" "s" "C" "c" "F" "f".
           01 WS-REPONSE       PIC X(01).

      * Saisies de l'operateur, en zones DISPLAY : l'identifiant,
      * le code postal et le SIRET sont ensuite reportes vers les
      * zones COMP-3 du copybook. Les zones plus longues que le champ
      * qu'elles alimentent (email, contact, code postal et ville
      * etrangers) font refuser une saisie qui le deborderait, au
      * lieu de la tronquer.
           01 WS-SAISIE-ID          PIC 9(10).
           01 WS-SAISIE-TYPE        PIC X(01).
           01 WS-SAISIE-PRENOM      PIC X(20).
           01 WS-SAISIE-NOM         PIC X(20).
           01 WS-SAISIE-SIRET       PIC 9(14).
           01 WS-SAISIE-FORME       PIC X(01).
           01 WS-SAISIE-RUE         PIC X(30).
           01 WS-SAISIE-CODE-POSTAL PIC 9(05).
           01 WS-SAISIE-PAYS        PIC X(02).
           01 WS-SAISIE-CP-LIBRE    PIC X(20).
           01 WS-SAISIE-VILLE       PIC X(20).
           01 WS-SAISIE-TELEPHONE   PIC X(15).
           01 WS-SAISIE-EMAIL       PIC X(30).
           01 WS-SAISIE-STATUT      PIC X(01).
           01 WS-SAISIE-DEBORDEE    PIC X(01).
              88 SAISIE-TROP-LONGUE VALUE "O".

      * Fiche normalisee rendue par le formateur partage
      * fiche-client.
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "MAINT-CLIENT".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "MAINT-CLIENT".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

      * Controle des doublons avant ajout : la fiche saisie est mise
      * de cote pendant que F-CLIENT est relu, et chaque client qui
      * lui ressemble est retenu avec ses motifs (NOM meme cle
      * phonetique et meme prenom, TEL meme telephone, EML meme
      * email).
           01 WS-CANDIDAT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==CA-CLIENT-ID==
                       ==CLI-PRENOM== BY ==CA-PRENOM==
                       ==CLI-NOM== BY ==CA-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==CA-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==CA-ADRESSE==
                       ==CLI-RUE== BY ==CA-RUE==
                       ==CLI-CODE-POSTAL== BY ==CA-CODE-POSTAL==
                       ==CLI-VILLE== BY ==CA-VILLE==
                       ==CLI-TELEPHONE== BY ==CA-TELEPHONE==
                       ==CLI-EMAIL== BY ==CA-EMAIL==
                       ==CLI-STATUT== BY ==CA-STATUT==.
           01 WS-CLE-CANDIDAT  PIC X(08).
           01 WS-PRENOM-CANDIDAT PIC X(20).
           01 WS-EMAIL-CANDIDAT PIC X(30).
           01 WS-FIN-RECHERCHE PIC X(01).
              88 FIN-RECHERCHE-DOUBLONS VALUE "O".
           01 WS-NB-SUSPECTS-MAX PIC 9(02) VALUE 10.
           01 WS-NB-SUSPECTS   PIC 9(02) VALUE 0.
           01 WS-TABLE-SUSPECTS.
              05 WS-SUSPECT OCCURS 10 TIMES.
                 10 WS-SU-ID      PIC 9(10).
                 10 WS-SU-MOTIFS  PIC X(11).
           01 WS-ID-SUSPECT    PIC 9(10).
           01 WS-SU-MOTIF      PIC X(03).
           01 WS-SU-POSITION   PIC 9(02).
           01 WS-IS            PIC 9(02).
           01 WS-SUSPECT-CONNU PIC X(01).
              88 SUSPECT-DEJA-RETENU VALUE "O".

      * Compteurs pour le bilan de fin de session.
           01 WS-COMPTEURS.
              05 WS-NB-AJOUTS        PIC 9(06) VALUE 0.
              05 WS-NB-MODIFICATIONS PIC 9(06) VALUE 0.
              05 WS-NB-SUPPRESSIONS  PIC 9(06) VALUE 0.
              05 WS-NB-CONSENTEMENTS PIC 9(06) VALUE 0.
              05 WS-NB-EN-ATTENTE    PIC 9(06) VALUE 0.
              05 WS-NB-DOUBLONS-EVITES PIC 9(06) VALUE 0.
              05 WS-NB-DOUBLONS-FORCES PIC 9(06) VALUE 0.

      * Zone d'appel de MAINT-CONSENTEMENT : le client, deja relu
      * ici, et la source proposee par defaut pour ses choix.
           01 WS-DEMANDE-CONSENTEMENT.
              05 WS-MC-ID-CLIENT   PIC 9(10).
              05 WS-MC-SOURCE      PIC X(10) VALUE "MAINT".
              05 WS-MC-CODE-RETOUR PIC 9(02).

      * Demande de journalisation pour le journal central des
      * mouvements (sous-programme partage journal-mouvement) : une

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
           MOVE WS-CO-OPERATEUR TO WS-GM-OPERATEUR.
           CALL "controle-gel" USING WS-GARDE-GEL.
           IF WS-GM-CODE-RETOUR = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-ATTENTES.
           IF WS-FS-ATTENTES = "35"
               OPEN OUTPUT F-ATTENTES
               CLOSE F-ATTENTES
               OPEN I-O F-ATTENTES
           END-IF.
           IF WS-FS-ATTENTES NOT = "00"
               DISPLAY "Erreur ouverture ATT001. FILE STATUS: "
                   WS-FS-ATTENTES
               CLOSE F-CLIENT
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TRAITER-UN-CHOIX UNTIL CHOIX-FIN.
           PERFORM AFFICHER-BILAN.
           CLOSE F-ATTENTES.
           CLOSE F-CLIENT.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
       TRAITER-UN-CHOIX.
           DISPLAY "----------------------------------------------".
           DISPLAY "Maintenance clients : Ajout (A), Modification "
               "(M), Suppression (S), Consentements (C), Fin (F) ? "
               WITH NO ADVANCING.
           ACCEPT WS-CHOIX.
           IF NOT CHOIX-VALIDE
               DISPLAY "Choix inconnu, recommencez."
                       PERFORM MODIFIER-CLIENT
                   WHEN CHOIX-SUPPRESSION
                       PERFORM SUPPRIMER-CLIENT
                   WHEN CHOIX-CONSENTEMENT
                       PERFORM GERER-CONSENTEMENTS
                   WHEN CHOIX-FIN
                       CONTINUE
               END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO FS-ENR-CLIENT.
           MOVE WS-SAISIE-ID TO FS-CLIENT-ID.
           PERFORM SAISIR-TYPE-CLIENT.
           PERFORM SAISIR-CHAMPS-CLIENT.
           PERFORM CONTROLER-SAISIE.
           IF SAISIE-REFUSEE
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-ENR-CLIENT TO WS-CANDIDAT.
           PERFORM CHERCHER-DOUBLONS.
           IF WS-NB-SUSPECTS > 0
               PERFORM PRESENTER-DOUBLONS
               DISPLAY "Creer quand meme ce nouveau client (O/N) ? "
                   WITH NO ADVANCING
               ACCEPT WS-REPONSE
               IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
                   ADD 1 TO WS-NB-DOUBLONS-EVITES
                   DISPLAY "Ajout abandonne."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-DOUBLONS-FORCES
           END-IF.
           MOVE WS-CANDIDAT TO FS-ENR-CLIENT.
           WRITE FS-ENR-CLIENT
               INVALID KEY
                   DISPLAY "Identifiant " WS-SAISIE-ID " deja "
                   DISPLAY "Client " WS-SAISIE-ID " ajoute."
           END-WRITE.

      ****************************************************************
      * Recherche des clients qui ressemblent a la fiche saisie      *
      * (WS-CANDIDAT) : F-CLIENT est relu, la zone d'enregistrement  *
      * ne porte donc plus la saisie au retour                       *
      ****************************************************************
       CHERCHER-DOUBLONS.
           MOVE 0 TO WS-NB-SUSPECTS.
           MOVE FUNCTION UPPER-CASE(CA-PRENOM) TO WS-PRENOM-CANDIDAT.
           MOVE FUNCTION UPPER-CASE(CA-EMAIL) TO WS-EMAIL-CANDIDAT.
           PERFORM CHERCHER-DOUBLONS-NOM.
           PERFORM CHERCHER-DOUBLONS-TELEPHONE.
           PERFORM CHERCHER-DOUBLONS-EMAIL.

      * Meme cle phonetique du nom (index PHO001) et meme prenom.
       CHERCHER-DOUBLONS-NOM.
           CALL "cle-phonetique" USING CA-NOM WS-CLE-CANDIDAT.
           IF WS-CLE-CANDIDAT = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT F-PHONETIQUE.
           IF WS-FS-PHONETIQUE NOT = "00"
               DISPLAY "Index PHO001 indisponible : controle "
                   "phonetique des doublons non fait."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-RECHERCHE.
           PERFORM EXAMINER-CLE-PHONETIQUE
               UNTIL FIN-RECHERCHE-DOUBLONS.
           CLOSE F-PHONETIQUE.

       EXAMINER-CLE-PHONETIQUE.
           READ F-PHONETIQUE
               AT END
                   SET FIN-RECHERCHE-DOUBLONS TO TRUE
           END-READ.
           IF FIN-RECHERCHE-DOUBLONS
               OR FP-CLE NOT = WS-CLE-CANDIDAT
               OR FP-ID-CLIENT = CA-CLIENT-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE FP-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF FUNCTION UPPER-CASE(FS-PRENOM) = WS-PRENOM-CANDIDAT
               MOVE "NOM" TO WS-SU-MOTIF
               MOVE 1 TO WS-SU-POSITION
               PERFORM RETENIR-SUSPECT
           END-IF.

      * Meme telephone, par la cle secondaire FS-TELEPHONE.
       CHERCHER-DOUBLONS-TELEPHONE.
           IF CA-TELEPHONE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-RECHERCHE.
           MOVE CA-TELEPHONE TO FS-TELEPHONE.
           READ F-CLIENT
               KEY IS FS-TELEPHONE
               INVALID KEY
                   SET FIN-RECHERCHE-DOUBLONS TO TRUE
           END-READ.
           PERFORM EXAMINER-TELEPHONE UNTIL FIN-RECHERCHE-DOUBLONS.

       EXAMINER-TELEPHONE.
           IF FS-CLIENT-ID NOT = CA-CLIENT-ID
               MOVE "TEL" TO WS-SU-MOTIF
               MOVE 5 TO WS-SU-POSITION
               PERFORM RETENIR-SUSPECT
           END-IF.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-RECHERCHE-DOUBLONS TO TRUE
           END-READ.
           IF FS-TELEPHONE NOT = CA-TELEPHONE
               SET FIN-RECHERCHE-DOUBLONS TO TRUE
           END-IF.

      * Meme email : l'email n'est pas une cle, F-CLIENT est balaye.
       CHERCHER-DOUBLONS-EMAIL.
           IF CA-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-RECHERCHE.
           MOVE 0 TO FS-CLIENT-ID.
           START F-CLIENT KEY NOT LESS THAN FS-CLIENT-ID
               INVALID KEY
                   SET FIN-RECHERCHE-DOUBLONS TO TRUE
           END-START.
           PERFORM EXAMINER-EMAIL UNTIL FIN-RECHERCHE-DOUBLONS.

       EXAMINER-EMAIL.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-RECHERCHE-DOUBLONS TO TRUE
           END-READ.
           IF FIN-RECHERCHE-DOUBLONS
               OR FS-CLIENT-ID = CA-CLIENT-ID
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(FS-EMAIL) = WS-EMAIL-CANDIDAT
               MOVE "EML" TO WS-SU-MOTIF
               MOVE 9 TO WS-SU-POSITION
               PERFORM RETENIR-SUSPECT
           END-IF.

      * Le client courant de F-CLIENT entre dans la table, ou y
      * recoit un motif de plus s'il y est deja.
       RETENIR-SUSPECT.
           MOVE FS-CLIENT-ID TO WS-ID-SUSPECT.
           MOVE "N" TO WS-SUSPECT-CONNU.
           PERFORM VARYING WS-IS FROM 1 BY 1
                   UNTIL WS-IS > WS-NB-SUSPECTS
               IF WS-SU-ID (WS-IS) = WS-ID-SUSPECT
                   MOVE WS-SU-MOTIF
                       TO WS-SU-MOTIFS (WS-IS) (WS-SU-POSITION:3)
                   SET SUSPECT-DEJA-RETENU TO TRUE
               END-IF
           END-PERFORM.
           IF SUSPECT-DEJA-RETENU
               OR WS-NB-SUSPECTS NOT < WS-NB-SUSPECTS-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-SUSPECTS.
           MOVE WS-ID-SUSPECT TO WS-SU-ID (WS-NB-SUSPECTS).
           MOVE SPACES TO WS-SU-MOTIFS (WS-NB-SUSPECTS).
           MOVE WS-SU-MOTIF
               TO WS-SU-MOTIFS (WS-NB-SUSPECTS) (WS-SU-POSITION:3).

      ****************************************************************
      * Presentation des doublons probables, chacun par sa fiche     *
      * normalisee (fiche-client)                                    *
      ****************************************************************
       PRESENTER-DOUBLONS.
           DISPLAY "ATTENTION : " WS-NB-SUSPECTS " client(s) deja en "
               "fichier ressemble(nt) a cette saisie (NOM = meme nom "
               "phonetique et prenom, TEL = meme telephone, EML = "
               "meme email) :".
           PERFORM VARYING WS-IS FROM 1 BY 1
                   UNTIL WS-IS > WS-NB-SUSPECTS
               PERFORM PRESENTER-UN-SUSPECT
           END-PERFORM.

       PRESENTER-UN-SUSPECT.
           MOVE WS-SU-ID (WS-IS) TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "-- Motif(s) : " WS-SU-MOTIFS (WS-IS).
           PERFORM AFFICHER-FICHE-CLIENT.

      ****************************************************************
      * Modification d'un client existant : relecture, nouvelle      *
      * saisie des champs puis REWRITE, ou depot dans ATT001 si un   *
      * champ sensible change                                        *
      ****************************************************************
       MODIFIER-CLIENT.
           DISPLAY "Identifiant du client a modifier : "
               NOT INVALID KEY
                   PERFORM AFFICHER-FICHE-CLIENT
                   MOVE FS-ENR-CLIENT TO WS-JRN-AVANT
                   MOVE FS-ENR-CLIENT TO WS-ANCIENNE-FICHE
                   PERFORM SAISIR-CHAMPS-CLIENT
                   PERFORM CONTROLER-SAISIE
                   IF NOT SAISIE-REFUSEE
                       PERFORM COMPARER-CHAMPS-SENSIBLES
                       IF MODIFICATION-SENSIBLE
                           PERFORM DEPOSER-MODIFICATION
                       ELSE
                           PERFORM APPLIQUER-MODIFICATION
                       END-IF
                   END-IF
           END-READ.

       APPLIQUER-MODIFICATION.
           REWRITE FS-ENR-CLIENT
           END-REWRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur reecriture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
           ELSE
               ADD 1 TO WS-NB-MODIFICATIONS
               MOVE "MODIF" TO WS-JRN-ACTION
               MOVE FS-ENR-CLIENT TO WS-JRN-APRES
               CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL
               DISPLAY "Client " WS-SAISIE-ID " modifie."
           END-IF.

       COMPARER-CHAMPS-SENSIBLES.
           MOVE "N" TO WS-SENSIBLE.
           IF FS-PRENOM NOT = AN-PRENOM
               OR FS-NOM NOT = AN-NOM
               OR FS-ADRESSE NOT = AN-ADRESSE
               OR FS-TELEPHONE NOT = AN-TELEPHONE
               OR FS-EMAIL NOT = AN-EMAIL
               SET MODIFICATION-SENSIBLE TO TRUE
           END-IF.

      ****************************************************************
      * Depot d'une modification sensible dans ATT001 : images avant *
      * et apres, operateur demandeur. Une seule demande en attente  *
      * par client, la seconde se heurterait a la premiere.          *
      ****************************************************************
       DEPOSER-MODIFICATION.
           PERFORM CHERCHER-ATTENTE-CLIENT.
           IF ATTENTE-EXISTANTE
               DISPLAY "Une modification deposee le " MA-DATE-DEMANDE
                   " par " MA-DEMANDEUR " attend deja validation : "
                   "nouvelle demande refusee."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO FA-ENR-ATTENTE.
           MOVE WS-SAISIE-ID TO MA-ID-CLIENT.
           MOVE WS-DATE-DU-JOUR TO MA-DATE-DEMANDE.
           MOVE WS-HEURE-COURANTE (1:6) TO MA-HEURE-DEMANDE.
           MOVE WS-OPERATEUR TO MA-DEMANDEUR.
           SET MA-EN-ATTENTE TO TRUE.
           MOVE 0 TO MA-DATE-DECISION.
           MOVE WS-JRN-AVANT TO MA-AVANT.
           MOVE FS-ENR-CLIENT TO MA-APRES.
           WRITE FA-ENR-ATTENTE
               INVALID KEY
                   DISPLAY "Erreur ecriture ATT001. FILE STATUS: "
                       WS-FS-ATTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-NB-EN-ATTENTE
                   DISPLAY "Modification sensible (nom, adresse, "
                       "telephone ou email) : deposee en attente de "
                       "validation par un second operateur."
           END-WRITE.

       CHERCHER-ATTENTE-CLIENT.
           MOVE "N" TO WS-ATTENTE.
           MOVE "N" TO WS-FIN-ATTENTES.
           MOVE WS-SAISIE-ID TO MA-ID-CLIENT.
           MOVE 0 TO MA-DATE-DEMANDE.
           MOVE 0 TO MA-HEURE-DEMANDE.
           START F-ATTENTES KEY IS NOT LESS THAN MA-CLE
               INVALID KEY
                   SET FIN-ATTENTES-CLIENT TO TRUE
           END-START.
           PERFORM EXAMINER-ATTENTE
               UNTIL FIN-ATTENTES-CLIENT OR ATTENTE-EXISTANTE.

       EXAMINER-ATTENTE.
           READ F-ATTENTES NEXT RECORD
               AT END
                   SET FIN-ATTENTES-CLIENT TO TRUE
           END-READ.
           IF FIN-ATTENTES-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF MA-ID-CLIENT NOT = WS-SAISIE-ID
               SET FIN-ATTENTES-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF MA-EN-ATTENTE
               SET ATTENTE-EXISTANTE TO TRUE
           END-IF.

      ****************************************************************
      * Suppression d'un client : la fiche est affichee et la        *
      * suppression confirmee avant le DELETE                        *
           END-READ.

      ****************************************************************
      * Consentements de contact d'un client existant : la fiche est *
      * affichee puis la main passe a MAINT-CONSENTEMENT             *
      ****************************************************************
       GERER-CONSENTEMENTS.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-ID.
           PERFORM CONTROLER-CLE-SAISIE.
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
                   PERFORM AFFICHER-FICHE-CLIENT
                   MOVE WS-SAISIE-ID TO WS-MC-ID-CLIENT
                   CALL "MAINT-CONSENTEMENT"
                       USING WS-DEMANDE-CONSENTEMENT
                   CANCEL "MAINT-CONSENTEMENT"
                   IF WS-MC-CODE-RETOUR = 0
                       ADD 1 TO WS-NB-CONSENTEMENTS
                   END-IF
           END-READ.

      ****************************************************************
      * Type d'un nouveau client : particulier ou entreprise,        *
      * adresse en France ou a l'etranger. Un client existant garde  *
      * les siens : la saisie des champs suit sa variante            *
      ****************************************************************
       SAISIR-TYPE-CLIENT.
           DISPLAY "Type (P = particulier, E = entreprise) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TYPE.
           IF WS-SAISIE-TYPE = "E" OR WS-SAISIE-TYPE = "e"
               MOVE "E" TO FS-TYPE-CLIENT
           ELSE
               MOVE "P" TO FS-TYPE-CLIENT
           END-IF.
           DISPLAY "Adresse a l'etranger (O/N) ? " WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE = "O" OR WS-REPONSE = "o"
               MOVE "*" TO FS-MARQUE-ETRANGER
           END-IF.

      ****************************************************************
      * Saisie des champs du copybook CLIENT (hors identifiant) :    *
      * raison sociale, SIRET, forme juridique et contact pour une   *
      * entreprise, pays, code postal et ville libres pour une       *
      * adresse a l'etranger                                         *
      ****************************************************************
       SAISIR-CHAMPS-CLIENT.
           MOVE "N" TO WS-SAISIE-DEBORDEE.
           IF FS-ENTREPRISE
               PERFORM SAISIR-IDENTITE-ENTREPRISE
           ELSE
               DISPLAY "Prenom      : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-PRENOM
               MOVE WS-SAISIE-PRENOM TO FS-PRENOM
               DISPLAY "Nom         : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-NOM
               MOVE WS-SAISIE-NOM TO FS-NOM
           END-IF.
           DISPLAY "Rue         : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-RUE.
           MOVE WS-SAISIE-RUE TO FS-RUE.
           IF FS-ETRANGER
               PERFORM SAISIR-ADRESSE-ETRANGERE
           ELSE
               DISPLAY "Code postal : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-CODE-POSTAL
               MOVE WS-SAISIE-CODE-POSTAL TO FS-CODE-POSTAL
               DISPLAY "Ville       : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-VILLE
               MOVE WS-SAISIE-VILLE TO FS-VILLE
           END-IF.
           DISPLAY "Telephone   : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-TELEPHONE.
           MOVE WS-SAISIE-TELEPHONE TO FS-TELEPHONE.
           DISPLAY "Email       : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-EMAIL.
           IF WS-SAISIE-EMAIL (30:1) NOT = SPACE
               DISPLAY "Email de plus de 29 caracteres."
               SET SAISIE-TROP-LONGUE TO TRUE
           END-IF.
           MOVE WS-SAISIE-EMAIL TO FS-EMAIL.
           DISPLAY "Statut (A = actif, I = inactif) : "
               WITH NO ADVANCING.
               MOVE "A" TO FS-STATUT
           END-IF.

      * Les 20 octets du prenom d'une entreprise portent le SIRET, la
      * forme juridique et le contact (11 caracteres au plus).
       SAISIR-IDENTITE-ENTREPRISE.
           DISPLAY "Raison sociale : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-NOM.
           MOVE WS-SAISIE-NOM TO FS-NOM.
           DISPLAY "SIRET (14 chiffres) : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-SIRET.
           MOVE WS-SAISIE-SIRET TO FS-SIRET.
           DISPLAY "Forme juridique (S SAS, A SA, R SARL, U EURL, "
               "C SCI, N SNC, I EI, O association, X autre) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-FORME.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-FORME)
               TO FS-FORME-JURIDIQUE.
           DISPLAY "Contact     : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PRENOM.
           IF WS-SAISIE-PRENOM (12:9) NOT = SPACES
               DISPLAY "Contact de plus de 11 caracteres."
               SET SAISIE-TROP-LONGUE TO TRUE
           END-IF.
           MOVE WS-SAISIE-PRENOM TO FS-CONTACT.

      * Les trois octets du code postal portent le pays et la marque
      * "*", la zone de la ville le code postal (8) et la ville (12).
       SAISIR-ADRESSE-ETRANGERE.
           DISPLAY "Pays (code ISO sur deux lettres) : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE-PAYS.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-PAYS) TO FS-PAYS.
           MOVE "*" TO FS-MARQUE-ETRANGER.
           DISPLAY "Code postal : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-CP-LIBRE.
           IF WS-SAISIE-CP-LIBRE (9:12) NOT = SPACES
               DISPLAY "Code postal etranger de plus de 8 caracteres."
               SET SAISIE-TROP-LONGUE TO TRUE
           END-IF.
           MOVE WS-SAISIE-CP-LIBRE TO FS-CP-ETRANGER.
           DISPLAY "Ville       : " WITH NO ADVANCING.
           ACCEPT WS-SAISIE-VILLE.
           IF WS-SAISIE-VILLE (13:8) NOT = SPACES
               DISPLAY "Ville etrangere de plus de 12 caracteres."
               SET SAISIE-TROP-LONGUE TO TRUE
           END-IF.
           MOVE WS-SAISIE-VILLE TO FS-VILLE-ETRANGER.

      ****************************************************************
      * Controle de la saisie par le sous-programme partage          *
      * valide-client : la sauvegarde est refusee tant qu'un motif   *
      * subsiste, ou si un champ saisi deborde de sa zone            *
      ****************************************************************
       CONTROLER-SAISIE.
           MOVE "O" TO WS-SAISIE-VALIDE.
           IF SAISIE-TROP-LONGUE
               MOVE "N" TO WS-SAISIE-VALIDE
               DISPLAY "Saisie refusee : champ trop long."
               EXIT PARAGRAPH
           END-IF.
           CALL "valide-client"
               USING FS-ENR-CLIENT WS-MOTIFS-VALIDATION.
           IF WS-NB-MOTIFS > 0
           DISPLAY "Bilan de la session de maintenance".
           DISPLAY "Ajouts        : " WS-NB-AJOUTS.
           DISPLAY "Modifications : " WS-NB-MODIFICATIONS.
           DISPLAY "En attente    : " WS-NB-EN-ATTENTE.
           DISPLAY "Doublons evites (ajout abandonne) : "
               WS-NB-DOUBLONS-EVITES.
           DISPLAY "Doublons forces (ajout confirme)  : "
               WS-NB-DOUBLONS-FORCES.
           DISPLAY "Suppressions  : " WS-NB-SUPPRESSIONS.
           DISPLAY "Consentements : " WS-NB-CONSENTEMENTS.
           DISPLAY "----------------------------------------------".

      ****************************************************************
