      * VALIDER-EMAIL de MISE-A-JOUR-CURSEUR), ecrit les clients     *
      * valides dans le F-CLIENT indexe et route les echecs vers un  *
      * fichier de rejets avec un motif par champ en cause.          *
      * Une ligne dont l'identifiant existe deja est une mise a jour *
      * de la fiche : elle passe par l'arbitrage arbitre-client      *
      * (source WEB) avant toute reecriture, avec l'horodatage de la *
      * donnee en neuvieme champ facultatif (AAAAMMJJHHMMSS ; a      *
      * defaut, la date du lot a minuit). Les champs qui perdent     *
      * l'arbitrage restent tels quels et partent au rapport ARB001. *
      * Le canal web ne porte que des particuliers domicilies en     *
      * France : une fiche entreprise ou a adresse etrangere n'est   *
      * pas mise a jour par lui (motif VAR01).                       *
      * Un nouveau client qui ressemble a un client deja en fichier  *
      * (meme cle phonetique PHO001 et meme prenom, meme telephone,  *
      * meme email) n'est pas insere : sa ligne part en attente      *
      * d'examen dans DBW001 avec les clients suspects. Apres        *
      * examen, la ligne relivree avec REVU en dixieme champ est     *
      * chargee sans nouveau controle.                               *
      * En periode de gel des modifications clients (calendrier      *
      * CALEXP), la mise a jour est refusee, sauf derogation         *
      * d'urgence accordee par controle-gel et alertee dans ALR001.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-WEB ASSIGN TO DYNAMIC WS-NOM-WEB001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WEB.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Rejets du chargement : la ligne d'origine et ses motifs.
           SELECT F-REJETS-WEB ASSIGN TO DYNAMIC WS-NOM-REJW01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS-WEB.
      * Doublons probables en attente d'examen : les suspects et la
      * ligne d'origine, a relivrer une fois tranches.
           SELECT F-DOUBLONS-WEB ASSIGN TO DYNAMIC WS-NOM-DBW001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOUBLONS-WEB.
      * Index phonetique des noms (GENERE-PHONETIQUE, chaque nuit).
           SELECT F-PHONETIQUE ASSIGN TO DYNAMIC WS-NOM-PHO001
               FILE STATUS IS WS-FS-PHONETIQUE.
      * Registre des lots deja charges : un identifiant de lot par
      * ligne. Un WEB001 renvoye par erreur est refuse ici, avant
      * toute insertion, au lieu d'etre recharge et nettoye ensuite
      * a coups de DETECT-DOUBLONS.
           SELECT OPTIONAL F-REGISTRE-WEB
               ASSIGN TO DYNAMIC WS-NOM-WEBREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.

                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-TYPE-CLIENT== BY ==FS-TYPE-CLIENT==
                       ==CLI-ENTREPRISE== BY ==FS-ENTREPRISE==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==
                       ==CLI-STATUT== BY ==FS-STATUT==.

           FD F-REJETS-WEB.
           01 FS-LIGNE-REJET-WEB PIC X(260).

           FD F-DOUBLONS-WEB.
           01 FS-LIGNE-DOUBLON-WEB PIC X(400).

           FD F-PHONETIQUE
               RECORD CONTAINS 38 CHARACTERS.
           01 FP-ENR-PHONETIQUE.
              05 FP-CLE       PIC X(08).
              05 FP-ID-CLIENT PIC 9(10).
              05 FP-NOM       PIC X(20).

           FD F-REGISTRE-WEB.
           01 FS-ENR-REGISTRE-WEB PIC X(20).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-WEB001    PIC X(30) VALUE "WEB001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-REJW01    PIC X(30) VALUE "REJW01".
              05 WS-NOM-DBW001    PIC X(30) VALUE "DBW001".
              05 WS-NOM-PHO001    PIC X(30) VALUE "PHO001".
              05 WS-NOM-WEBREG    PIC X(30) VALUE "WEBREG".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 6.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-WEB        PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-REJETS-WEB PIC X(02).
           01 WS-FS-DOUBLONS-WEB PIC X(02).
           01 WS-FS-PHONETIQUE PIC X(02).

           01 WS-IND-WEB       PIC X(01) VALUE "N".
              88 FIN-FICHIER-WEB VALUE "O".
           01 WS-CHAMP-VILLE       PIC X(20).
           01 WS-CHAMP-TELEPHONE   PIC X(15).
           01 WS-CHAMP-EMAIL       PIC X(30).
           01 WS-CHAMP-HORODATAGE  PIC X(20).
           01 WS-CHAMP-REVUE       PIC X(10).

      * Motifs de rejet de la ligne courante : jusqu'a cinq codes de
      * cinq caracteres, dans l'ordre de detection.
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "CHARGE-CLIENTS".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "CHARGE-CLIENTS".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

      * Arbitrage d'une mise a jour de fiche existante (copybook
      * ARBCLI) : horodatage de la donnee entrante et fiche proposee
      * mise de cote pendant la relecture de la fiche actuelle.
           01 WS-DEMANDE-ARBITRAGE.
              COPY ARBCLI.
           01 WS-ENR-PROPOSE   PIC X(145).
           01 WS-HORO-ENTRANT  PIC X(14).
           01 WS-DATE-COURANTE  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).

      * Controle des doublons avant insertion : la fiche proposee
      * est mise de cote pendant que F-CLIENT est relu, et chaque
      * client qui lui ressemble est retenu avec ses motifs (NOM
      * meme cle phonetique et meme prenom, TEL meme telephone, EML
      * meme email).
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
           01 WS-NOUVEAU-CLIENT PIC X(01).
              88 CLIENT-NOUVEAU VALUE "O".
           01 WS-PHONETIQUE-SIGNALE PIC X(01) VALUE "N".
              88 PHONETIQUE-ABSENT-SIGNALE VALUE "O".
           01 WS-LISTE-SUSPECTS PIC X(220).
           01 WS-POINTEUR      PIC 9(03).
           01 WS-LIGNE-DOUBLON PIC X(400).

      * Compteurs du bilan de chargement, dans le style
      * d'AFFICHER-BILAN de FILE-EXAMPLE.
           01 WS-COMPTEURS.
              05 WS-NB-LUS     PIC 9(06) VALUE 0.
              05 WS-NB-CHARGES PIC 9(06) VALUE 0.
              05 WS-NB-MAJ     PIC 9(06) VALUE 0.
              05 WS-NB-INCHANGES PIC 9(06) VALUE 0.
              05 WS-NB-REJETS  PIC 9(06) VALUE 0.
              05 WS-NB-DOUBLONS PIC 9(06) VALUE 0.
              05 WS-NB-CHAMPS-ECARTES PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Passe 1 : l'identite du lot est controlee AVANT toute
      * insertion ; un lot rejoue ou tronque est refuse entier.
           PERFORM CONTROLER-LOT.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "controle-gel" USING WS-GARDE-GEL.
           IF WS-GM-CODE-RETOUR = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
           CLOSE F-WEB.
           CLOSE F-CLIENT.
           CLOSE F-REJETS-WEB.
           CLOSE F-DOUBLONS-WEB.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           PERFORM INSCRIRE-LOT-AU-REGISTRE.
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-DOUBLONS-WEB.
           IF WS-FS-DOUBLONS-WEB NOT = "00"
               DISPLAY "Erreur ouverture DBW001. FILE STATUS: "
                   WS-FS-DOUBLONS-WEB
               CLOSE F-WEB
               CLOSE F-CLIENT
               CLOSE F-REJETS-WEB
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.

       LIRE-LIGNE-WEB.
           READ F-WEB
       DECOUPER-LIGNE.
           MOVE SPACES TO WS-CHAMP-ID WS-CHAMP-PRENOM WS-CHAMP-NOM
               WS-CHAMP-RUE WS-CHAMP-CODE-POSTAL WS-CHAMP-VILLE
               WS-CHAMP-TELEPHONE WS-CHAMP-EMAIL WS-CHAMP-HORODATAGE
               WS-CHAMP-REVUE.
           UNSTRING FS-LIGNE-WEB DELIMITED BY ";"
               INTO WS-CHAMP-ID WS-CHAMP-PRENOM WS-CHAMP-NOM
                   WS-CHAMP-RUE WS-CHAMP-CODE-POSTAL WS-CHAMP-VILLE
                   WS-CHAMP-TELEPHONE WS-CHAMP-EMAIL
                   WS-CHAMP-HORODATAGE WS-CHAMP-REVUE
           END-UNSTRING.

      ****************************************************************
      * Validation de la ligne : l'identifiant, le format du code    *
      * postal et la longueur de l'email sont controles ici (il faut *
      * pouvoir construire l'enregistrement), toutes les autres      *
      * regles viennent du sous-programme partage valide-client      *
      ****************************************************************
       VALIDER-LIGNE.
           MOVE "N" TO WS-LIGNE-INVALIDE.
               STRING FUNCTION TRIM(WS-MOTIFS) " CPO01"
                   DELIMITED BY SIZE INTO WS-MOTIFS
           END-IF.
      * CLI-EMAIL ne tient que 29 caracteres : un trentieme serait
      * perdu a la construction, la ligne est rejetee.
           IF WS-CHAMP-EMAIL (30:1) NOT = SPACE
               SET LIGNE-REJETEE TO TRUE
               STRING FUNCTION TRIM(WS-MOTIFS) " EML02"
                   DELIMITED BY SIZE INTO WS-MOTIFS
           END-IF.
           IF NOT LIGNE-REJETEE
               PERFORM CONSTRUIRE-ENREGISTREMENT
               CALL "valide-client"
           MOVE WS-CHAMP-VILLE TO FS-VILLE.
           MOVE WS-CHAMP-TELEPHONE TO FS-TELEPHONE.
           MOVE WS-CHAMP-EMAIL TO FS-EMAIL.
      * Le canal web ne connait que le particulier : le type est
      * pose, la zone d'enregistrement pouvant porter celui d'une
      * fiche relue auparavant.
           MOVE "P" TO FS-TYPE-CLIENT.
      * Un client charge par le canal web entre actif par defaut.
           MOVE "A" TO FS-STATUT.

      * (l'enregistrement a ete construit pendant la validation)     *
      ****************************************************************
       ECRIRE-CLIENT.
           MOVE FS-ENR-CLIENT TO WS-ENR-PROPOSE.
      * Un identifiant inconnu est un nouveau client : il ne
      * s'insere qu'a defaut de doublon probable (ou apres examen).
           MOVE "N" TO WS-NOUVEAU-CLIENT.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   SET CLIENT-NOUVEAU TO TRUE
           END-READ.
           IF CLIENT-NOUVEAU
               AND FUNCTION UPPER-CASE(WS-CHAMP-REVUE) NOT = "REVU"
               MOVE WS-ENR-PROPOSE TO WS-CANDIDAT
               PERFORM CHERCHER-DOUBLONS
               IF WS-NB-SUSPECTS > 0
                   PERFORM ECRIRE-DOUBLON-WEB
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-ENR-PROPOSE TO FS-ENR-CLIENT.
           WRITE FS-ENR-CLIENT
               INVALID KEY
                   PERFORM METTRE-A-JOUR-CLIENT
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CHARGES
                   MOVE "AJOUT" TO WS-JRN-ACTION
                   CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL
           END-WRITE.

      ****************************************************************
      * Recherche des clients qui ressemblent au nouveau client      *
      * (WS-CANDIDAT) : F-CLIENT est relu, la zone d'enregistrement  *
      * ne porte donc plus la fiche proposee au retour               *
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
               IF NOT PHONETIQUE-ABSENT-SIGNALE
                   DISPLAY "Index PHO001 indisponible : controle "
                       "phonetique des doublons non fait."
                   SET PHONETIQUE-ABSENT-SIGNALE TO TRUE
               END-IF
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
      * Doublon probable : la ligne d'origine part en attente        *
      * d'examen dans DBW001, precedee du lot et des suspects        *
      * (identifiant=motifs)                                         *
      ****************************************************************
       ECRIRE-DOUBLON-WEB.
           MOVE SPACES TO WS-LISTE-SUSPECTS.
           MOVE 1 TO WS-POINTEUR.
           PERFORM VARYING WS-IS FROM 1 BY 1
                   UNTIL WS-IS > WS-NB-SUSPECTS
               STRING " " WS-SU-ID (WS-IS) "="
                   FUNCTION TRIM(WS-SU-MOTIFS (WS-IS))
                   DELIMITED BY SIZE
                   INTO WS-LISTE-SUSPECTS
                   WITH POINTER WS-POINTEUR
               END-STRING
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE-DOUBLON.
           STRING "lot " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOT-ID) DELIMITED BY SIZE
               " : DBL01" DELIMITED BY SIZE
               WS-LISTE-SUSPECTS (1:WS-POINTEUR - 1)
                   DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               FS-LIGNE-WEB DELIMITED BY SIZE
               INTO WS-LIGNE-DOUBLON
           END-STRING.
           MOVE WS-LIGNE-DOUBLON TO FS-LIGNE-DOUBLON-WEB.
           WRITE FS-LIGNE-DOUBLON-WEB.
           IF WS-FS-DOUBLONS-WEB NOT = "00"
               DISPLAY "Erreur ecriture DBW001. FILE STATUS: "
                   WS-FS-DOUBLONS-WEB
               MOVE " DBL01" TO WS-MOTIFS
               SET LIGNE-REJETEE TO TRUE
               PERFORM ECRIRE-REJET-WEB
           ELSE
               ADD 1 TO WS-NB-DOUBLONS
           END-IF.

      ****************************************************************
      * Identifiant deja present : mise a jour de la fiche, champ    *
      * par champ, apres arbitrage contre les derniers mouvements    *
      * de MVT001                                                    *
      ****************************************************************
       METTRE-A-JOUR-CLIENT.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   MOVE " DUP01" TO WS-MOTIFS
                   SET LIGNE-REJETEE TO TRUE
                   PERFORM ECRIRE-REJET-WEB
                   EXIT PARAGRAPH
           END-READ.
      * La ligne web est toujours celle d'un particulier en France :
      * elle ne peut pas mettre a jour une fiche entreprise (le
      * prenom y porte SIRET et contact) ni une adresse etrangere,
      * qu'elle ecraserait. La ligne est rejetee (VAR01).
           IF FS-ENTREPRISE OR FS-ETRANGER
               MOVE " VAR01" TO WS-MOTIFS
               SET LIGNE-REJETEE TO TRUE
               PERFORM ECRIRE-REJET-WEB
               EXIT PARAGRAPH
           END-IF.
      * Le canal web ne porte pas le statut : la fiche garde le sien.
           MOVE FS-STATUT TO WS-ENR-PROPOSE (145:1).
           PERFORM DATER-LIGNE-WEB.
           MOVE "WEB" TO AR-SOURCE.
           MOVE "CHARGE-CLIENTS" TO AR-PROGRAMME.
           MOVE WS-LOT-ID TO AR-LOT.
           MOVE WS-HORO-ENTRANT TO AR-HORODATAGE.
           MOVE FS-ENR-CLIENT TO AR-ACTUELLE.
           MOVE WS-ENR-PROPOSE TO AR-PROPOSEE.
           CALL "arbitre-client" USING WS-DEMANDE-ARBITRAGE.
           ADD AR-NB-ECARTES TO WS-NB-CHAMPS-ECARTES.
           IF AR-CODE-RETOUR NOT = 0
               MOVE " ARB99" TO WS-MOTIFS
               SET LIGNE-REJETEE TO TRUE
               PERFORM ECRIRE-REJET-WEB
               EXIT PARAGRAPH
           END-IF.
           IF AR-PROPOSEE = AR-ACTUELLE
               ADD 1 TO WS-NB-INCHANGES
               EXIT PARAGRAPH
           END-IF.
           REWRITE FS-ENR-CLIENT FROM AR-PROPOSEE
           END-REWRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur reecriture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE " MAJ01" TO WS-MOTIFS
               SET LIGNE-REJETEE TO TRUE
               PERFORM ECRIRE-REJET-WEB
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MAJ.
           MOVE "MODIF" TO WS-JRN-ACTION.
           MOVE AR-ACTUELLE TO WS-JRN-AVANT.
           MOVE AR-PROPOSEE TO WS-JRN-APRES.
           CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL.

      * Horodatage de la donnee web : le neuvieme champ de la ligne
      * s'il est present et complet, sinon la date du lot a minuit,
      * sinon l'instant du chargement.
       DATER-LIGNE-WEB.
           EVALUATE TRUE
               WHEN WS-CHAMP-HORODATAGE (1:14) IS NUMERIC
                   AND WS-CHAMP-HORODATAGE (15:6) = SPACES
                   MOVE WS-CHAMP-HORODATAGE (1:14) TO WS-HORO-ENTRANT
               WHEN WS-LOT-DATE IS NUMERIC
                   MOVE SPACES TO WS-HORO-ENTRANT
                   STRING WS-LOT-DATE "000000"
                       DELIMITED BY SIZE INTO WS-HORO-ENTRANT
                   END-STRING
               WHEN OTHER
                   ACCEPT WS-DATE-COURANTE FROM DATE YYYYMMDD
                   ACCEPT WS-HEURE-COURANTE FROM TIME
                   MOVE SPACES TO WS-HORO-ENTRANT
                   STRING WS-DATE-COURANTE WS-HEURE-COURANTE (1:6)
                       DELIMITED BY SIZE INTO WS-HORO-ENTRANT
                   END-STRING
           END-EVALUATE.

      ****************************************************************
      * Rejet d'une ligne web : la ligne d'origine et ses motifs     *
      ****************************************************************
           DISPLAY "Bilan du chargement des clients web".
           DISPLAY "Lignes lues      (WEB001)  : " WS-NB-LUS.
           DISPLAY "Clients charges  (F-CLIENT): " WS-NB-CHARGES.
           DISPLAY "Fiches mises a jour        : " WS-NB-MAJ.
           DISPLAY "Fiches inchangees          : " WS-NB-INCHANGES.
           DISPLAY "Lignes rejetees  (REJW01)  : " WS-NB-REJETS.
           DISPLAY "Doublons probables (DBW001): " WS-NB-DOUBLONS.
           DISPLAY "Champs ecartes   (ARB001)  : "
               WS-NB-CHAMPS-ECARTES.
           IF WS-NB-LUS = WS-NB-CHARGES + WS-NB-MAJ + WS-NB-INCHANGES
               + WS-NB-REJETS + WS-NB-DOUBLONS
               DISPLAY "Bilan OK : aucune ligne perdue."
           ELSE
               DISPLAY "ATTENTION : ecart entre lues et "
