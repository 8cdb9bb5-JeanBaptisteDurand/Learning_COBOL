      * depaquete, ligne de contact). Chaque consultation et chaque
      * etat qui affiche un client passe par ici : la fiche a la
      * meme tete sur tous les ecrans du support, au lieu d'une
      * presentation differente par programme. Pour un client
      * entreprise, la ligne de nom porte la raison sociale, la
      * forme juridique, le SIRET et le contact ; une adresse
      * etrangere s'edite avec son code postal libre et son pays.
      * Les liens en cours du client (conjoint, garant, representant
      * legal) sont annonces en fin de ligne d'identite, d'apres
      * lien-client : leur nombre et le premier d'entre eux. Suit
      * le nombre de cartes que detient le client, d'apres
      * carte-client (compte du dernier lot du batch cartes).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AFF-ID          PIC 9(10).
       01 WS-AFF-CODE-POSTAL PIC 9(05).
       01 WS-LIBELLE-STATUT  PIC X(08).
       01 WS-LIBELLE-TYPE    PIC X(12).
       01 WS-LIBELLE-FORME   PIC X(11).
       01 WS-AFF-SIRET       PIC 9(14).
       01 WS-POS-IDENTITE    PIC 9(03).
       01 WS-AFF-NB-LIENS    PIC Z9.
       01 WS-LIBELLE-LIEN    PIC X(16).
       01 WS-AFF-NB-CARTES   PIC ZZZ9.

      * Demande a lien-client (liens en cours du client).
       01 WS-DEMANDE-LIENS.
           05 WS-LI-FONCTION    PIC X(01).
           05 WS-LI-ID-CLIENT   PIC 9(10).
           05 WS-LI-NB-LIENS    PIC 9(02).
           05 WS-LI-TYPE        PIC X(01).
           05 WS-LI-SENS        PIC X(01).
           05 WS-LI-ID-AUTRE    PIC 9(10).
           05 WS-LI-CODE-RETOUR PIC 9(02).

      * Demande a carte-client (cartes acceptees du client).
       01 WS-DEMANDE-CARTES.
           05 WS-CA-FONCTION    PIC X(01).
           05 WS-CA-ID-CLIENT   PIC 9(10).
           05 WS-CA-NB-CARTES   PIC 9(04).
           05 WS-CA-DATE-LOT    PIC 9(08).
           05 WS-CA-CODE-RETOUR PIC 9(02).

       LINKAGE SECTION.
      * L'enregistrement a presenter.
                   MOVE "?" TO WS-LIBELLE-STATUT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CLI-ENTREPRISE
                   MOVE ", entreprise" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-LIBELLE-TYPE
           END-EVALUATE.

           MOVE SPACES TO FC-LIGNE-IDENTITE.
           MOVE 1 TO WS-POS-IDENTITE.
           STRING "Client " WS-AFF-ID
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIBELLE-STATUT) DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIBELLE-TYPE TRAILING)
                   DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO FC-LIGNE-IDENTITE
               WITH POINTER WS-POS-IDENTITE
           END-STRING.
           PERFORM EDITER-LIENS.
           PERFORM EDITER-CARTES.

           MOVE SPACES TO FC-LIGNE-NOM.
           IF CLI-ENTREPRISE
               PERFORM EDITER-LIGNE-SOCIETE
           ELSE
               STRING "Nom     : " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-PRENOM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-NOM) DELIMITED BY SIZE
                   INTO FC-LIGNE-NOM
               END-STRING
           END-IF.

           MOVE SPACES TO FC-LIGNE-ADRESSE.
           IF CLI-ETRANGER
               STRING "Adresse : " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-RUE) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-CP-ETRANGER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-VILLE-ETRANGER) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   CLI-PAYS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO FC-LIGNE-ADRESSE
               END-STRING
           ELSE
               STRING "Adresse : " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-RUE) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-AFF-CODE-POSTAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CLI-VILLE) DELIMITED BY SIZE
                   INTO FC-LIGNE-ADRESSE
               END-STRING
           END-IF.

           MOVE SPACES TO FC-LIGNE-CONTACT.
           STRING "Contact : Tel=" DELIMITED BY SIZE
               INTO FC-LIGNE-CONTACT
           END-STRING.
           GOBACK.

      * Fin de la ligne d'identite : " / liens 2 : garant de
      * 0000000042" quand le client a des liens en cours. Un fichier
      * des liens illisible laisse la ligne sans cette mention.
       EDITER-LIENS.
           MOVE "C" TO WS-LI-FONCTION.
           MOVE CLI-ID TO WS-LI-ID-CLIENT.
           CALL "lien-client" USING WS-DEMANDE-LIENS.
           IF WS-LI-CODE-RETOUR NOT = 0 OR WS-LI-NB-LIENS = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-LI-TYPE ALSO WS-LI-SENS
               WHEN "C" ALSO ANY
                   MOVE "conjoint(e)" TO WS-LIBELLE-LIEN
               WHEN "G" ALSO "D"
                   MOVE "garanti par" TO WS-LIBELLE-LIEN
               WHEN "G" ALSO "I"
                   MOVE "garant de" TO WS-LIBELLE-LIEN
               WHEN "R" ALSO "D"
                   MOVE "represente par" TO WS-LIBELLE-LIEN
               WHEN "R" ALSO "I"
                   MOVE "representant de" TO WS-LIBELLE-LIEN
               WHEN OTHER
                   MOVE "lie a" TO WS-LIBELLE-LIEN
           END-EVALUATE.
           MOVE WS-LI-NB-LIENS TO WS-AFF-NB-LIENS.
           STRING " / liens " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AFF-NB-LIENS) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIBELLE-LIEN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LI-ID-AUTRE DELIMITED BY SIZE
               INTO FC-LIGNE-IDENTITE
               WITH POINTER WS-POS-IDENTITE
           END-STRING.

      * Puis " / cartes 2" quand le client detient des cartes ; un
      * CRH001 illisible laisse la ligne sans cette mention.
       EDITER-CARTES.
           MOVE "C" TO WS-CA-FONCTION.
           MOVE CLI-ID TO WS-CA-ID-CLIENT.
           CALL "carte-client" USING WS-DEMANDE-CARTES.
           IF WS-CA-CODE-RETOUR NOT = 0 OR WS-CA-NB-CARTES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-NB-CARTES TO WS-AFF-NB-CARTES.
           STRING " / cartes " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AFF-NB-CARTES) DELIMITED BY SIZE
               INTO FC-LIGNE-IDENTITE
               WITH POINTER WS-POS-IDENTITE
           END-STRING.

      * Ligne de nom d'un client entreprise : le SIRET n'est edite
      * que s'il est numerique (zone COMP-3 intacte).
       EDITER-LIGNE-SOCIETE.
           EVALUATE TRUE
               WHEN CLI-FORME-SAS
                   MOVE "SAS" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-SA
                   MOVE "SA" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-SARL
                   MOVE "SARL" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-EURL
                   MOVE "EURL" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-SCI
                   MOVE "SCI" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-SNC
                   MOVE "SNC" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-EI
                   MOVE "EI" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-ASSOCIATION
                   MOVE "association" TO WS-LIBELLE-FORME
               WHEN CLI-FORME-AUTRE
                   MOVE "autre" TO WS-LIBELLE-FORME
               WHEN OTHER
                   MOVE "?" TO WS-LIBELLE-FORME
           END-EVALUATE.
           IF CLI-SIRET NUMERIC
               MOVE CLI-SIRET TO WS-AFF-SIRET
           ELSE
               MOVE 0 TO WS-AFF-SIRET
           END-IF.
           STRING "Societe : " DELIMITED BY SIZE
               FUNCTION TRIM(CLI-NOM) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIBELLE-FORME) DELIMITED BY SIZE
               ") SIRET " DELIMITED BY SIZE
               WS-AFF-SIRET DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(CLI-CONTACT) DELIMITED BY SIZE
               INTO FC-LIGNE-NOM
           END-STRING.
