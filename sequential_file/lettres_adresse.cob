      ****************************************************************
      * Courriers de confirmation de changement d'adresse : le       *
      * rapport des demenagements frequents (RAPPORT-MOBILITE)       *
      * signale la fraude avec un mois de retard. Ce passage         *
      * quotidien relit les entrees HIS001 du jour (l'adresse        *
      * quittee, datee du changement) et envoie pour chacune une     *
      * lettre a l'ancienne adresse et une a la nouvelle (l'adresse  *
      * courante de F-CLIENT) : un client dont l'adresse a ete       *
      * changee par un tiers l'apprend en quelques jours. La lettre  *
      * a l'ancienne adresse ne reproduit pas la nouvelle. Les       *
      * lettres sont spoulees par le formateur partage edition-etat  *
      * (etat LETADR, une lettre par page) et journalisees dans      *
      * LET001 (copybook LETADR), que DOSSIER-CLIENT restitue. Un    *
      * changement deja journalise n'est pas reecrit : le passage    *
      * peut etre relance sans doubler les envois. Chaque lettre est *
      * aussi inscrite dans l'historique des correspondances COR001  *
      * (sous-programme partage correspondance-client).              *
      * Une nouvelle adresse a l'etranger est ecrite avec son code   *
      * postal libre, sa ville et son pays ; une entreprise est      *
      * designee par sa raison sociale, a l'attention de son         *
      * contact. L'historique HIS001 ne connait que des adresses     *
      * francaises.                                                  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTRES-ADRESSE.

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
           SELECT F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
      * Le journal des lettres envoyees, complete de run en run.
           SELECT OPTIONAL F-LETTRES ASSIGN TO DYNAMIC WS-NOM-LET001
               FILE STATUS IS WS-FS-LETTRES.

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

           FD F-HISTO-ADR
               RECORD CONTAINS 73 CHARACTERS.
           01 FH-ENR-HISTO.
              05 FH-CLE.
                 10 FH-ID-CLIENT  PIC 9(10).
                 10 FH-DATE-EFFET PIC 9(08).
              05 FH-RUE           PIC X(30).
              05 FH-CODE-POSTAL   PIC 9(05).
              05 FH-VILLE         PIC X(20).

           FD F-LETTRES
               RECORD CONTAINS 90 CHARACTERS.
           01 FL-ENR-LETTRE.
               COPY LETADR.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-LET001    PIC X(30) VALUE "LET001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-HISTO      PIC X(02).
           01 WS-FS-LETTRES    PIC X(02).

           01 WS-FIN-HISTO     PIC X(01) VALUE "N".
              88 FIN-HISTORIQUE VALUE "O".
           01 WS-FIN-LETTRES   PIC X(01) VALUE "N".
              88 FIN-FICHIER-LETTRES VALUE "O".

      * Date des changements a traiter (par defaut le jour meme) et
      * date d'envoi portee sur les lettres.
           01 WS-DATE-TRAITEE  PIC 9(08) VALUE 0.
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Clients dont le changement de la date traitee a deja donne
      * lieu a un envoi (relance du passage).
           01 WS-NB-DEJA-MAX   PIC 9(04) VALUE 5000.
           01 WS-NB-DEJA       PIC 9(04) VALUE 0.
           01 WS-TABLE-DEJA-ENVOYES.
              05 WS-DEJA-ID    PIC 9(10) OCCURS 5000 TIMES.
           01 WS-I             PIC 9(04).
           01 WS-TROUVE        PIC X(01).
              88 ENTREE-TROUVEE VALUE "O".

      * Destinataire de la lettre en cours de composition ; a
      * l'etranger, la zone de la ville porte le code postal libre
      * puis la ville, comme dans le copybook CLIENT.
           01 WS-DESTINATAIRE.
              05 WS-DEST-RUE         PIC X(30).
              05 WS-DEST-CODE-POSTAL PIC 9(05).
              05 WS-DEST-VILLE       PIC X(20).
              05 WS-DEST-VILLE-ETRANGERE REDEFINES WS-DEST-VILLE.
                 10 WS-DEST-CP-ETRANGER    PIC X(08).
                 10 WS-DEST-VILLE-ETRANGER PIC X(12).
              05 WS-DEST-PAYS        PIC X(02).
              05 WS-DEST-MARQUE      PIC X(01).
                 88 DEST-ETRANGER    VALUE "*".
           01 WS-TYPE-LETTRE   PIC X(01).
              88 LETTRE-ANCIENNE VALUE "A".
              88 LETTRE-NOUVELLE VALUE "N".
           01 WS-AFF-CODE-POSTAL PIC 9(05).
           01 WS-DATE-AFF.
              05 WS-DATE-AFF-JJ PIC 9(02).
              05 FILLER         PIC X(01) VALUE "/".
              05 WS-DATE-AFF-MM PIC 9(02).
              05 FILLER         PIC X(01) VALUE "/".
              05 WS-DATE-AFF-AA PIC 9(04).
           01 WS-DATE-DEC.
              05 WS-DATE-DEC-AA PIC 9(04).
              05 WS-DATE-DEC-MM PIC 9(02).
              05 WS-DATE-DEC-JJ PIC 9(02).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "LETADR".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-DEMANDE-CORRESPONDANCE.
              05 WS-CD-FONCTION    PIC X(01).
              05 WS-CD-ID-CLIENT   PIC 9(10).
              05 WS-CD-DATE        PIC 9(08).
              05 WS-CD-NATURE      PIC X(01) VALUE "L".
              05 WS-CD-CANAL       PIC X(10) VALUE "COURRIER".
              05 WS-CD-REFERENCE   PIC X(12) VALUE "CONF-ADRESSE".
              05 WS-CD-PROGRAMME   PIC X(20) VALUE "LETTRES-ADRESSE".
              05 WS-CD-NB-CONTACTS PIC 9(04).
              05 WS-CD-CODE-RETOUR PIC 9(02).

           01 WS-COMPTEURS.
              05 WS-NB-CHANGEMENTS  PIC 9(06) VALUE 0.
              05 WS-NB-LETTRES      PIC 9(06) VALUE 0.
              05 WS-NB-DEJA-TRAITES PIC 9(06) VALUE 0.
              05 WS-NB-SANS-FICHE   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Date des changements a traiter (AAAAMMJJ, vide = "
               "jour) : " WITH NO ADVANCING.
           ACCEPT WS-DATE-TRAITEE.
           IF WS-DATE-TRAITEE = 0
               MOVE WS-DATE-DU-JOUR TO WS-DATE-TRAITEE
           END-IF.
           PERFORM CHARGER-DEJA-ENVOYES.
           OPEN INPUT F-HISTO-ADR.
           IF WS-FS-HISTO NOT = "00"
               DISPLAY "Historique HIS001 indisponible. FILE STATUS: "
                   WS-FS-HISTO
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture INP001. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-HISTO-ADR
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-LETTRES.
           IF WS-FS-LETTRES NOT = "00" AND WS-FS-LETTRES NOT = "05"
               DISPLAY "Erreur ouverture LET001. FILE STATUS: "
                   WS-FS-LETTRES
               CLOSE F-HISTO-ADR
               CLOSE F-CLIENT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "CONFIRMATIONS DE CHANGEMENT D'ADRESSE DU "
               WS-DATE-TRAITEE DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-HISTO-ADR
               CLOSE F-CLIENT
               CLOSE F-LETTRES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-HISTORIQUE.
           PERFORM TRAITER-ENTREE UNTIL FIN-HISTORIQUE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-HISTO-ADR.
           CLOSE F-CLIENT.
           CLOSE F-LETTRES.
           MOVE "F" TO WS-CD-FONCTION.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.
           PERFORM AFFICHER-BILAN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Les changements de la date traitee deja journalises dans     *
      * LET001 par un passage precedent                              *
      ****************************************************************
       CHARGER-DEJA-ENVOYES.
           OPEN INPUT F-LETTRES.
           IF WS-FS-LETTRES NOT = "00"
               SET FIN-FICHIER-LETTRES TO TRUE
           END-IF.
           PERFORM CHARGER-UN-ENVOI UNTIL FIN-FICHIER-LETTRES.
           CLOSE F-LETTRES.

       CHARGER-UN-ENVOI.
           READ F-LETTRES
               AT END
                   SET FIN-FICHIER-LETTRES TO TRUE
           END-READ.
           IF FIN-FICHIER-LETTRES
               EXIT PARAGRAPH
           END-IF.
           IF LA-DATE-CHANGEMENT NOT = WS-DATE-TRAITEE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-DEJA-ENVOYE.
           IF NOT ENTREE-TROUVEE
               IF WS-NB-DEJA < WS-NB-DEJA-MAX
                   ADD 1 TO WS-NB-DEJA
                   MOVE LA-ID-CLIENT TO WS-DEJA-ID (WS-NB-DEJA)
               ELSE
                   DISPLAY "Table des envois deja faits pleine ("
                       WS-NB-DEJA-MAX ") : client " LA-ID-CLIENT
                       " non retenu."
               END-IF
           END-IF.

       CHERCHER-DEJA-ENVOYE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEJA OR ENTREE-TROUVEE
               IF WS-DEJA-ID (WS-I) = LA-ID-CLIENT
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.

       LIRE-HISTORIQUE.
           READ F-HISTO-ADR NEXT RECORD
               AT END
                   SET FIN-HISTORIQUE TO TRUE
           END-READ.

      ****************************************************************
      * Une entree HIS001 : seuls les changements de la date traitee *
      * donnent lieu a courrier                                      *
      ****************************************************************
       TRAITER-ENTREE.
           IF FH-DATE-EFFET NOT = WS-DATE-TRAITEE
               PERFORM LIRE-HISTORIQUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CHANGEMENTS.
           MOVE FH-ID-CLIENT TO LA-ID-CLIENT.
           PERFORM CHERCHER-DEJA-ENVOYE.
           IF ENTREE-TROUVEE
               ADD 1 TO WS-NB-DEJA-TRAITES
               PERFORM LIRE-HISTORIQUE
               EXIT PARAGRAPH
           END-IF.
           MOVE FH-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   ADD 1 TO WS-NB-SANS-FICHE
                   DISPLAY "Client " FH-ID-CLIENT
                       " absent de F-CLIENT : pas de courrier."
               NOT INVALID KEY
                   PERFORM ENVOYER-LETTRES
           END-READ.
           PERFORM LIRE-HISTORIQUE.

       ENVOYER-LETTRES.
           SET LETTRE-ANCIENNE TO TRUE.
           MOVE FH-RUE TO WS-DEST-RUE.
           MOVE FH-CODE-POSTAL TO WS-DEST-CODE-POSTAL.
           MOVE FH-VILLE TO WS-DEST-VILLE.
           MOVE SPACES TO WS-DEST-PAYS WS-DEST-MARQUE.
           PERFORM EDITER-LETTRE.
           SET LETTRE-NOUVELLE TO TRUE.
           MOVE FS-RUE TO WS-DEST-RUE.
           IF CLI-ETRANGER OF FS-ENR-CLIENT
               MOVE 0 TO WS-DEST-CODE-POSTAL
               MOVE CLI-CP-ETRANGER OF FS-ENR-CLIENT
                   TO WS-DEST-CP-ETRANGER
               MOVE CLI-VILLE-ETRANGER OF FS-ENR-CLIENT
                   TO WS-DEST-VILLE-ETRANGER
               MOVE CLI-PAYS OF FS-ENR-CLIENT TO WS-DEST-PAYS
               SET DEST-ETRANGER TO TRUE
           ELSE
               MOVE FS-CODE-POSTAL TO WS-DEST-CODE-POSTAL
               MOVE FS-VILLE TO WS-DEST-VILLE
               MOVE SPACES TO WS-DEST-PAYS WS-DEST-MARQUE
           END-IF.
           PERFORM EDITER-LETTRE.

      ****************************************************************
      * Composition d'une lettre sur sa propre page, puis son        *
      * enregistrement dans le journal LET001                        *
      ****************************************************************
       EDITER-LETTRE.
           MOVE "P" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
      * Client entreprise : raison sociale, puis le contact (la
      * zone du prenom porte le SIRET compacte).
           IF CLI-ENTREPRISE OF FS-ENR-CLIENT
               STRING "    " FUNCTION TRIM(FS-NOM)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               STRING "    A l'attention de "
                   FUNCTION TRIM(CLI-CONTACT OF FS-ENR-CLIENT)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "    " FUNCTION TRIM(FS-PRENOM) " "
                   FUNCTION TRIM(FS-NOM)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "    " WS-DEST-RUE DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF DEST-ETRANGER
               STRING "    " FUNCTION TRIM(WS-DEST-CP-ETRANGER) " "
                   FUNCTION TRIM(WS-DEST-VILLE-ETRANGER)
                   " (" WS-DEST-PAYS ")"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               MOVE WS-DEST-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               STRING "    " WS-AFF-CODE-POSTAL " "
                   FUNCTION TRIM(WS-DEST-VILLE)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-DATE-DU-JOUR TO WS-DATE-DEC.
           PERFORM FORMER-DATE-AFF.
           STRING "Le " WS-DATE-AFF DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Objet : changement de votre adresse postale"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Reference client : " FH-ID-CLIENT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Madame, Monsieur," TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-DATE-TRAITEE TO WS-DATE-DEC.
           PERFORM FORMER-DATE-AFF.
           IF LETTRE-ANCIENNE
               STRING "Le " WS-DATE-AFF ", l'adresse postale de "
                   "votre dossier a ete modifiee : cette adresse"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               MOVE "n'est plus celle a laquelle nous vous ecrivons."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           ELSE
               STRING "Le " WS-DATE-AFF ", l'adresse postale de "
                   "votre dossier a ete modifiee. Nous vous"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               MOVE "ecrivons desormais a l'adresse ci-dessus."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Si vous n'etes pas a l'origine de ce changement, "
               "merci de contacter sans delai votre agence."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Veuillez agreer, Madame, Monsieur, nos "
               "salutations distinguees."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM JOURNALISER-LETTRE.

       FORMER-DATE-AFF.
           MOVE WS-DATE-DEC-JJ TO WS-DATE-AFF-JJ.
           MOVE WS-DATE-DEC-MM TO WS-DATE-AFF-MM.
           MOVE WS-DATE-DEC-AA TO WS-DATE-AFF-AA.

       JOURNALISER-LETTRE.
           MOVE SPACES TO FL-ENR-LETTRE.
           MOVE FS-CLIENT-ID TO LA-ID-CLIENT.
           MOVE WS-DATE-TRAITEE TO LA-DATE-CHANGEMENT.
           MOVE WS-DATE-DU-JOUR TO LA-DATE-ENVOI.
           MOVE WS-TYPE-LETTRE TO LA-DESTINATAIRE.
           MOVE WS-DEST-RUE TO LA-RUE.
           MOVE WS-DEST-CODE-POSTAL TO LA-CODE-POSTAL.
           MOVE WS-DEST-VILLE TO LA-VILLE.
           MOVE WS-DEST-PAYS TO LA-PAYS.
           MOVE WS-DEST-MARQUE TO LA-MARQUE-ETRANGER.
           WRITE FL-ENR-LETTRE
           END-WRITE.
           IF WS-FS-LETTRES NOT = "00"
               DISPLAY "Erreur ecriture LET001. FILE STATUS: "
                   WS-FS-LETTRES
           ELSE
               ADD 1 TO WS-NB-LETTRES
               MOVE "E" TO WS-CD-FONCTION
               MOVE FS-CLIENT-ID TO WS-CD-ID-CLIENT
               MOVE WS-DATE-DU-JOUR TO WS-CD-DATE
               CALL "correspondance-client"
                   USING WS-DEMANDE-CORRESPONDANCE
           END-IF.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

      ****************************************************************
      * Bilan du passage                                             *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan des confirmations du " WS-DATE-TRAITEE.
           DISPLAY "Changements d'adresse lus : " WS-NB-CHANGEMENTS.
           DISPLAY "Lettres envoyees          : " WS-NB-LETTRES.
           DISPLAY "Deja confirmes (relance)  : " WS-NB-DEJA-TRAITES.
           DISPLAY "Clients absents F-CLIENT  : " WS-NB-SANS-FICHE.
           DISPLAY "----------------------------------------------".
