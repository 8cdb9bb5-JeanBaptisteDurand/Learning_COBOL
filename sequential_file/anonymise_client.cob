      * et l'email, dans la fiche F-CLIENT (l'identifiant subsiste   *
      * pour l'integrite referentielle), dans l'instantane SNP001,   *
      * dans chaque entree d'historique HIS001, et dans toute        *
      * archive datee que l'operateur designe ; une fiche entreprise *
      * redevient particulier (le prenom neutre recouvre le SIRET).  *
      * Les liens en cours du client avec d'autres clients (LIE001)  *
      * prennent fin a la date du jour. Un certificat                *
      * d'anonymisation (CERANO) est ecrit en fin de traitement      *
      * pour prouver quand et sur quels supports elle a porte. Le    *
      * titulaire d'un contrat non clos (CTR001) n'est pas           *
      * anonymise : la demande est refusee avant toute ecriture. Il  *
      * en va de meme d'un client sous gel juridique en cours        *
      * (GEL001) : ses donnees doivent rester intactes.              *
      * L'anonymisation faite, la demande d'effacement ouverte du    *
      * client est close dans le registre DEM001 (sous-programme     *
      * partage demande-personne) ; une demande refusee reste a      *
      * clore, avec son refus motive, dans MAINT-DEMANDES.           *
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
           SELECT OPTIONAL F-SNAPSHOT ASSIGN TO DYNAMIC WS-NOM-SNP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CLIENT-ID
               FILE STATUS IS WS-FS-SNAPSHOT.
           SELECT OPTIONAL F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
           SELECT OPTIONAL F-LIENS ASSIGN TO DYNAMIC WS-NOM-LIE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CLE
               ALTERNATE RECORD KEY IS LN-ID-LIE WITH DUPLICATES
               FILE STATUS IS WS-FS-LIENS.
      * Archive datee designee par l'operateur, reecrite sur place
      * (meme longueur d'enregistrement, REWRITE sequentiel).
           SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
               FILE STATUS IS WS-FS-ARCHIVE.
      * Certificats d'anonymisation, accumules de demande en demande.
           SELECT OPTIONAL F-CERTIFICATS ASSIGN TO DYNAMIC WS-NOM-CERANO
               FILE STATUS IS WS-FS-CERTIFICATS.

       DATA DIVISION.
                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-TYPE-CLIENT== BY ==FS-TYPE-CLIENT==
                       ==CLI-STATUT== BY ==FS-STATUT==.

           FD F-SNAPSHOT
                       ==CLI-VILLE== BY ==SN-VILLE==
                       ==CLI-TELEPHONE== BY ==SN-TELEPHONE==
                       ==CLI-EMAIL== BY ==SN-EMAIL==
                       ==CLI-TYPE-CLIENT== BY ==SN-TYPE-CLIENT==
                       ==CLI-STATUT== BY ==SN-STATUT==.

           FD F-HISTO-ADR
              05 FH-CODE-POSTAL   PIC 9(05).
              05 FH-VILLE         PIC X(20).

           FD F-LIENS
               RECORD CONTAINS 60 CHARACTERS.
           01 FL-ENR-LIEN.
               COPY LIENCL.

           FD F-ARCHIVE
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
                       ==CLI-VILLE== BY ==FA-VILLE==
                       ==CLI-TELEPHONE== BY ==FA-TELEPHONE==
                       ==CLI-EMAIL== BY ==FA-EMAIL==
                       ==CLI-TYPE-CLIENT== BY ==FA-TYPE-CLIENT==
                       ==CLI-STATUT== BY ==FA-STATUT==.

      * Un certificat par demande traitee : horodatage, client, et
              05 FC-SNAPSHOT     PIC X(01).
              05 FC-NB-HISTO     PIC 9(04).
              05 FC-NB-ARCHIVES  PIC 9(04).
              05 FC-NB-LIENS     PIC 9(04).
              05 FILLER          PIC X(21).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-SNP001    PIC X(30) VALUE "SNP001".
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-LIE001    PIC X(30) VALUE "LIE001".
              05 WS-NOM-CERANO    PIC X(30) VALUE "CERANO".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 5.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT      PIC X(02).
           01 WS-FS-SNAPSHOT    PIC X(02).
           01 WS-FS-HISTO       PIC X(02).
           01 WS-FS-LIENS       PIC X(02).
           01 WS-FS-ARCHIVE     PIC X(02).
           01 WS-FS-CERTIFICATS PIC X(02).

           01 WS-NEUTRE-EMAIL     PIC X(30)
               VALUE "anonyme@invalide.example".
           01 WS-NEUTRE-CP        PIC 9(05) VALUE 99999.
           01 WS-NEUTRE-TYPE      PIC X(01) VALUE "P".

           01 WS-FIN-HISTO     PIC X(01) VALUE "N".
              88 FIN-HISTORIQUE VALUE "O".
           01 WS-FIN-ARCHIVE   PIC X(01) VALUE "N".
              88 FIN-FICHIER-ARCHIVE VALUE "O".
           01 WS-FIN-LIENS     PIC X(01) VALUE "N".
              88 FIN-LIENS-CLIENT VALUE "O".

      * Bilan du traitement, repris dans le certificat.
           01 WS-FICHE-FAITE   PIC X(01) VALUE "N".
           01 WS-SNAPSHOT-FAIT PIC X(01) VALUE "N".
           01 WS-NB-HISTO      PIC 9(04) VALUE 0.
           01 WS-NB-ARCHIVES   PIC 9(04) VALUE 0.
           01 WS-NB-LIENS      PIC 9(04) VALUE 0.

           01 WS-HORODATAGE    PIC X(15).
           01 WS-DATE-DU-JOUR  PIC 9(08).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "ANONYMISE-CLIENT".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde des contrats (sous-programme partage contrat-client) :
      * on n'anonymise pas le titulaire d'un contrat non clos.
           01 WS-DEMANDE-CONTRATS.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-ID-CLIENT   PIC 9(10).
              05 WS-CO-NB-OUVERTS  PIC 9(04).
              05 WS-CO-CODE-RETOUR PIC 9(02).
           01 WS-REFUS-CONTRAT PIC X(01) VALUE "N".
              88 CONTRAT-BLOQUANT VALUE "O".

      * Garde des gels juridiques (sous-programme partage
      * gel-juridique) : on n'anonymise pas un client en
      * contentieux.
           01 WS-DEMANDE-GEL.
              05 WS-GE-FONCTION    PIC X(01).
              05 WS-GE-ID-CLIENT   PIC 9(10).
              05 WS-GE-NB-GELS     PIC 9(02).
              05 WS-GE-DOSSIER     PIC X(20).
              05 WS-GE-CODE-RETOUR PIC 9(02).
           01 WS-REFUS-GEL PIC X(01) VALUE "N".
              88 GEL-BLOQUANT VALUE "O".

      * Cloture de la demande d'effacement du client dans le
      * registre des demandes des personnes (sous-programme partage
      * demande-personne).
           01 WS-DEMANDE-PERSONNE.
              05 WS-DM-FONCTION    PIC X(01).
              05 WS-DM-ID-CLIENT   PIC 9(10).
              05 WS-DM-TYPE        PIC X(01).
              05 WS-DM-PROGRAMME   PIC X(20) VALUE "ANONYMISE-CLIENT".
              05 WS-DM-NUMERO      PIC 9(08).
              05 WS-DM-ECHEANCE    PIC 9(08).
              05 WS-DM-CODE-RETOUR PIC 9(02).

      * Demande de journalisation pour le journal central des
      * mouvements (sous-programme partage journal-mouvement).
           01 WS-DEMANDE-JOURNAL.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Identifiant du client a anonymiser : "
               WITH NO ADVANCING.
           ACCEPT WS-ID-DEMANDE.
           PERFORM CONTROLER-GEL.
           IF GEL-BLOQUANT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONTROLER-CONTRATS.
           IF CONTRAT-BLOQUANT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Confirmer l'anonymisation irreversible du "
               "client " WS-ID-DEMANDE " (O/N) ? "
               WITH NO ADVANCING.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           PERFORM ANONYMISER-SNAPSHOT.
           PERFORM ANONYMISER-HISTORIQUE.
           PERFORM TERMINER-LIENS.
           PERFORM ANONYMISER-ARCHIVES.
           PERFORM ECRIRE-CERTIFICAT.
           PERFORM CLORE-DEMANDE-EFFACEMENT.
           PERFORM AFFICHER-BILAN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Garde des gels juridiques : un client sous gel en cours      *
      * (GEL001) n'est pas anonymise                                 *
      ****************************************************************
       CONTROLER-GEL.
           MOVE "C" TO WS-GE-FONCTION.
           MOVE WS-ID-DEMANDE TO WS-GE-ID-CLIENT.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           IF WS-GE-CODE-RETOUR NOT = 0
               SET GEL-BLOQUANT TO TRUE
               DISPLAY "Gels juridiques illisibles (GEL001) : "
                   "anonymisation refusee."
           ELSE
               IF WS-GE-NB-GELS > 0
                   SET GEL-BLOQUANT TO TRUE
                   DISPLAY "Client " WS-ID-DEMANDE " sous gel "
                       "juridique (dossier "
                       FUNCTION TRIM(WS-GE-DOSSIER)
                       ") : anonymisation refusee."
               END-IF
           END-IF.
           MOVE "F" TO WS-GE-FONCTION.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.

      ****************************************************************
      * Garde des contrats : un client qui detient encore un contrat *
      * non clos (CTR001) n'est pas anonymise                        *
      ****************************************************************
       CONTROLER-CONTRATS.
           MOVE "C" TO WS-CO-FONCTION.
           MOVE WS-ID-DEMANDE TO WS-CO-ID-CLIENT.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.
           IF WS-CO-CODE-RETOUR NOT = 0
               SET CONTRAT-BLOQUANT TO TRUE
               DISPLAY "Contrats du client illisibles (CTR001) : "
                   "anonymisation refusee."
           ELSE
               IF WS-CO-NB-OUVERTS > 0
                   SET CONTRAT-BLOQUANT TO TRUE
                   DISPLAY "Client " WS-ID-DEMANDE " titulaire de "
                       WS-CO-NB-OUVERTS " contrat(s) non clos : "
                       "anonymisation refusee."
               END-IF
           END-IF.
           MOVE "F" TO WS-CO-FONCTION.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.

      ****************************************************************
      * Anonymisation de la fiche courante de F-CLIENT               *
      ****************************************************************
                   MOVE WS-NEUTRE-VILLE TO FS-VILLE
                   MOVE WS-NEUTRE-TELEPHONE TO FS-TELEPHONE
                   MOVE WS-NEUTRE-EMAIL TO FS-EMAIL
                   MOVE WS-NEUTRE-TYPE TO FS-TYPE-CLIENT
                   REWRITE FS-ENR-CLIENT
                   END-REWRITE
                   IF WS-FS-CLIENT NOT = "00"
                   MOVE WS-NEUTRE-VILLE TO SN-VILLE
                   MOVE WS-NEUTRE-TELEPHONE TO SN-TELEPHONE
                   MOVE WS-NEUTRE-EMAIL TO SN-EMAIL
                   MOVE WS-NEUTRE-TYPE TO SN-TYPE-CLIENT
                   REWRITE SN-ENR-SNAPSHOT
                   END-REWRITE
                   IF WS-FS-SNAPSHOT = "00"
               END-IF
           END-IF.

      ****************************************************************
      * Fin des liens en cours du client avec d'autres clients       *
      * (LIE001), dans les deux sens : la fin est datee du jour, le  *
      * lien reste en trace                                          *
      ****************************************************************
       TERMINER-LIENS.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           OPEN I-O F-LIENS.
           IF WS-FS-LIENS NOT = "00"
               DISPLAY "Liens clients LIE001 indisponibles (FILE "
                   "STATUS " WS-FS-LIENS ") : ignores."
               CLOSE F-LIENS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-LIENS.
           MOVE WS-ID-DEMANDE TO LN-ID-CLIENT.
           MOVE LOW-VALUES TO LN-TYPE.
           MOVE 0 TO LN-ID-LIE.
           START F-LIENS KEY NOT LESS THAN LN-CLE
               INVALID KEY
                   SET FIN-LIENS-CLIENT TO TRUE
           END-START.
           PERFORM TERMINER-UN-LIEN-DIRECT UNTIL FIN-LIENS-CLIENT.
           MOVE "N" TO WS-FIN-LIENS.
           MOVE WS-ID-DEMANDE TO LN-ID-LIE.
           START F-LIENS KEY EQUAL LN-ID-LIE
               INVALID KEY
                   SET FIN-LIENS-CLIENT TO TRUE
           END-START.
           PERFORM TERMINER-UN-LIEN-INVERSE UNTIL FIN-LIENS-CLIENT.
           CLOSE F-LIENS.

       TERMINER-UN-LIEN-DIRECT.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-CLIENT TO TRUE
           END-READ.
           IF NOT FIN-LIENS-CLIENT
               IF LN-ID-CLIENT NOT = WS-ID-DEMANDE
                   SET FIN-LIENS-CLIENT TO TRUE
               ELSE
                   PERFORM TERMINER-UN-LIEN
               END-IF
           END-IF.

       TERMINER-UN-LIEN-INVERSE.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-CLIENT TO TRUE
           END-READ.
           IF NOT FIN-LIENS-CLIENT
               IF LN-ID-LIE NOT = WS-ID-DEMANDE
                   SET FIN-LIENS-CLIENT TO TRUE
               ELSE
                   PERFORM TERMINER-UN-LIEN
               END-IF
           END-IF.

      * Seuls les liens en cours ou a venir sont touches ; un lien a
      * venir prend fin le jour meme de son debut ramene au jour.
       TERMINER-UN-LIEN.
           IF LN-DATE-FIN NOT = 0
               AND LN-DATE-FIN NOT > WS-DATE-DU-JOUR
               EXIT PARAGRAPH
           END-IF.
           IF LN-DATE-DEBUT > WS-DATE-DU-JOUR
               MOVE WS-DATE-DU-JOUR TO LN-DATE-DEBUT
           END-IF.
           MOVE WS-DATE-DU-JOUR TO LN-DATE-FIN.
           MOVE SPACES TO LN-OPERATEUR.
           MOVE WS-DATE-DU-JOUR TO LN-DATE-MAJ.
           REWRITE FL-ENR-LIEN
           END-REWRITE.
           IF WS-FS-LIENS = "00"
               ADD 1 TO WS-NB-LIENS
           ELSE
               DISPLAY "Erreur reecriture LIE001. FILE STATUS: "
                   WS-FS-LIENS
           END-IF.

      ****************************************************************
      * Anonymisation dans les archives de purge : l'operateur       *
      * designe chaque archive datee, une saisie vide termine        *
           DISPLAY "Archive a traiter (ARCHAAAAMMJJ.DAT, vide = "
               "fin) : " WITH NO ADVANCING.
           ACCEPT WS-NOM-ARCHIVE.
           MOVE WS-NOM-ARCHIVE TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-ARCHIVE.

       TRAITER-UNE-ARCHIVE.
           MOVE "N" TO WS-FIN-ARCHIVE.
               MOVE WS-NEUTRE-VILLE TO FA-VILLE
               MOVE WS-NEUTRE-TELEPHONE TO FA-TELEPHONE
               MOVE WS-NEUTRE-EMAIL TO FA-EMAIL
               MOVE WS-NEUTRE-TYPE TO FA-TYPE-CLIENT
               REWRITE FA-ENR-ARCHIVE
               END-REWRITE
               IF WS-FS-ARCHIVE = "00"
               MOVE WS-SNAPSHOT-FAIT TO FC-SNAPSHOT
               MOVE WS-NB-HISTO TO FC-NB-HISTO
               MOVE WS-NB-ARCHIVES TO FC-NB-ARCHIVES
               MOVE WS-NB-LIENS TO FC-NB-LIENS
               MOVE SPACES TO FS-ENR-CERTIFICAT (40:21)
               WRITE FS-ENR-CERTIFICAT
               END-WRITE
               CLOSE F-CERTIFICATS
                   WS-FS-CERTIFICATS
           END-IF.

      ****************************************************************
      * Cloture de la demande d'effacement ouverte du client (DEM001)*
      ****************************************************************
       CLORE-DEMANDE-EFFACEMENT.
           MOVE "C" TO WS-DM-FONCTION.
           MOVE WS-ID-DEMANDE TO WS-DM-ID-CLIENT.
           MOVE "E" TO WS-DM-TYPE.
           CALL "demande-personne" USING WS-DEMANDE-PERSONNE.
           EVALUATE TRUE
               WHEN WS-DM-CODE-RETOUR NOT = 0
                   DISPLAY "Registre DEM001 illisible : demande "
                       "d'effacement a clore dans MAINT-DEMANDES."
               WHEN WS-DM-NUMERO = 0
                   DISPLAY "Aucune demande d'effacement ouverte pour "
                       "ce client dans DEM001."
               WHEN OTHER
                   DISPLAY "Demande d'effacement " WS-DM-NUMERO
                       " close (echeance " WS-DM-ECHEANCE ")."
           END-EVALUATE.

      ****************************************************************
      * Bilan de l'anonymisation                                     *
      ****************************************************************
               WS-SNAPSHOT-FAIT.
           DISPLAY "Entrees HIS001 anonymisees   : " WS-NB-HISTO.
           DISPLAY "Occurrences en archive       : " WS-NB-ARCHIVES.
           DISPLAY "Liens LIE001 termines        : " WS-NB-LIENS.
           DISPLAY "Certificat ecrit dans CERANO.".
           DISPLAY "----------------------------------------------".

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
