      * la fiche courante de F-CLIENT mise en forme par le           *
      * formateur partage fiche-client, l'historique d'adresses      *
      * HIS001 complet, les corrections d'emails AUD001, les         *
      * normalisations de telephone AUDTEL, les mentions du client   *
      * dans les propositions de fusion DBL001 et les courriers de   *
      * confirmation de changement d'adresse journalises dans LET001,*
      * ainsi que ses liens avec d'autres clients (conjoint, garant, *
      * representant legal) tenus dans LIE001, ses reclamations      *
      * enregistrees dans RCL001 et les correspondances qui lui ont  *
      * ete envoyees (COR001). Le dossier lui-meme y est inscrit     *
      * comme courrier (sous-programme partage                       *
      * correspondance-client).                                      *
      * Le dossier edite, la demande d'acces ouverte du client est   *
      * close dans le registre DEM001 (sous-programme partage        *
      * demande-personne), preuve de la date de reponse.             *
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
           SELECT OPTIONAL F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
           SELECT OPTIONAL F-AUDIT-EMAIL ASSIGN TO DYNAMIC WS-NOM-AUD001
               FILE STATUS IS WS-FS-AUDIT-EML.
           SELECT OPTIONAL F-AUDIT-TEL ASSIGN TO DYNAMIC WS-NOM-AUDTEL
               FILE STATUS IS WS-FS-AUDIT-TEL.
           SELECT OPTIONAL F-DOUBLONS ASSIGN TO DYNAMIC WS-NOM-DBL001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOUBLONS.
           SELECT OPTIONAL F-LETTRES ASSIGN TO DYNAMIC WS-NOM-LET001
               FILE STATUS IS WS-FS-LETTRES.
           SELECT OPTIONAL F-LIENS ASSIGN TO DYNAMIC WS-NOM-LIE001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-CLE
               ALTERNATE RECORD KEY IS LN-ID-LIE WITH DUPLICATES
               FILE STATUS IS WS-FS-LIENS.
           SELECT OPTIONAL F-RECLAMATIONS
               ASSIGN TO DYNAMIC WS-NOM-RCL001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-NUMERO
               ALTERNATE RECORD KEY IS RC-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECLAMATIONS.
           SELECT OPTIONAL F-CORRESPONDANCES
               ASSIGN TO DYNAMIC WS-NOM-COR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CLE
               FILE STATUS IS WS-FS-CORRESPONDANCES.
      * Le dossier imprimable produit.
           SELECT F-DOSSIER ASSIGN TO DYNAMIC WS-NOM-DOS001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DOSSIER.

           FD F-DOUBLONS.
           01 FS-LIGNE-DOUBLON PIC X(132).

           FD F-LETTRES
               RECORD CONTAINS 90 CHARACTERS.
           01 FL-ENR-LETTRE.
               COPY LETADR.

           FD F-LIENS
               RECORD CONTAINS 60 CHARACTERS.
           01 FL-ENR-LIEN.
               COPY LIENCL.

           FD F-RECLAMATIONS
               RECORD CONTAINS 150 CHARACTERS.
           01 FR-ENR-RECLAMATION.
               COPY RECLAM.

           FD F-CORRESPONDANCES
               RECORD CONTAINS 70 CHARACTERS.
           01 FO-ENR-CORRESPONDANCE.
               COPY CORRES.

           FD F-DOSSIER.
           01 FS-LIGNE-DOSSIER PIC X(132).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-AUD001    PIC X(30) VALUE "AUD001".
              05 WS-NOM-AUDTEL    PIC X(30) VALUE "AUDTEL".
              05 WS-NOM-DBL001    PIC X(30) VALUE "DBL001".
              05 WS-NOM-LET001    PIC X(30) VALUE "LET001".
              05 WS-NOM-LIE001    PIC X(30) VALUE "LIE001".
              05 WS-NOM-RCL001    PIC X(30) VALUE "RCL001".
              05 WS-NOM-COR001    PIC X(30) VALUE "COR001".
              05 WS-NOM-DOS001    PIC X(30) VALUE "DOS001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 10.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-HISTO      PIC X(02).
           01 WS-FS-AUDIT-EML  PIC X(02).
           01 WS-FS-AUDIT-TEL  PIC X(02).
           01 WS-FS-DOUBLONS   PIC X(02).
           01 WS-FS-LETTRES    PIC X(02).
           01 WS-FS-LIENS      PIC X(02).
           01 WS-FS-RECLAMATIONS PIC X(02).
           01 WS-FS-CORRESPONDANCES PIC X(02).
           01 WS-FS-DOSSIER    PIC X(02).

           01 WS-ID-DEMANDE    PIC 9(10).
              88 FIN-FICHIER-TEL VALUE "O".
           01 WS-FIN-DBL       PIC X(01) VALUE "N".
              88 FIN-FICHIER-DBL VALUE "O".
           01 WS-FIN-LET       PIC X(01) VALUE "N".
              88 FIN-FICHIER-LET VALUE "O".
           01 WS-FIN-LIE       PIC X(01) VALUE "N".
              88 FIN-LIENS-CLIENT VALUE "O".
           01 WS-FIN-RCL       PIC X(01) VALUE "N".
              88 FIN-RECLAMATIONS-CLIENT VALUE "O".
           01 WS-FIN-COR       PIC X(01) VALUE "N".
              88 FIN-CORRESPONDANCES-CLIENT VALUE "O".

      * Fiche normalisee rendue par le formateur partage.
           01 WS-FICHE-CLIENT.
           01 WS-AFF-CODE-POSTAL PIC 9(05).
           01 WS-POSITION      PIC 9(03).
           01 WS-LIGNE         PIC X(132).
           01 WS-LIBELLE-LIEN  PIC X(20).
           01 WS-LIBELLE-ETAT  PIC X(10).
           01 WS-LIBELLE-CATEGORIE PIC X(20).

      * Compteurs par section, repris dans la recapitulation finale.
           01 WS-COMPTEURS.
              05 WS-NB-EMAILS    PIC 9(04) VALUE 0.
              05 WS-NB-TELS      PIC 9(04) VALUE 0.
              05 WS-NB-MENTIONS  PIC 9(04) VALUE 0.
              05 WS-NB-COURRIERS PIC 9(04) VALUE 0.
              05 WS-NB-LIENS     PIC 9(04) VALUE 0.
              05 WS-NB-RECLAMATIONS PIC 9(04) VALUE 0.
              05 WS-NB-CORRESPONDANCES PIC 9(04) VALUE 0.

           01 WS-DATE-EDITION  PIC 9(08).

      * Cloture de la demande d'acces du client dans le registre des
      * demandes des personnes (sous-programme partage
      * demande-personne).
           01 WS-DEMANDE-PERSONNE.
              05 WS-DM-FONCTION    PIC X(01).
              05 WS-DM-ID-CLIENT   PIC 9(10).
              05 WS-DM-TYPE        PIC X(01).
              05 WS-DM-PROGRAMME   PIC X(20) VALUE "DOSSIER-CLIENT".
              05 WS-DM-NUMERO      PIC 9(08).
              05 WS-DM-ECHEANCE    PIC 9(08).
              05 WS-DM-CODE-RETOUR PIC 9(02).

      * Inscription du dossier envoye dans l'historique des
      * correspondances (sous-programme partage
      * correspondance-client).
           01 WS-DEMANDE-CORRESPONDANCE.
              05 WS-CD-FONCTION    PIC X(01).
              05 WS-CD-ID-CLIENT   PIC 9(10).
              05 WS-CD-DATE        PIC 9(08).
              05 WS-CD-NATURE      PIC X(01) VALUE "L".
              05 WS-CD-CANAL       PIC X(10) VALUE "COURRIER".
              05 WS-CD-REFERENCE   PIC X(12) VALUE "DOSSIER".
              05 WS-CD-PROGRAMME   PIC X(20) VALUE "DOSSIER-CLIENT".
              05 WS-CD-NB-CONTACTS PIC 9(04).
              05 WS-CD-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-ID-DEMANDE.
           MOVE WS-ID-DEMANDE TO WS-ID-DEMANDE-X.
           PERFORM EDITER-CORRECTIONS-EMAILS.
           PERFORM EDITER-NORMALISATIONS-TEL.
           PERFORM EDITER-MENTIONS-DOUBLONS.
           PERFORM EDITER-COURRIERS-ADRESSE.
           PERFORM EDITER-LIENS-CLIENT.
           PERFORM EDITER-RECLAMATIONS-CLIENT.
           PERFORM EDITER-CORRESPONDANCES.
           PERFORM EDITER-RECAPITULATION.
           CLOSE F-DOSSIER.
           DISPLAY "Dossier edite dans DOS001.".
           PERFORM CLORE-DEMANDE-ACCES.
           PERFORM INSCRIRE-ENVOI-DOSSIER.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Cloture de la demande d'acces ouverte du client (DEM001)     *
      ****************************************************************
       CLORE-DEMANDE-ACCES.
           MOVE "C" TO WS-DM-FONCTION.
           MOVE WS-ID-DEMANDE TO WS-DM-ID-CLIENT.
           MOVE "A" TO WS-DM-TYPE.
           CALL "demande-personne" USING WS-DEMANDE-PERSONNE.
           EVALUATE TRUE
               WHEN WS-DM-CODE-RETOUR NOT = 0
                   DISPLAY "Registre DEM001 illisible : demande "
                       "d'acces a clore dans MAINT-DEMANDES."
               WHEN WS-DM-NUMERO = 0
                   DISPLAY "Aucune demande d'acces ouverte pour ce "
                       "client dans DEM001."
               WHEN OTHER
                   DISPLAY "Demande d'acces " WS-DM-NUMERO
                       " close (echeance " WS-DM-ECHEANCE ")."
           END-EVALUATE.

      * Le dossier part par courrier : il compte dans l'historique
      * des correspondances du client.
       INSCRIRE-ENVOI-DOSSIER.
           MOVE "E" TO WS-CD-FONCTION.
           MOVE WS-ID-DEMANDE TO WS-CD-ID-CLIENT.
           MOVE WS-DATE-EDITION TO WS-CD-DATE.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.
           IF WS-CD-CODE-RETOUR NOT = 0
               DISPLAY "Envoi du dossier non inscrit dans COR001."
           END-IF.
           MOVE "F" TO WS-CD-FONCTION.
           CALL "correspondance-client"
               USING WS-DEMANDE-CORRESPONDANCE.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO FS-LIGNE-DOSSIER.
           WRITE FS-LIGNE-DOSSIER.
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO WS-LIGNE
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF.
           MOVE ALL "=" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.

               END-IF
           END-IF.

      ****************************************************************
      * Section 6 : les courriers de confirmation de changement      *
      * d'adresse envoyes au client (LET001)                         *
      ****************************************************************
       EDITER-COURRIERS-ADRESSE.
           MOVE "6. COURRIERS DE CONFIRMATION D'ADRESSE (LET001)"
               TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           OPEN INPUT F-LETTRES.
           IF WS-FS-LETTRES NOT = "00"
               SET FIN-FICHIER-LET TO TRUE
           END-IF.
           PERFORM EDITER-UN-COURRIER UNTIL FIN-FICHIER-LET.
           CLOSE F-LETTRES.
           IF WS-NB-COURRIERS = 0
               MOVE "   Aucun courrier de confirmation." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-UN-COURRIER.
           READ F-LETTRES
               AT END
                   SET FIN-FICHIER-LET TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-LET
               AND LA-ID-CLIENT = WS-ID-DEMANDE
               ADD 1 TO WS-NB-COURRIERS
               MOVE LA-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               IF LA-ANCIENNE-ADRESSE
                   STRING "   Envoye le " LA-DATE-ENVOI
                       " (changement du " LA-DATE-CHANGEMENT
                       ") a l'ancienne adresse : "
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               ELSE
                   STRING "   Envoye le " LA-DATE-ENVOI
                       " (changement du " LA-DATE-CHANGEMENT
                       ") a la nouvelle adresse : "
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               END-IF
               PERFORM ECRIRE-LIGNE
               IF LA-ETRANGER
                   STRING "      " FUNCTION TRIM(LA-RUE) ", "
                       FUNCTION TRIM(LA-CP-ETRANGER) " "
                       FUNCTION TRIM(LA-VILLE-ETRANGER)
                       " (" LA-PAYS ")"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               ELSE
                   STRING "      " FUNCTION TRIM(LA-RUE) ", "
                       WS-AFF-CODE-POSTAL " " FUNCTION TRIM(LA-VILLE)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               END-IF
               PERFORM ECRIRE-LIGNE
           END-IF.

      ****************************************************************
      * Section 7 : les liens du client avec d'autres clients        *
      * (LIE001), termines compris : ceux ou il est le client        *
      * concerne (cle principale), puis ceux ou il est le client lie *
      * (cle secondaire)                                             *
      ****************************************************************
       EDITER-LIENS-CLIENT.
           MOVE "7. LIENS AVEC D'AUTRES CLIENTS (LIE001)" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           OPEN INPUT F-LIENS.
           IF WS-FS-LIENS = "00"
               MOVE WS-ID-DEMANDE TO LN-ID-CLIENT
               MOVE LOW-VALUES TO LN-TYPE
               MOVE 0 TO LN-ID-LIE
               START F-LIENS KEY NOT LESS THAN LN-CLE
                   INVALID KEY
                       SET FIN-LIENS-CLIENT TO TRUE
               END-START
               PERFORM EDITER-UN-LIEN-DIRECT UNTIL FIN-LIENS-CLIENT
               MOVE "N" TO WS-FIN-LIE
               MOVE WS-ID-DEMANDE TO LN-ID-LIE
               START F-LIENS KEY EQUAL LN-ID-LIE
                   INVALID KEY
                       SET FIN-LIENS-CLIENT TO TRUE
               END-START
               PERFORM EDITER-UN-LIEN-INVERSE UNTIL FIN-LIENS-CLIENT
           END-IF.
           CLOSE F-LIENS.
           IF WS-NB-LIENS = 0
               MOVE "   Aucun lien avec un autre client." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-UN-LIEN-DIRECT.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-CLIENT TO TRUE
           END-READ.
           IF NOT FIN-LIENS-CLIENT
               IF LN-ID-CLIENT NOT = WS-ID-DEMANDE
                   SET FIN-LIENS-CLIENT TO TRUE
               ELSE
                   PERFORM EDITER-UN-LIEN
               END-IF
           END-IF.

       EDITER-UN-LIEN-INVERSE.
           READ F-LIENS NEXT RECORD
               AT END
                   SET FIN-LIENS-CLIENT TO TRUE
           END-READ.
           IF NOT FIN-LIENS-CLIENT
               IF LN-ID-LIE NOT = WS-ID-DEMANDE
                   SET FIN-LIENS-CLIENT TO TRUE
               ELSE
                   PERFORM EDITER-UN-LIEN
               END-IF
           END-IF.

       EDITER-UN-LIEN.
           ADD 1 TO WS-NB-LIENS.
           EVALUATE TRUE
               WHEN LN-CONJOINT
                   MOVE "conjoint" TO WS-LIBELLE-LIEN
               WHEN LN-GARANT
                   MOVE "garant" TO WS-LIBELLE-LIEN
               WHEN LN-REPRESENTANT
                   MOVE "representant legal" TO WS-LIBELLE-LIEN
               WHEN OTHER
                   MOVE "?" TO WS-LIBELLE-LIEN
           END-EVALUATE.
           IF LN-DATE-FIN NOT = 0
               AND LN-DATE-FIN NOT > WS-DATE-EDITION
               MOVE "termine" TO WS-LIBELLE-ETAT
           ELSE
               MOVE "en cours" TO WS-LIBELLE-ETAT
           END-IF.
           STRING "   Client " LN-ID-CLIENT " a pour "
               FUNCTION TRIM(WS-LIBELLE-LIEN) " le client " LN-ID-LIE
               " : du " LN-DATE-DEBUT " au " LN-DATE-FIN " ("
               FUNCTION TRIM(WS-LIBELLE-ETAT) ")"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.

      ****************************************************************
      * Section 8 : les reclamations du client (RCL001, cle          *
      * secondaire), closes comprises, dans l'ordre d'arrivee        *
      ****************************************************************
       EDITER-RECLAMATIONS-CLIENT.
           MOVE "8. RECLAMATIONS (RCL001)" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           OPEN INPUT F-RECLAMATIONS.
           IF WS-FS-RECLAMATIONS = "00"
               MOVE WS-ID-DEMANDE TO RC-ID-CLIENT
               START F-RECLAMATIONS KEY EQUAL RC-ID-CLIENT
                   INVALID KEY
                       SET FIN-RECLAMATIONS-CLIENT TO TRUE
               END-START
               PERFORM EDITER-UNE-RECLAMATION
                   UNTIL FIN-RECLAMATIONS-CLIENT
           END-IF.
           CLOSE F-RECLAMATIONS.
           IF WS-NB-RECLAMATIONS = 0
               MOVE "   Aucune reclamation." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-UNE-RECLAMATION.
           READ F-RECLAMATIONS NEXT RECORD
               AT END
                   SET FIN-RECLAMATIONS-CLIENT TO TRUE
           END-READ.
           IF FIN-RECLAMATIONS-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF RC-ID-CLIENT NOT = WS-ID-DEMANDE
               SET FIN-RECLAMATIONS-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RECLAMATIONS.
           EVALUATE TRUE
               WHEN RC-CAT-TARIFICATION
                   MOVE "tarification" TO WS-LIBELLE-CATEGORIE
               WHEN RC-CAT-SERVICE
                   MOVE "qualite de service" TO WS-LIBELLE-CATEGORIE
               WHEN RC-CAT-PRODUIT
                   MOVE "produit" TO WS-LIBELLE-CATEGORIE
               WHEN RC-CAT-DONNEES
                   MOVE "donnees personnelles"
                       TO WS-LIBELLE-CATEGORIE
               WHEN OTHER
                   MOVE "autre" TO WS-LIBELLE-CATEGORIE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RC-OUVERTE
                   MOVE "ouverte" TO WS-LIBELLE-ETAT
               WHEN RC-ATTRIBUEE
                   MOVE "en cours" TO WS-LIBELLE-ETAT
               WHEN RC-REPONDUE
                   MOVE "repondue" TO WS-LIBELLE-ETAT
               WHEN OTHER
                   MOVE "close" TO WS-LIBELLE-ETAT
           END-EVALUATE.
           STRING "   Reclamation " RC-NUMERO " recue le "
               RC-DATE-RECEPTION " par " FUNCTION TRIM(RC-CANAL)
               " (" FUNCTION TRIM(WS-LIBELLE-CATEGORIE) ") : "
               FUNCTION TRIM(WS-LIBELLE-ETAT)
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           STRING "      " FUNCTION TRIM(RC-RESUME)
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           IF RC-REPONDUE OR RC-CLOSE
               STRING "      Reponse du " RC-DATE-REPONSE
                   " (echeance " RC-DATE-ECHEANCE ")"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF.

      ****************************************************************
      * Section 9 : les correspondances envoyees au client (COR001), *
      * campagnes et courriers, dans l'ordre chronologique           *
      ****************************************************************
       EDITER-CORRESPONDANCES.
           MOVE "9. CORRESPONDANCES ENVOYEES (COR001)" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           OPEN INPUT F-CORRESPONDANCES.
           IF WS-FS-CORRESPONDANCES = "00"
               MOVE WS-ID-DEMANDE TO CR-ID-CLIENT
               MOVE 0 TO CR-DATE
               MOVE 0 TO CR-RANG
               START F-CORRESPONDANCES KEY NOT LESS THAN CR-CLE
                   INVALID KEY
                       SET FIN-CORRESPONDANCES-CLIENT TO TRUE
               END-START
               PERFORM EDITER-UNE-CORRESPONDANCE
                   UNTIL FIN-CORRESPONDANCES-CLIENT
           END-IF.
           CLOSE F-CORRESPONDANCES.
           IF WS-NB-CORRESPONDANCES = 0
               MOVE "   Aucune correspondance enregistree."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

       EDITER-UNE-CORRESPONDANCE.
           READ F-CORRESPONDANCES NEXT RECORD
               AT END
                   SET FIN-CORRESPONDANCES-CLIENT TO TRUE
           END-READ.
           IF FIN-CORRESPONDANCES-CLIENT
               EXIT PARAGRAPH
           END-IF.
           IF CR-ID-CLIENT NOT = WS-ID-DEMANDE
               SET FIN-CORRESPONDANCES-CLIENT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CORRESPONDANCES.
           IF CR-CAMPAGNE
               MOVE "campagne" TO WS-LIBELLE-ETAT
           ELSE
               MOVE "courrier" TO WS-LIBELLE-ETAT
           END-IF.
           STRING "   Le " CR-DATE " : "
               FUNCTION TRIM(WS-LIBELLE-ETAT) " "
               FUNCTION TRIM(CR-REFERENCE) " par "
               FUNCTION TRIM(CR-CANAL) " ("
               FUNCTION TRIM(CR-PROGRAMME) ")"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.

      ****************************************************************
      * Recapitulation des volumes du dossier                        *
      ****************************************************************
           STRING "Recapitulation : " WS-NB-ADRESSES " adresse(s), "
               WS-NB-EMAILS " correction(s) d'email, "
               WS-NB-TELS " normalisation(s) de telephone, "
               WS-NB-MENTIONS " mention(s) doublon,"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           STRING "                 " WS-NB-COURRIERS
               " courrier(s) de confirmation d'adresse, "
               WS-NB-LIENS " lien(s) avec d'autres clients, "
               WS-NB-RECLAMATIONS " reclamation(s),"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           STRING "                 " WS-NB-CORRESPONDANCES
               " correspondance(s) envoyee(s)."
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
