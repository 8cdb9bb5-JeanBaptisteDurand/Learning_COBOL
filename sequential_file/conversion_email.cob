      ****************************************************************
      * Conversion unique de F-CLIENT au type de client : CLI-EMAIL  *
      * est passe de 30 a 29 caracteres pour liberer l'octet         *
      * CLI-TYPE-CLIENT. Une fiche anterieure dont l'email occupait  *
      * les 30 caracteres porte donc le dernier caractere de son     *
      * email dans l'octet du type, et valide-client la rejette      *
      * (TYP01). Cette passe remet cet octet a blanc (particulier),  *
      * reecrit la fiche avec son email tronque a 29 caracteres,     *
      * trace la reecriture dans le journal des mouvements et        *
      * signale le client dans F-REJETS (REJ001) sous le motif EML02 *
      * pour que REPARE-REJETS fasse ressaisir l'email complet.      *
      * Un "E" de fin d'email se reconnait a son SIRET, qui n'est    *
      * pas un nombre compacte : la fiche n'est pas une entreprise.  *
      * Les fiches deja au nouveau format ne sont pas touchees : la  *
      * passe peut etre relancee sans effet.                         *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSION-EMAIL.

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
      * Les signalements s'ajoutent aux rejets de la derniere
      * extraction, que REPARE-REJETS relit.
           SELECT OPTIONAL F-REJETS ASSIGN TO DYNAMIC WS-NOM-REJ001
               FILE STATUS IS WS-FS-REJETS.

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
                       ==CLI-TYPE-CLIENT== BY ==FS-TYPE-CLIENT==
                       ==CLI-TYPE-CONNU== BY ==FS-TYPE-CONNU==
                       ==CLI-ENTREPRISE== BY ==FS-ENTREPRISE==
                       ==CLI-SIRET== BY ==FS-SIRET==
                       ==CLI-STATUT== BY ==FS-STATUT==.

           FD F-REJETS
               RECORD CONTAINS 108 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FS-ENR-REJET PIC X(108).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-REJ001    PIC X(30) VALUE "REJ001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-REJETS     PIC X(02).

           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".

      * Fiche a convertir : octet de type hors des valeurs connues,
      * ou "E" sans SIRET lisible derriere un email de 29
      * caracteres.
           01 WS-IND-ANCIENNE  PIC X(01).
              88 FICHE-A-CONVERTIR VALUE "O".
      * Caractere de l'email perdu dans l'octet du type.
           01 WS-CAR-PERDU     PIC X(01).

      * Enregistrement de rejet, decoupe comme a l'ecriture dans
      * ECRIRE-REJET de FILE-EXAMPLE.
           01 WS-ENR-REJET.
              05 WS-REJET-ID       PIC 9(10).
              05 WS-REJET-DONNEES  PIC X(93).
              05 WS-REJET-CODE     PIC X(05).

      * Jeton de mise a jour de F-CLIENT (sous-programme partage
      * verrou-client, fichier LCK001) : pris a l'ouverture, rendu a
      * la fermeture, battement en cours de passe.
           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "CONVERSION-EMAIL".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "CONVERSION-EMAIL".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

           01 WS-COMPTEURS.
              05 WS-NB-LUS         PIC 9(06) VALUE 0.
              05 WS-NB-CONFORMES   PIC 9(06) VALUE 0.
              05 WS-NB-CONVERTIS   PIC 9(06) VALUE 0.
              05 WS-NB-ERREURS     PIC 9(06) VALUE 0.

      * Demande de journalisation pour le journal central des
      * mouvements (sous-programme partage journal-mouvement).
           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-PROGRAMME PIC X(20) VALUE "CONVERSION-EMAIL".
              05 WS-JRN-ACTION    PIC X(05).
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
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
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Ouverture du fichier F-CLIENT en mise a jour...".
           OPEN I-O F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-REJETS.
           IF WS-FS-REJETS NOT = "00" AND WS-FS-REJETS NOT = "05"
               DISPLAY "Erreur ouverture F-REJETS. FILE STATUS: "
                   WS-FS-REJETS
               CLOSE F-CLIENT
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-CLIENT.
           PERFORM CONVERTIR-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.
           CLOSE F-REJETS.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           PERFORM AFFICHER-BILAN.
           IF WS-NB-ERREURS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LIRE-CLIENT.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-FICHIER-CLIENT TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
           END-READ.
      * Battement du verrou tous les 100 clients : la preuve de vie
      * de la passe.
           IF NOT FIN-FICHIER-CLIENT
               AND WS-NB-LUS > 0
               AND FUNCTION MOD(WS-NB-LUS, 100) = 0
               MOVE "B" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
           END-IF.

      ****************************************************************
      * Conversion du client courant : l'octet du type est remis a   *
      * blanc, la fiche reecrite et journalisee, le client signale   *
      ****************************************************************
       CONVERTIR-CLIENT.
           MOVE "N" TO WS-IND-ANCIENNE.
           IF NOT FS-TYPE-CONNU
               SET FICHE-A-CONVERTIR TO TRUE
           END-IF.
      * Un email de 30 caracteres termine par "E" se lit comme une
      * entreprise ; le prenom d'origine n'est alors pas un SIRET
      * compacte valide.
           IF FS-ENTREPRISE
               AND FS-EMAIL (29:1) NOT = SPACE
               AND FS-SIRET IS NOT NUMERIC
               SET FICHE-A-CONVERTIR TO TRUE
           END-IF.
           IF NOT FICHE-A-CONVERTIR
               ADD 1 TO WS-NB-CONFORMES
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-ENR-CLIENT TO WS-JRN-AVANT.
           MOVE FS-TYPE-CLIENT TO WS-CAR-PERDU.
           MOVE SPACE TO FS-TYPE-CLIENT.
           REWRITE FS-ENR-CLIENT
           END-REWRITE.
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
           IF WS-FS-CLIENT NOT = "00" AND WS-FS-CLIENT NOT = "02"
               DISPLAY "Erreur reecriture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               ADD 1 TO WS-NB-ERREURS
           ELSE
               ADD 1 TO WS-NB-CONVERTIS
               MOVE "MODIF" TO WS-JRN-ACTION
               MOVE FS-ENR-CLIENT TO WS-JRN-APRES
               CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL
               DISPLAY "Client " FS-CLIENT-ID " : email tronque '"
                   FS-EMAIL "' (caractere perdu '" WS-CAR-PERDU "')"
               PERFORM SIGNALER-EMAIL-TRONQUE
           END-IF.
           PERFORM LIRE-CLIENT.

      ****************************************************************
      * Signalement du client dans F-REJETS, au format des rejets de *
      * l'extraction, sous le motif EML02                            *
      ****************************************************************
       SIGNALER-EMAIL-TRONQUE.
           MOVE FS-CLIENT-ID TO WS-REJET-ID.
           MOVE SPACES TO WS-REJET-DONNEES.
           MOVE FS-PRENOM TO WS-REJET-DONNEES (1:20).
           MOVE FS-NOM TO WS-REJET-DONNEES (21:20).
           MOVE FS-ADRESSE-FLAT TO WS-REJET-DONNEES (41:53).
           MOVE "EML02" TO WS-REJET-CODE.
           WRITE FS-ENR-REJET FROM WS-ENR-REJET
           END-WRITE.
           IF WS-FS-REJETS NOT = "00"
               DISPLAY "Erreur ecriture F-REJETS. FILE STATUS: "
                   WS-FS-REJETS
               ADD 1 TO WS-NB-ERREURS
           END-IF.

      ****************************************************************
      * Bilan de la passe de conversion                              *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan de la conversion des emails".
           DISPLAY "Enregistrements lus  (F-CLIENT) : " WS-NB-LUS.
           DISPLAY "Fiches deja au format           : "
               WS-NB-CONFORMES.
           DISPLAY "Fiches converties    (REJ001)   : "
               WS-NB-CONVERTIS.
           DISPLAY "Erreurs d'ecriture              : "
               WS-NB-ERREURS.
           IF WS-NB-CONVERTIS > 0
               DISPLAY "Emails tronques a ressaisir par REPARE-REJETS "
                   "(motif EML02)."
           END-IF.
           DISPLAY "----------------------------------------------".
