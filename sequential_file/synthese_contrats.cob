      ****************************************************************
      * Synthese nocturne des contrats par client : parcourt CTR001  *
      * dans l'ordre de la cle secondaire (le client titulaire) et   *
      * ecrit pour chaque client une ligne CTS001                    *
      *   id_client;ouverts;suspendus;clos;derniere_ouverture        *
      * que les traitements du matin relisent sans ouvrir le fichier *
      * indexe. L'etat CONTRATS (formateur partage edition-etat)     *
      * donne les volumes par produit et par statut, le nombre de    *
      * clients engages (au moins un contrat non clos) et signale    *
      * les contrats dont le titulaire n'existe plus dans F-CLIENT.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNTHESE-CONTRATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTRATS ASSIGN TO DYNAMIC WS-NOM-CTR001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               ALTERNATE RECORD KEY IS CT-ID-CLIENT
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATS.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT F-SYNTHESE ASSIGN TO DYNAMIC WS-NOM-CTS001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SYNTHESE.

       DATA DIVISION.
       FILE SECTION.
           FD F-CONTRATS
               RECORD CONTAINS 50 CHARACTERS.
           01 FT-ENR-CONTRAT.
               COPY CONTRAT.

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

           FD F-SYNTHESE.
           01 FS-LIGNE-SYNTHESE PIC X(60).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CTR001    PIC X(30) VALUE "CTR001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CTS001    PIC X(30) VALUE "CTS001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CONTRATS   PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-SYNTHESE   PIC X(02).
           01 WS-FIN-CONTRATS  PIC X(01) VALUE "N".
              88 FIN-FICHIER-CONTRATS VALUE "O".

      * Client en cours (rupture sur la cle secondaire).
           01 WS-ID-COURANT    PIC 9(10) VALUE 0.
           01 WS-CLI-OUVERTS   PIC 9(04).
           01 WS-CLI-SUSPENDUS PIC 9(04).
           01 WS-CLI-CLOS      PIC 9(04).
           01 WS-CLI-DERNIERE  PIC 9(08).
           01 WS-CLI-CONNU     PIC X(01).
              88 TITULAIRE-CONNU VALUE "O".

      * Volumes par produit.
           01 WS-NB-PRODUITS-MAX PIC 9(03) VALUE 100.
           01 WS-NB-PRODUITS   PIC 9(03) VALUE 0.
           01 WS-TABLE-PRODUITS.
              05 WS-PRODUIT-ENTRY OCCURS 100 TIMES.
                 10 WS-PR-CODE      PIC X(06).
                 10 WS-PR-OUVERTS   PIC 9(06).
                 10 WS-PR-SUSPENDUS PIC 9(06).
                 10 WS-PR-CLOS      PIC 9(06).
           01 WS-P             PIC 9(03).
           01 WS-TROUVE        PIC X(01).
              88 PRODUIT-TROUVE VALUE "O".

           01 WS-COMPTEURS.
              05 WS-NB-CONTRATS       PIC 9(06) VALUE 0.
              05 WS-NB-OUVERTS        PIC 9(06) VALUE 0.
              05 WS-NB-SUSPENDUS      PIC 9(06) VALUE 0.
              05 WS-NB-CLOS           PIC 9(06) VALUE 0.
              05 WS-NB-CLIENTS        PIC 9(06) VALUE 0.
              05 WS-NB-CLIENTS-ENGAGES PIC 9(06) VALUE 0.
              05 WS-NB-ORPHELINS      PIC 9(06) VALUE 0.
              05 WS-NB-HORS-TABLE     PIC 9(06) VALUE 0.

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "CONTRATS".
              05 WS-ED-TITRE       PIC X(60)
                  VALUE "SYNTHESE DES CONTRATS PAR CLIENT ET PRODUIT".
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CONTRATS.
           IF WS-FS-CONTRATS NOT = "00"
               DISPLAY "Erreur ouverture CTR001. FILE STATUS: "
                   WS-FS-CONTRATS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-CONTRATS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-SYNTHESE.
           IF WS-FS-SYNTHESE NOT = "00"
               DISPLAY "Erreur ouverture CTS001. FILE STATUS: "
                   WS-FS-SYNTHESE
               CLOSE F-CONTRATS
               CLOSE F-CLIENT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-CONTRATS
               CLOSE F-CLIENT
               CLOSE F-SYNTHESE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
      * Positionnement en tete de la cle secondaire : les lectures
      * suivantes rendent les contrats regroupes par titulaire.
           MOVE 0 TO CT-ID-CLIENT.
           START F-CONTRATS KEY IS NOT LESS THAN CT-ID-CLIENT
               INVALID KEY
                   SET FIN-FICHIER-CONTRATS TO TRUE
           END-START.
           PERFORM LIRE-CONTRAT.
           PERFORM TRAITER-CONTRAT UNTIL FIN-FICHIER-CONTRATS.
           IF WS-NB-CONTRATS > 0
               PERFORM CLORE-CLIENT
           END-IF.
           PERFORM EDITER-SYNTHESE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-CONTRATS.
           CLOSE F-CLIENT.
           CLOSE F-SYNTHESE.
           DISPLAY "Synthese des contrats : " WS-NB-CONTRATS
               " contrat(s), " WS-NB-CLIENTS " client(s).".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIRE-CONTRAT.
           IF FIN-FICHIER-CONTRATS
               EXIT PARAGRAPH
           END-IF.
           READ F-CONTRATS NEXT RECORD
               AT END
                   SET FIN-FICHIER-CONTRATS TO TRUE
           END-READ.

      ****************************************************************
      * Un contrat : rupture sur le titulaire, cumul par statut et   *
      * par produit                                                  *
      ****************************************************************
       TRAITER-CONTRAT.
           IF WS-NB-CONTRATS = 0
               PERFORM OUVRIR-CLIENT
           ELSE
               IF CT-ID-CLIENT NOT = WS-ID-COURANT
                   PERFORM CLORE-CLIENT
                   PERFORM OUVRIR-CLIENT
               END-IF
           END-IF.
           ADD 1 TO WS-NB-CONTRATS.
           PERFORM CHERCHER-PRODUIT.
           EVALUATE TRUE
               WHEN CT-CLOS
                   ADD 1 TO WS-CLI-CLOS WS-NB-CLOS
                   IF PRODUIT-TROUVE
                       ADD 1 TO WS-PR-CLOS (WS-P)
                   END-IF
               WHEN CT-SUSPENDU
                   ADD 1 TO WS-CLI-SUSPENDUS WS-NB-SUSPENDUS
                   IF PRODUIT-TROUVE
                       ADD 1 TO WS-PR-SUSPENDUS (WS-P)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CLI-OUVERTS WS-NB-OUVERTS
                   IF PRODUIT-TROUVE
                       ADD 1 TO WS-PR-OUVERTS (WS-P)
                   END-IF
           END-EVALUATE.
           IF CT-DATE-OUVERTURE > WS-CLI-DERNIERE
               MOVE CT-DATE-OUVERTURE TO WS-CLI-DERNIERE
           END-IF.
           IF NOT TITULAIRE-CONNU
               ADD 1 TO WS-NB-ORPHELINS
               MOVE SPACES TO WS-LIGNE
               STRING "Contrat " CT-NUMERO " : titulaire "
                   CT-ID-CLIENT " absent de F-CLIENT"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM LIRE-CONTRAT.

       OUVRIR-CLIENT.
           MOVE CT-ID-CLIENT TO WS-ID-COURANT.
           MOVE 0 TO WS-CLI-OUVERTS WS-CLI-SUSPENDUS WS-CLI-CLOS
               WS-CLI-DERNIERE.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE "N" TO WS-CLI-CONNU.
           MOVE CT-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TITULAIRE-CONNU TO TRUE
           END-READ.

       CLORE-CLIENT.
           IF WS-CLI-OUVERTS + WS-CLI-SUSPENDUS > 0
               ADD 1 TO WS-NB-CLIENTS-ENGAGES
           END-IF.
           MOVE SPACES TO FS-LIGNE-SYNTHESE.
           STRING WS-ID-COURANT ";" WS-CLI-OUVERTS ";"
               WS-CLI-SUSPENDUS ";" WS-CLI-CLOS ";" WS-CLI-DERNIERE
               DELIMITED BY SIZE INTO FS-LIGNE-SYNTHESE
           END-STRING.
           WRITE FS-LIGNE-SYNTHESE.
           IF WS-FS-SYNTHESE NOT = "00"
               DISPLAY "Erreur ecriture CTS001. FILE STATUS: "
                   WS-FS-SYNTHESE
           END-IF.

       CHERCHER-PRODUIT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-PRODUITS OR PRODUIT-TROUVE
               IF WS-PR-CODE (WS-P) = CT-PRODUIT
                   SET PRODUIT-TROUVE TO TRUE
               END-IF
           END-PERFORM.
           IF PRODUIT-TROUVE
               SUBTRACT 1 FROM WS-P
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-PRODUITS < WS-NB-PRODUITS-MAX
               ADD 1 TO WS-NB-PRODUITS
               MOVE WS-NB-PRODUITS TO WS-P
               MOVE CT-PRODUIT TO WS-PR-CODE (WS-P)
               MOVE 0 TO WS-PR-OUVERTS (WS-P) WS-PR-SUSPENDUS (WS-P)
                   WS-PR-CLOS (WS-P)
               SET PRODUIT-TROUVE TO TRUE
           ELSE
               ADD 1 TO WS-NB-HORS-TABLE
           END-IF.

      ****************************************************************
      * Volumes par produit puis totaux                              *
      ****************************************************************
       EDITER-SYNTHESE.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "Produit     ouverts  suspendus       clos" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-PRODUITS
               STRING WS-PR-CODE (WS-P) "      "
                   WS-PR-OUVERTS (WS-P) "     "
                   WS-PR-SUSPENDUS (WS-P) "     "
                   WS-PR-CLOS (WS-P)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-PERFORM.
           IF WS-NB-HORS-TABLE > 0
               STRING "Contrats hors table produits ("
                   WS-NB-PRODUITS-MAX " codes) : " WS-NB-HORS-TABLE
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Contrats : " WS-NB-CONTRATS " dont ouverts "
               WS-NB-OUVERTS ", suspendus " WS-NB-SUSPENDUS
               ", clos " WS-NB-CLOS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Clients titulaires : " WS-NB-CLIENTS
               " dont engages (contrat non clos) "
               WS-NB-CLIENTS-ENGAGES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Contrats a titulaire absent de F-CLIENT : "
               WS-NB-ORPHELINS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.
