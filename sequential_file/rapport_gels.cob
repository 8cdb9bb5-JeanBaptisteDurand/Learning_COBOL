      ****************************************************************
      * Liste mensuelle des gels juridiques pour revue par le        *
      * service juridique : a la date d'arrete (AAAAMMJJ, vide = le  *
      * jour), la liste des gels en cours du registre GEL001         *
      * (copybook GELJUR) dans l'ordre client / dossier, avec le     *
      * nom du client relu dans F-CLIENT, le debut, la levee prevue  *
      * et le demandeur ; puis les gels leves dans le mois de        *
      * l'arrete. Un gel en cours sans levee prevue et pose depuis   *
      * plus d'un an est signale a revoir ; un gel dont le client a  *
      * disparu de F-CLIENT est signale en anomalie - la garde       *
      * gel-juridique aurait du l'empecher. Etat GELSJUR, via le     *
      * formateur partage edition-etat.                              *
      * Codes retour : 0 rien a signaler, 4 gel(s) a revoir ou en    *
      * anomalie, 99 erreur fichier.                                 *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-GELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-GELS ASSIGN TO DYNAMIC WS-NOM-GEL001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           01 WS-FIN-GELS      PIC X(01) VALUE "N".
              88 FIN-FICHIER-GELS VALUE "O".
           01 WS-ERREUR        PIC X(01) VALUE "N".
              88 ERREUR-REGISTRE VALUE "O".

      * Date d'arrete (vide = le jour) et seuil de revue : un gel
      * sans levee prevue pose avant cette date est a revoir.
           01 WS-DATE-SAISIE   PIC X(08).
           01 WS-DATE-ARRETE   PIC 9(08).
           01 WS-DATE-REVUE    PIC 9(08).

      * Passe en cours : C gels en cours, L gels leves du mois.
           01 WS-PASSE         PIC X(01).
              88 PASSE-EN-COURS VALUE "C".
              88 PASSE-LEVES    VALUE "L".

           01 WS-NOM-CLIENT    PIC X(41).
           01 WS-MENTION       PIC X(24).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "GELSJUR".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(12) VALUE "CLIENT".
              05 FILLER PIC X(42) VALUE "NOM".
              05 FILLER PIC X(21) VALUE "DOSSIER".
              05 FILLER PIC X(09) VALUE "DEBUT".
              05 FILLER PIC X(09) VALUE "LEVEE".
              05 FILLER PIC X(31) VALUE "DEMANDEUR".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-ID-CLIENT  PIC 9(10).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-NOM        PIC X(41).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-DOSSIER    PIC X(20).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-DEBUT      PIC 9(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-LEVEE      PIC X(08).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-DEMANDEUR  PIC X(30).
           01 WS-LIGNE-MENTION.
              05 FILLER           PIC X(12) VALUE SPACES.
              05 WS-LM-MENTION    PIC X(24).
              05 FILLER           PIC X(14) VALUE " - mis a jour ".
              05 WS-LM-DATE-MAJ   PIC 9(08).
              05 FILLER           PIC X(05) VALUE " par ".
              05 WS-LM-OPERATEUR  PIC X(03).

           01 WS-COMPTEURS.
              05 WS-NB-LUS         PIC 9(06) VALUE 0.
              05 WS-NB-EN-COURS    PIC 9(06) VALUE 0.
              05 WS-NB-A-VENIR     PIC 9(06) VALUE 0.
              05 WS-NB-A-REVOIR    PIC 9(06) VALUE 0.
              05 WS-NB-ANOMALIES   PIC 9(06) VALUE 0.
              05 WS-NB-LEVES-MOIS  PIC 9(06) VALUE 0.
              05 WS-NB-CLIENTS     PIC 9(06) VALUE 0.
           01 WS-DERNIER-CLIENT PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Date d'arrete (AAAAMMJJ, vide = jour) : "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES OR WS-DATE-SAISIE NOT NUMERIC
               ACCEPT WS-DATE-ARRETE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DATE-SAISIE TO WS-DATE-ARRETE
           END-IF.
           COMPUTE WS-DATE-REVUE = WS-DATE-ARRETE - 10000.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "GELS JURIDIQUES EN COURS AU " WS-DATE-ARRETE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-CLIENT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "GELS EN COURS (CLIENTS A LAISSER INTACTS)" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           SET PASSE-EN-COURS TO TRUE.
           PERFORM PARCOURIR-REGISTRE.
           IF ERREUR-REGISTRE
               PERFORM TERMINER-ETAT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-NB-EN-COURS = 0
               MOVE "Aucun gel juridique en cours." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE SPACES TO WS-LIGNE.
           STRING "GELS LEVES DANS LE MOIS " WS-DATE-ARRETE (1:6)
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           SET PASSE-LEVES TO TRUE.
           PERFORM PARCOURIR-REGISTRE.
           IF WS-NB-LEVES-MOIS = 0
               MOVE "Aucun gel leve dans le mois." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM EDITER-TOTAUX.
           PERFORM TERMINER-ETAT.
           PERFORM AFFICHER-BILAN.
           IF ERREUR-REGISTRE
               MOVE 99 TO RETURN-CODE
           ELSE
               IF WS-NB-A-REVOIR > 0 OR WS-NB-ANOMALIES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       TERMINER-ETAT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-CLIENT.

      ****************************************************************
      * Une passe complete du registre, dans l'ordre de la cle       *
      ****************************************************************
       PARCOURIR-REGISTRE.
           MOVE "N" TO WS-FIN-GELS.
           OPEN INPUT F-GELS.
           IF WS-FS-GELS NOT = "00" AND WS-FS-GELS NOT = "05"
               DISPLAY "Erreur ouverture GEL001. FILE STATUS: "
                   WS-FS-GELS
               SET ERREUR-REGISTRE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-GEL.
           PERFORM TRAITER-GEL UNTIL FIN-FICHIER-GELS.
           CLOSE F-GELS.

       LIRE-GEL.
           READ F-GELS NEXT RECORD
               AT END
                   SET FIN-FICHIER-GELS TO TRUE
           END-READ.

       TRAITER-GEL.
           IF PASSE-EN-COURS
               ADD 1 TO WS-NB-LUS
               IF GJ-DATE-LEVEE = 0 OR GJ-DATE-LEVEE > WS-DATE-ARRETE
                   PERFORM EDITER-GEL-EN-COURS
               END-IF
           ELSE
               IF GJ-DATE-LEVEE NOT = 0
                   AND GJ-DATE-LEVEE NOT > WS-DATE-ARRETE
                   AND GJ-DATE-LEVEE (1:6) = WS-DATE-ARRETE (1:6)
                   ADD 1 TO WS-NB-LEVES-MOIS
                   PERFORM RELIRE-CLIENT
                   PERFORM EDITER-DETAIL
                   MOVE "leve" TO WS-MENTION
                   PERFORM EDITER-MENTION
               END-IF
           END-IF.
           PERFORM LIRE-GEL.

      ****************************************************************
      * Un gel en cours : detail, puis la mention qui le qualifie    *
      ****************************************************************
       EDITER-GEL-EN-COURS.
           ADD 1 TO WS-NB-EN-COURS.
           IF GJ-ID-CLIENT NOT = WS-DERNIER-CLIENT
               ADD 1 TO WS-NB-CLIENTS
               MOVE GJ-ID-CLIENT TO WS-DERNIER-CLIENT
           END-IF.
           PERFORM RELIRE-CLIENT.
           PERFORM EDITER-DETAIL.
           EVALUATE TRUE
               WHEN WS-FS-CLIENT NOT = "00"
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE "ANOMALIE CLIENT ABSENT" TO WS-MENTION
               WHEN GJ-DATE-DEBUT > WS-DATE-ARRETE
                   ADD 1 TO WS-NB-A-VENIR
                   MOVE "a venir" TO WS-MENTION
               WHEN GJ-DATE-LEVEE = 0
                       AND GJ-DATE-DEBUT < WS-DATE-REVUE
                   ADD 1 TO WS-NB-A-REVOIR
                   MOVE "A REVOIR (plus d'un an)" TO WS-MENTION
               WHEN OTHER
                   MOVE "en cours" TO WS-MENTION
           END-EVALUATE.
           PERFORM EDITER-MENTION.

       RELIRE-CLIENT.
           MOVE GJ-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   MOVE "(absent de F-CLIENT)" TO WS-NOM-CLIENT
               NOT INVALID KEY
                   MOVE SPACES TO WS-NOM-CLIENT
                   STRING FUNCTION TRIM(FS-PRENOM) " "
                       FUNCTION TRIM(FS-NOM)
                       DELIMITED BY SIZE INTO WS-NOM-CLIENT
                   END-STRING
           END-READ.

       EDITER-DETAIL.
           MOVE GJ-ID-CLIENT TO WS-LD-ID-CLIENT.
           MOVE WS-NOM-CLIENT TO WS-LD-NOM.
           MOVE GJ-DOSSIER TO WS-LD-DOSSIER.
           MOVE GJ-DATE-DEBUT TO WS-LD-DEBUT.
           IF GJ-DATE-LEVEE = 0
               MOVE "-" TO WS-LD-LEVEE
           ELSE
               MOVE GJ-DATE-LEVEE TO WS-LD-LEVEE
           END-IF.
           MOVE GJ-DEMANDEUR TO WS-LD-DEMANDEUR.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-MENTION.
           MOVE WS-MENTION TO WS-LM-MENTION.
           MOVE GJ-DATE-MAJ TO WS-LM-DATE-MAJ.
           MOVE GJ-OPERATEUR TO WS-LM-OPERATEUR.
           MOVE WS-LIGNE-MENTION TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Totaux                                                       *
      ****************************************************************
       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE "TOTAUX" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Gels en cours          : " WS-NB-EN-COURS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Clients geles          : " WS-NB-CLIENTS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  dont a venir           : " WS-NB-A-VENIR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  A revoir (plus d'un an): " WS-NB-A-REVOIR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Anomalies              : " WS-NB-ANOMALIES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Leves dans le mois     : " WS-NB-LEVES-MOIS
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Gels juridiques au " WS-DATE-ARRETE.
           DISPLAY "Gels lus       (GEL001) : " WS-NB-LUS.
           DISPLAY "Gels en cours           : " WS-NB-EN-COURS.
           DISPLAY "Gels a revoir           : " WS-NB-A-REVOIR.
           DISPLAY "Anomalies               : " WS-NB-ANOMALIES.
           DISPLAY "Gels leves dans le mois : " WS-NB-LEVES-MOIS.
           DISPLAY "Etat GELSJUR edite.".
           DISPLAY "----------------------------------------------".
