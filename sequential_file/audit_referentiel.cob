      ****************************************************************
      * Audit hebdomadaire d'integrite referentielle des fichiers    *
      * satellites : apres les purges, fusions et restaurations,     *
      * HIS001, ACT001, SCO001, SCOHIS, PHO001, FOY001, WRK001,      *
      * CTC001, CAMP01 et MVT001 peuvent designer des CLI-ID qui     *
      * n'existent plus dans INP001. Chaque identifiant de chaque    *
      * fichier est relu par cle dans F-CLIENT ; les orphelins sont  *
      * listes fichier par fichier dans l'etat INTEGRIT. En sens     *
      * inverse, chaque client de F-CLIENT est recherche dans les    *
      * fichiers ou il doit figurer : PHO001, SCO001 et FOY001 pour  *
      * tout client, ACT001 pour les clients actifs (un client actif *
      * sans activite echappe a la purge de retention).              *
      *                                                              *
      * Le mode nettoyage (N) retire les orphelins : DELETE dans     *
      * HIS001, recopie sans eux des fichiers sequentiels via le     *
      * fichier de travail RITTMP. Chaque retrait est trace dans     *
      * MVT001 (action ORPHE, image avant = identifiant, nom du      *
      * fichier satellite et debut de l'enregistrement retire)       *
      * AVANT d'etre effectue : un nettoyage interrompu laisse au    *
      * pire une trace sans retrait, que l'audit suivant retrouve.   *
      * CAMP01 reste en constat seul (le retrait d'un detail         *
      * fausserait le compte et le total de controle de la fin de    *
      * fichier), MVT001 aussi : c'est la piste d'audit elle-meme.   *
      * Un identifiant de MVT001 absent de F-CLIENT est normal si    *
      * son dernier mouvement est une suppression ; seuls les autres *
      * sont listes. Le nettoyage prend le jeton verrou-client, pour *
      * ne pas recopier un satellite pendant la chaine de nuit.      *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REFERENTIEL.

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
           SELECT OPTIONAL F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
           SELECT OPTIONAL F-SCORES ASSIGN TO DYNAMIC WS-NOM-SCO001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCORES.
           SELECT OPTIONAL F-HISTO-SCORES
               ASSIGN TO DYNAMIC WS-NOM-SCOHIS
               FILE STATUS IS WS-FS-HISTO-SCORES.
           SELECT OPTIONAL F-PHONETIQUE ASSIGN TO DYNAMIC WS-NOM-PHO001
               FILE STATUS IS WS-FS-PHONETIQUE.
           SELECT OPTIONAL F-FOYERS ASSIGN TO DYNAMIC WS-NOM-FOY001
               FILE STATUS IS WS-FS-FOYERS.
           SELECT OPTIONAL F-TRAVAUX ASSIGN TO DYNAMIC WS-NOM-WRK001
               FILE STATUS IS WS-FS-TRAVAUX.
           SELECT OPTIONAL F-CONTACTS ASSIGN TO DYNAMIC WS-NOM-CTC001
               FILE STATUS IS WS-FS-CONTACTS.
           SELECT OPTIONAL F-CAMPAGNE ASSIGN TO DYNAMIC WS-NOM-CAMP01
               FILE STATUS IS WS-FS-CAMPAGNE.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.
      * Copie des enregistrements conserves pendant un nettoyage,
      * recopiee ensuite sur le fichier satellite.
           SELECT F-TRAVAIL ASSIGN TO DYNAMIC WS-NOM-RITTMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVAIL.

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

           FD F-ACTIVITE
               RECORD CONTAINS 18 CHARACTERS.
           01 FA-ENR-ACTIVITE.
              05 FA-ID-CLIENT       PIC 9(10).
              05 FA-DATE-ACTIVITE   PIC 9(08).

           FD F-SCORES.
           01 FS-LIGNE-SCORE PIC X(60).

           FD F-HISTO-SCORES
               RECORD CONTAINS 21 CHARACTERS.
           01 FN-ENR-HISTO-SCORE.
              05 FN-DATE-NOTE PIC 9(08).
              05 FN-ID-CLIENT PIC 9(10).
              05 FN-NOTE      PIC 9(03).

           FD F-PHONETIQUE
               RECORD CONTAINS 38 CHARACTERS.
           01 FP-ENR-PHONETIQUE.
              05 FP-CLE       PIC X(08).
              05 FP-ID-CLIENT PIC 9(10).
              05 FP-NOM       PIC X(20).

           FD F-FOYERS
               RECORD CONTAINS 17 CHARACTERS.
           01 FF-ENR-FOYER.
              05 FF-FOYER     PIC 9(06).
              05 FF-ID-CLIENT PIC 9(10).
              05 FF-CHEF      PIC X(01).

           FD F-TRAVAUX
               RECORD CONTAINS 35 CHARACTERS.
           01 FW-ENR-TRAVAIL.
              05 FW-ID-CLIENT  PIC 9(10).
              05 FW-MOTIF      PIC X(05).
              05 FW-STATUT     PIC X(01).
              05 FW-INITIALES  PIC X(03).
              05 FW-DATE-OUVERTURE PIC 9(08).
              05 FW-DATE-CLOTURE   PIC 9(08).

           FD F-CONTACTS
               RECORD CONTAINS 28 CHARACTERS.
           01 FK-ENR-CONTACT.
              05 FK-OPERATEUR  PIC X(03).
              05 FK-HORODATAGE PIC X(15).
              05 FK-ID-CLIENT  PIC 9(10).

           FD F-CAMPAGNE
               RECORD CONTAINS 104 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FC-ENR-CAMPAGNE.
              05 FC-ID-CLIENT  PIC 9(10).
              05 FC-DATA       PIC X(93).
              05 FC-CODE-MVT   PIC X(01).
           01 FC-ENR-BRUT      PIC X(104).

           FD F-MOUVEMENTS
               RECORD CONTAINS 344 CHARACTERS.
           01 FM-ENR-MOUVEMENT.
              05 FM-HORODATAGE  PIC X(15).
              05 FM-PROGRAMME   PIC X(20).
              05 FM-ID-CLIENT   PIC 9(10).
              05 FM-ACTION      PIC X(05).
              05 FM-AVANT       PIC X(145).
              05 FM-APRES       PIC X(145).
              05 FM-OPERATEUR   PIC X(03).
              05 FM-ORIGINE     PIC X(01).

           FD F-TRAVAIL.
           01 FT-LIGNE-TRAVAIL PIC X(60).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-PHYSIQUES.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-ACT001    PIC X(30) VALUE "ACT001".
              05 WS-NOM-SCO001    PIC X(30) VALUE "SCO001".
              05 WS-NOM-SCOHIS    PIC X(30) VALUE "SCOHIS".
              05 WS-NOM-PHO001    PIC X(30) VALUE "PHO001".
              05 WS-NOM-FOY001    PIC X(30) VALUE "FOY001".
              05 WS-NOM-WRK001    PIC X(30) VALUE "WRK001".
              05 WS-NOM-CTC001    PIC X(30) VALUE "CTC001".
              05 WS-NOM-CAMP01    PIC X(30) VALUE "CAMP01".
              05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
              05 WS-NOM-RITTMP    PIC X(30) VALUE "RITTMP".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 12.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT       PIC X(02).
           01 WS-FS-HISTO        PIC X(02).
           01 WS-FS-ACTIVITE     PIC X(02).
           01 WS-FS-SCORES       PIC X(02).
           01 WS-FS-HISTO-SCORES PIC X(02).
           01 WS-FS-PHONETIQUE   PIC X(02).
           01 WS-FS-FOYERS       PIC X(02).
           01 WS-FS-TRAVAUX      PIC X(02).
           01 WS-FS-CONTACTS     PIC X(02).
           01 WS-FS-CAMPAGNE     PIC X(02).
           01 WS-FS-MOUVEMENTS   PIC X(02).
           01 WS-FS-TRAVAIL      PIC X(02).
      * Statut du satellite en cours, quel qu'il soit.
           01 WS-FS-SATELLITE    PIC X(02).

           01 WS-FIN-SATELLITE PIC X(01).
              88 FIN-SATELLITE VALUE "O".
           01 WS-FIN-TRAVAIL   PIC X(01).
              88 FIN-TRAVAIL   VALUE "O".
           01 WS-FIN-CLIENTS   PIC X(01).
              88 FIN-CLIENTS   VALUE "O".
      * Le satellite en cours peut perdre ses orphelins : nettoyage
      * demande, fichier retirable (ni CAMP01 ni MVT001) et ouvert
      * pour la mise a jour ou la copie.
           01 WS-RETRAIT       PIC X(01).
              88 RETRAIT-POSSIBLE VALUE "O".
           01 WS-ERREURS-AVANT PIC 9(06).

      * Mode du passage : A audit seul, N audit et nettoyage.
           01 WS-MODE          PIC X(01).
              88 MODE-AUDIT      VALUE "A".
              88 MODE-NETTOYAGE  VALUE "N".
           01 WS-DATE-DU-JOUR  PIC 9(08).

      * Les dix fichiers satellites, dans l'ordre de l'audit, et leur
      * bilan : etat (P present, A absent, E illisible), lus,
      * orphelins, retires, clients manquants.
           01 WS-NOMS-FICHIERS PIC X(60) VALUE
               "HIS001ACT001SCO001SCOHISPHO001FOY001WRK001CTC001CAMP01MV
      -       "T001".
           01 WS-NOMS-TABLE REDEFINES WS-NOMS-FICHIERS.
              05 WS-NOM-FICHIER PIC X(06) OCCURS 10 TIMES.
           01 WS-TABLE-FICHIERS.
              05 WS-FIC OCCURS 10 TIMES.
                 10 WS-FIC-ETAT      PIC X(01).
                    88 FIC-PRESENT   VALUE "P".
                    88 FIC-ABSENT    VALUE "A".
                    88 FIC-ILLISIBLE VALUE "E".
                 10 WS-FIC-LUS       PIC 9(07).
                 10 WS-FIC-ORPHELINS PIC 9(07).
                 10 WS-FIC-RETIRES   PIC 9(07).
                 10 WS-FIC-MANQUANTS PIC 9(07).
           01 WS-F             PIC 9(02).

      * Identifiants releves dans les fichiers ou tout client doit
      * figurer (1 PHO001, 2 SCO001, 3 FOY001, 4 ACT001), pour le
      * controle inverse depuis F-CLIENT. Une table debordee rend le
      * controle de ce fichier non probant : il est alors saute.
           01 WS-NB-PRESENCE-MAX PIC 9(04) VALUE 5000.
           01 WS-TABLES-PRESENCE.
              05 WS-PRES OCCURS 4 TIMES.
                 10 WS-PRES-FICHIER PIC 9(02).
                 10 WS-PRES-NB      PIC 9(04).
                 10 WS-PRES-DEBORD  PIC X(01).
                    88 PRESENCE-DEBORDEE VALUE "O".
                 10 WS-PRES-ID      PIC 9(10) OCCURS 5000 TIMES.
           01 WS-P             PIC 9(01).
           01 WS-I             PIC 9(04).
           01 WS-TROUVE        PIC X(01).
              88 ENTREE-TROUVEE VALUE "O".

      * Identifiants de MVT001 inconnus de F-CLIENT, avec leur
      * dernier mouvement (les traces de retrait ORPHE exceptees).
           01 WS-NB-MVT-MAX    PIC 9(04) VALUE 5000.
           01 WS-NB-MVT        PIC 9(04) VALUE 0.
           01 WS-TABLE-MVT-INCONNUS.
              05 WS-MVT OCCURS 5000 TIMES.
                 10 WS-MVT-ID     PIC 9(10).
                 10 WS-MVT-ACTION PIC X(05).
                 10 WS-MVT-NB     PIC 9(05).
           01 WS-M             PIC 9(04).

      * Identifiant en cours de controle et debut de l'enregistrement
      * satellite qui le porte.
           01 WS-ID-LU         PIC 9(10).
           01 WS-EXTRAIT       PIC X(53).
           01 WS-ORPHELIN      PIC X(01).
              88 REFERENCE-ORPHELINE VALUE "O".

      * Image avant transmise au journal pour un retrait : la
      * structure du copybook porte l'identifiant orphelin, le nom du
      * fichier satellite (zone prenom) et le debut de l'enregistrement
      * retire (zone adresse).
           01 WS-IMAGE-RETRAIT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==RT-CLIENT-ID==
                       ==CLI-PRENOM== BY ==RT-PRENOM==
                       ==CLI-NOM== BY ==RT-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==RT-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==RT-ADRESSE==
                       ==CLI-RUE== BY ==RT-RUE==
                       ==CLI-CODE-POSTAL== BY ==RT-CODE-POSTAL==
                       ==CLI-VILLE== BY ==RT-VILLE==
                       ==CLI-TELEPHONE== BY ==RT-TELEPHONE==
                       ==CLI-EMAIL== BY ==RT-EMAIL==
                       ==CLI-STATUT== BY ==RT-STATUT==.

           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-PROGRAMME PIC X(20) VALUE "AUDIT-REFERENTIEL".
              05 WS-JRN-ACTION    PIC X(05).
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "AUDIT-REFERENTIEL".
              05 WS-VR-CODE-RETOUR PIC 9(02).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "INTEGRIT".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-SYNTHESE.
              05 FILLER          PIC X(09) VALUE "Fichier".
              05 FILLER          PIC X(10) VALUE "Etat".
              05 FILLER          PIC X(09) VALUE "      Lus".
              05 FILLER          PIC X(03) VALUE SPACES.
              05 FILLER          PIC X(09) VALUE "Orphelins".
              05 FILLER          PIC X(03) VALUE SPACES.
              05 FILLER          PIC X(09) VALUE "  Retires".
              05 FILLER          PIC X(03) VALUE SPACES.
              05 FILLER          PIC X(09) VALUE "Manquants".
           01 WS-LIGNE-SYNTHESE.
              05 WS-SY-FICHIER   PIC X(06).
              05 FILLER          PIC X(03) VALUE SPACES.
              05 WS-SY-ETAT      PIC X(10).
              05 WS-SY-LUS       PIC Z(8)9.
              05 FILLER          PIC X(03) VALUE SPACES.
              05 WS-SY-ORPHELINS PIC Z(8)9.
              05 FILLER          PIC X(03) VALUE SPACES.
              05 WS-SY-RETIRES   PIC Z(8)9.
              05 FILLER          PIC X(03) VALUE SPACES.
              05 WS-SY-MANQUANTS PIC Z(8)9.

           01 WS-COMPTEURS.
              05 WS-NB-CLIENTS    PIC 9(07) VALUE 0.
              05 WS-NB-ORPHELINS  PIC 9(07) VALUE 0.
              05 WS-NB-MANQUANTS  PIC 9(07) VALUE 0.
              05 WS-NB-RETIRES    PIC 9(07) VALUE 0.
              05 WS-NB-EXPLIQUES  PIC 9(07) VALUE 0.
              05 WS-NB-ERREURS    PIC 9(06) VALUE 0.
              05 WS-NB-BATTEMENT  PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-PHYSIQUES.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Mode (A = audit seul, N = audit et nettoyage) : "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT MODE-NETTOYAGE
               SET MODE-AUDIT TO TRUE
           END-IF.
           IF MODE-NETTOYAGE
               MOVE "P" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               IF WS-VR-CODE-RETOUR NOT = 0
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture INP001. FILE STATUS: "
                   WS-FS-CLIENT
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           IF MODE-NETTOYAGE
               STRING "INTEGRITE REFERENTIELLE (NETTOYAGE) DU "
                   WS-DATE-DU-JOUR DELIMITED BY SIZE INTO WS-ED-TITRE
               END-STRING
           ELSE
               STRING "INTEGRITE REFERENTIELLE (AUDIT) DU "
                   WS-DATE-DU-JOUR DELIMITED BY SIZE INTO WS-ED-TITRE
               END-STRING
           END-IF.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-CLIENT
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM INITIALISER-TABLES.
           PERFORM AUDITER-HISTO-ADR.
           PERFORM AUDITER-ACTIVITE.
           PERFORM AUDITER-SCORES.
           PERFORM AUDITER-HISTO-SCORES.
           PERFORM AUDITER-PHONETIQUE.
           PERFORM AUDITER-FOYERS.
           PERFORM AUDITER-TRAVAUX.
           PERFORM AUDITER-CONTACTS.
           PERFORM AUDITER-CAMPAGNE.
           PERFORM AUDITER-MOUVEMENTS.
           PERFORM CONTROLER-PRESENCES.
           PERFORM EDITER-SYNTHESE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-CLIENT.
           PERFORM RENDRE-VERROU.
           PERFORM AFFICHER-BILAN.
           EVALUATE TRUE
               WHEN WS-NB-ERREURS > 0
                   MOVE 99 TO RETURN-CODE
               WHEN WS-NB-ORPHELINS > WS-NB-RETIRES
                   OR WS-NB-MANQUANTS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       RENDRE-VERROU.
           IF MODE-NETTOYAGE
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
           END-IF.

       INITIALISER-TABLES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 10
               MOVE "A" TO WS-FIC-ETAT (WS-F)
               MOVE 0 TO WS-FIC-LUS (WS-F)
               MOVE 0 TO WS-FIC-ORPHELINS (WS-F)
               MOVE 0 TO WS-FIC-RETIRES (WS-F)
               MOVE 0 TO WS-FIC-MANQUANTS (WS-F)
           END-PERFORM.
           MOVE 5 TO WS-PRES-FICHIER (1).
           MOVE 3 TO WS-PRES-FICHIER (2).
           MOVE 6 TO WS-PRES-FICHIER (3).
           MOVE 2 TO WS-PRES-FICHIER (4).
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE 0 TO WS-PRES-NB (WS-P)
               MOVE "N" TO WS-PRES-DEBORD (WS-P)
           END-PERFORM.

      ****************************************************************
      * Controle d'un identifiant satellite contre F-CLIENT : compte *
      * le lu, et pour un orphelin le compte, l'edite et, en mode    *
      * nettoyage, en trace le retrait dans MVT001                   *
      ****************************************************************
       CONTROLER-REFERENCE.
           ADD 1 TO WS-FIC-LUS (WS-F).
           MOVE "N" TO WS-ORPHELIN.
           MOVE WS-ID-LU TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   SET REFERENCE-ORPHELINE TO TRUE
           END-READ.
           PERFORM BATTRE-VERROU.
           IF NOT REFERENCE-ORPHELINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FIC-ORPHELINS (WS-F).
           ADD 1 TO WS-NB-ORPHELINS.
           IF RETRAIT-POSSIBLE
               STRING WS-NOM-FICHIER (WS-F) "  " WS-ID-LU
                   "  orphelin : client absent d'INP001 - retire"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM TRACER-RETRAIT
           ELSE
               STRING WS-NOM-FICHIER (WS-F) "  " WS-ID-LU
                   "  orphelin : client absent d'INP001"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.

       TRACER-RETRAIT.
           MOVE SPACES TO WS-IMAGE-RETRAIT.
           MOVE WS-ID-LU TO RT-CLIENT-ID.
           MOVE WS-NOM-FICHIER (WS-F) TO RT-PRENOM.
           MOVE WS-EXTRAIT TO RT-ADRESSE-FLAT.
           MOVE WS-IMAGE-RETRAIT TO WS-JRN-AVANT.
           MOVE SPACES TO WS-JRN-APRES.
           MOVE "ORPHE" TO WS-JRN-ACTION.
           CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL.

      * Battement du jeton toutes les 500 references relues.
       BATTRE-VERROU.
           IF MODE-NETTOYAGE
               ADD 1 TO WS-NB-BATTEMENT
               IF WS-NB-BATTEMENT >= 500
                   MOVE 0 TO WS-NB-BATTEMENT
                   MOVE "B" TO WS-VR-FONCTION
                   CALL "verrou-client" USING WS-DEMANDE-VERROU
               END-IF
           END-IF.

      * Releve d'un identifiant d'un fichier de presence obligatoire.
       RELEVER-PRESENCE.
           IF WS-PRES-NB (WS-P) < WS-NB-PRESENCE-MAX
               ADD 1 TO WS-PRES-NB (WS-P)
               MOVE WS-ID-LU TO WS-PRES-ID (WS-P, WS-PRES-NB (WS-P))
           ELSE
               IF NOT PRESENCE-DEBORDEE (WS-P)
                   DISPLAY "Table des presences "
                       WS-NOM-FICHIER (WS-F) " pleine ("
                       WS-NB-PRESENCE-MAX ") : controle inverse "
                       "non probant, saute."
               END-IF
               SET PRESENCE-DEBORDEE (WS-P) TO TRUE
           END-IF.

      ****************************************************************
      * Ouverture commune des satellites sequentiels : statut 05 =   *
      * fichier absent, rien a controler                             *
      ****************************************************************
       NOTER-OUVERTURE.
           MOVE "N" TO WS-RETRAIT.
           EVALUATE WS-FS-SATELLITE
               WHEN "00"
                   SET FIC-PRESENT (WS-F) TO TRUE
                   MOVE "N" TO WS-FIN-SATELLITE
               WHEN "05"
                   SET FIC-ABSENT (WS-F) TO TRUE
                   SET FIN-SATELLITE TO TRUE
               WHEN OTHER
                   SET FIC-ILLISIBLE (WS-F) TO TRUE
                   SET FIN-SATELLITE TO TRUE
                   ADD 1 TO WS-NB-ERREURS
                   DISPLAY "Erreur ouverture " WS-NOM-FICHIER (WS-F)
                       ". FILE STATUS: " WS-FS-SATELLITE
           END-EVALUATE.

      * En nettoyage, le fichier de travail recoit les conserves.
       OUVRIR-TRAVAIL.
           IF NOT MODE-NETTOYAGE OR NOT FIC-PRESENT (WS-F)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-TRAVAIL.
           IF WS-FS-TRAVAIL NOT = "00"
               DISPLAY "Erreur ouverture RITTMP. FILE STATUS: "
                   WS-FS-TRAVAIL
               ADD 1 TO WS-NB-ERREURS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NB-ERREURS TO WS-ERREURS-AVANT.
           SET RETRAIT-POSSIBLE TO TRUE.

       CONSERVER-ENREGISTREMENT.
           WRITE FT-LIGNE-TRAVAIL
           END-WRITE.
           IF WS-FS-TRAVAIL NOT = "00"
               DISPLAY "Erreur ecriture RITTMP. FILE STATUS: "
                   WS-FS-TRAVAIL
               ADD 1 TO WS-NB-ERREURS
           END-IF.

      ****************************************************************
      * HIS001 : indexe, les orphelins sont supprimes sur place      *
      ****************************************************************
       AUDITER-HISTO-ADR.
           MOVE 1 TO WS-F.
           OPEN INPUT F-HISTO-ADR.
           MOVE WS-FS-HISTO TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           IF NOT FIC-PRESENT (WS-F)
               EXIT PARAGRAPH
           END-IF.
           IF MODE-NETTOYAGE
               CLOSE F-HISTO-ADR
               OPEN I-O F-HISTO-ADR
               IF WS-FS-HISTO NOT = "00"
                   DISPLAY "Erreur ouverture HIS001. FILE STATUS: "
                       WS-FS-HISTO
                   SET FIC-ILLISIBLE (WS-F) TO TRUE
                   ADD 1 TO WS-NB-ERREURS
                   EXIT PARAGRAPH
               END-IF
               SET RETRAIT-POSSIBLE TO TRUE
           END-IF.
           PERFORM CONTROLER-HISTO-ADR UNTIL FIN-SATELLITE.
           CLOSE F-HISTO-ADR.

       CONTROLER-HISTO-ADR.
           READ F-HISTO-ADR NEXT RECORD
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FH-ID-CLIENT TO WS-ID-LU.
           MOVE FH-ENR-HISTO TO WS-EXTRAIT.
           PERFORM CONTROLER-REFERENCE.
           IF REFERENCE-ORPHELINE AND RETRAIT-POSSIBLE
               DELETE F-HISTO-ADR RECORD
               END-DELETE
               IF WS-FS-HISTO NOT = "00"
                   DISPLAY "Erreur suppression HIS001. FILE STATUS: "
                       WS-FS-HISTO
                   ADD 1 TO WS-NB-ERREURS
               ELSE
                   ADD 1 TO WS-FIC-RETIRES (WS-F)
                   ADD 1 TO WS-NB-RETIRES
               END-IF
           END-IF.

      ****************************************************************
      * ACT001 : historique d'activite ; un actif doit y figurer     *
      ****************************************************************
       AUDITER-ACTIVITE.
           MOVE 2 TO WS-F.
           MOVE 4 TO WS-P.
           OPEN INPUT F-ACTIVITE.
           MOVE WS-FS-ACTIVITE TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-ACTIVITE UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-ACTIVITE.
           READ F-ACTIVITE
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FA-ID-CLIENT TO WS-ID-LU.
           MOVE FA-ENR-ACTIVITE TO WS-EXTRAIT.
           MOVE FA-ENR-ACTIVITE TO FT-LIGNE-TRAVAIL.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * SCO001 : une ligne "identifiant;note;motifs" par client      *
      ****************************************************************
       AUDITER-SCORES.
           MOVE 3 TO WS-F.
           MOVE 2 TO WS-P.
           OPEN INPUT F-SCORES.
           MOVE WS-FS-SCORES TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-SCORE UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-SCORE.
           READ F-SCORES
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-LIGNE-SCORE TO FT-LIGNE-TRAVAIL.
      * Une ligne sans identifiant numerique n'est pas une reference
      * client : elle est conservee telle quelle.
           IF FS-LIGNE-SCORE (1:10) NOT NUMERIC
               IF RETRAIT-POSSIBLE
                   PERFORM CONSERVER-ENREGISTREMENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-LIGNE-SCORE (1:10) TO WS-ID-LU.
           MOVE FS-LIGNE-SCORE TO WS-EXTRAIT.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * SCOHIS : historique date des notes                           *
      ****************************************************************
       AUDITER-HISTO-SCORES.
           MOVE 4 TO WS-F.
           MOVE 0 TO WS-P.
           OPEN INPUT F-HISTO-SCORES.
           MOVE WS-FS-HISTO-SCORES TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-HISTO-SCORE UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-HISTO-SCORE.
           READ F-HISTO-SCORES
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FN-ID-CLIENT TO WS-ID-LU.
           MOVE FN-ENR-HISTO-SCORE TO WS-EXTRAIT.
           MOVE FN-ENR-HISTO-SCORE TO FT-LIGNE-TRAVAIL.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * PHO001 : cles phonetiques, une par client                    *
      ****************************************************************
       AUDITER-PHONETIQUE.
           MOVE 5 TO WS-F.
           MOVE 1 TO WS-P.
           OPEN INPUT F-PHONETIQUE.
           MOVE WS-FS-PHONETIQUE TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-PHONETIQUE UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-PHONETIQUE.
           READ F-PHONETIQUE
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FP-ID-CLIENT TO WS-ID-LU.
           MOVE FP-ENR-PHONETIQUE TO WS-EXTRAIT.
           MOVE FP-ENR-PHONETIQUE TO FT-LIGNE-TRAVAIL.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * FOY001 : rattachement de chaque client a un foyer            *
      ****************************************************************
       AUDITER-FOYERS.
           MOVE 6 TO WS-F.
           MOVE 3 TO WS-P.
           OPEN INPUT F-FOYERS.
           MOVE WS-FS-FOYERS TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-FOYER UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-FOYER.
           READ F-FOYERS
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FF-ID-CLIENT TO WS-ID-LU.
           MOVE FF-ENR-FOYER TO WS-EXTRAIT.
           MOVE FF-ENR-FOYER TO FT-LIGNE-TRAVAIL.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * WRK001 : file de travail des gestionnaires                   *
      ****************************************************************
       AUDITER-TRAVAUX.
           MOVE 7 TO WS-F.
           MOVE 0 TO WS-P.
           OPEN INPUT F-TRAVAUX.
           MOVE WS-FS-TRAVAUX TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-TRAVAIL UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-TRAVAIL.
           READ F-TRAVAUX
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FW-ID-CLIENT TO WS-ID-LU.
           MOVE FW-ENR-TRAVAIL TO WS-EXTRAIT.
           MOVE FW-ENR-TRAVAIL TO FT-LIGNE-TRAVAIL.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * CTC001 : contacts des operateurs                             *
      ****************************************************************
       AUDITER-CONTACTS.
           MOVE 8 TO WS-F.
           MOVE 0 TO WS-P.
           OPEN INPUT F-CONTACTS.
           MOVE WS-FS-CONTACTS TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM OUVRIR-TRAVAIL.
           PERFORM CONTROLER-CONTACT UNTIL FIN-SATELLITE.
           PERFORM CLORE-SATELLITE.

       CONTROLER-CONTACT.
           READ F-CONTACTS
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           MOVE FK-ID-CLIENT TO WS-ID-LU.
           MOVE FK-ENR-CONTACT TO WS-EXTRAIT.
           MOVE FK-ENR-CONTACT TO FT-LIGNE-TRAVAIL.
           PERFORM CONTROLER-REFERENCE.
           PERFORM ISSUE-REFERENCE.

      ****************************************************************
      * Suite commune d'une reference sequentielle : releve de       *
      * presence pour un client existant, et en nettoyage copie du   *
      * conserve ou retrait de l'orphelin                            *
      ****************************************************************
       ISSUE-REFERENCE.
           IF NOT REFERENCE-ORPHELINE AND WS-P NOT = 0
               PERFORM RELEVER-PRESENCE
           END-IF.
           IF NOT RETRAIT-POSSIBLE
               EXIT PARAGRAPH
           END-IF.
           IF REFERENCE-ORPHELINE
               ADD 1 TO WS-FIC-RETIRES (WS-F)
               ADD 1 TO WS-NB-RETIRES
           ELSE
               PERFORM CONSERVER-ENREGISTREMENT
           END-IF.

      * Fermeture du satellite ; s'il a perdu des orphelins, il est
      * reecrit depuis RITTMP. Sur erreur de copie le satellite reste
      * intact et les retraits de ce fichier sont annules au bilan.
       CLORE-SATELLITE.
           IF NOT FIC-PRESENT (WS-F)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-F
               WHEN 2  CLOSE F-ACTIVITE
               WHEN 3  CLOSE F-SCORES
               WHEN 4  CLOSE F-HISTO-SCORES
               WHEN 5  CLOSE F-PHONETIQUE
               WHEN 6  CLOSE F-FOYERS
               WHEN 7  CLOSE F-TRAVAUX
               WHEN 8  CLOSE F-CONTACTS
           END-EVALUATE.
           IF NOT RETRAIT-POSSIBLE
               EXIT PARAGRAPH
           END-IF.
           CLOSE F-TRAVAIL.
           IF WS-FIC-RETIRES (WS-F) = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-ERREURS > WS-ERREURS-AVANT
               DISPLAY WS-NOM-FICHIER (WS-F) " non reecrit : erreur "
                   "de copie sur RITTMP."
               SUBTRACT WS-FIC-RETIRES (WS-F) FROM WS-NB-RETIRES
               MOVE 0 TO WS-FIC-RETIRES (WS-F)
               EXIT PARAGRAPH
           END-IF.
           PERFORM REECRIRE-SATELLITE.

       REECRIRE-SATELLITE.
           OPEN INPUT F-TRAVAIL.
           IF WS-FS-TRAVAIL NOT = "00"
               DISPLAY "Erreur ouverture RITTMP. FILE STATUS: "
                   WS-FS-TRAVAIL
               ADD 1 TO WS-NB-ERREURS
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-F
               WHEN 2  OPEN OUTPUT F-ACTIVITE
               WHEN 3  OPEN OUTPUT F-SCORES
               WHEN 4  OPEN OUTPUT F-HISTO-SCORES
               WHEN 5  OPEN OUTPUT F-PHONETIQUE
               WHEN 6  OPEN OUTPUT F-FOYERS
               WHEN 7  OPEN OUTPUT F-TRAVAUX
               WHEN 8  OPEN OUTPUT F-CONTACTS
           END-EVALUATE.
           PERFORM LIRE-STATUT-SATELLITE.
           IF WS-FS-SATELLITE NOT = "00"
               DISPLAY "Erreur reecriture " WS-NOM-FICHIER (WS-F)
                   ". FILE STATUS: " WS-FS-SATELLITE
               ADD 1 TO WS-NB-ERREURS
               CLOSE F-TRAVAIL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-TRAVAIL.
           PERFORM RECOPIER-CONSERVE UNTIL FIN-TRAVAIL.
           EVALUATE WS-F
               WHEN 2  CLOSE F-ACTIVITE
               WHEN 3  CLOSE F-SCORES
               WHEN 4  CLOSE F-HISTO-SCORES
               WHEN 5  CLOSE F-PHONETIQUE
               WHEN 6  CLOSE F-FOYERS
               WHEN 7  CLOSE F-TRAVAUX
               WHEN 8  CLOSE F-CONTACTS
           END-EVALUATE.
           CLOSE F-TRAVAIL.

       RECOPIER-CONSERVE.
           READ F-TRAVAIL
               AT END
                   SET FIN-TRAVAIL TO TRUE
           END-READ.
           IF FIN-TRAVAIL
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-F
               WHEN 2  WRITE FA-ENR-ACTIVITE FROM FT-LIGNE-TRAVAIL
               WHEN 3  WRITE FS-LIGNE-SCORE FROM FT-LIGNE-TRAVAIL
               WHEN 4  WRITE FN-ENR-HISTO-SCORE FROM FT-LIGNE-TRAVAIL
               WHEN 5  WRITE FP-ENR-PHONETIQUE FROM FT-LIGNE-TRAVAIL
               WHEN 6  WRITE FF-ENR-FOYER FROM FT-LIGNE-TRAVAIL
               WHEN 7  WRITE FW-ENR-TRAVAIL FROM FT-LIGNE-TRAVAIL
               WHEN 8  WRITE FK-ENR-CONTACT FROM FT-LIGNE-TRAVAIL
           END-EVALUATE.
           PERFORM LIRE-STATUT-SATELLITE.
           IF WS-FS-SATELLITE NOT = "00"
               DISPLAY "Erreur ecriture " WS-NOM-FICHIER (WS-F)
                   ". FILE STATUS: " WS-FS-SATELLITE
                   " - copie complete conservee dans RITTMP"
               ADD 1 TO WS-NB-ERREURS
               SET FIN-TRAVAIL TO TRUE
           END-IF.

       LIRE-STATUT-SATELLITE.
           EVALUATE WS-F
               WHEN 2  MOVE WS-FS-ACTIVITE TO WS-FS-SATELLITE
               WHEN 3  MOVE WS-FS-SCORES TO WS-FS-SATELLITE
               WHEN 4  MOVE WS-FS-HISTO-SCORES TO WS-FS-SATELLITE
               WHEN 5  MOVE WS-FS-PHONETIQUE TO WS-FS-SATELLITE
               WHEN 6  MOVE WS-FS-FOYERS TO WS-FS-SATELLITE
               WHEN 7  MOVE WS-FS-TRAVAUX TO WS-FS-SATELLITE
               WHEN 8  MOVE WS-FS-CONTACTS TO WS-FS-SATELLITE
           END-EVALUATE.

      ****************************************************************
      * CAMP01 : details seulement (entete a 0, fin a 9999999999,    *
      * sentinelle HIGH-VALUES) ; constat sans retrait               *
      ****************************************************************
       AUDITER-CAMPAGNE.
           MOVE 9 TO WS-F.
           OPEN INPUT F-CAMPAGNE.
           MOVE WS-FS-CAMPAGNE TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM CONTROLER-CAMPAGNE UNTIL FIN-SATELLITE.
           IF FIC-PRESENT (WS-F)
               CLOSE F-CAMPAGNE
           END-IF.

       CONTROLER-CAMPAGNE.
           READ F-CAMPAGNE
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           IF FC-ENR-BRUT = HIGH-VALUES
               OR FC-ID-CLIENT NOT NUMERIC
               OR FC-ID-CLIENT = 0
               OR FC-ID-CLIENT = 9999999999
               EXIT PARAGRAPH
           END-IF.
           MOVE FC-ID-CLIENT TO WS-ID-LU.
           MOVE FC-ENR-BRUT TO WS-EXTRAIT.
           PERFORM CONTROLER-REFERENCE.

      ****************************************************************
      * MVT001 : les identifiants inconnus sont regroupes ; seul le  *
      * dernier mouvement de chacun dit s'il a ete supprime          *
      ****************************************************************
       AUDITER-MOUVEMENTS.
           MOVE 10 TO WS-F.
           OPEN INPUT F-MOUVEMENTS.
           MOVE WS-FS-MOUVEMENTS TO WS-FS-SATELLITE.
           PERFORM NOTER-OUVERTURE.
           PERFORM CONTROLER-MOUVEMENT UNTIL FIN-SATELLITE.
           IF NOT FIC-PRESENT (WS-F)
               EXIT PARAGRAPH
           END-IF.
           CLOSE F-MOUVEMENTS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NB-MVT
               IF WS-MVT-ACTION (WS-M) = "SUPPR"
                   ADD 1 TO WS-NB-EXPLIQUES
               ELSE
                   ADD 1 TO WS-NB-ORPHELINS
                   STRING "MVT001  " WS-MVT-ID (WS-M)
                       "  inconnu d'INP001 sans suppression tracee ("
                       WS-MVT-NB (WS-M) " mouvements, dernier "
                       WS-MVT-ACTION (WS-M) ")"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIRE-LIGNE-ETAT
               END-IF
           END-PERFORM.
           IF WS-NB-EXPLIQUES > 0
               STRING "MVT001  " WS-NB-EXPLIQUES
                   " client(s) supprime(s) avec trace SUPPR : normal"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

       CONTROLER-MOUVEMENT.
           READ F-MOUVEMENTS
               AT END
                   SET FIN-SATELLITE TO TRUE
           END-READ.
           IF FIN-SATELLITE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FIC-LUS (WS-F).
      * Les traces de retrait de l'audit lui-meme portent toujours un
      * identifiant inconnu : elles ne disent rien du client.
           IF FM-ACTION = "ORPHE" OR FM-ID-CLIENT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NB-MVT OR ENTREE-TROUVEE
               IF WS-MVT-ID (WS-M) = FM-ID-CLIENT
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF ENTREE-TROUVEE
               SUBTRACT 1 FROM WS-M
               PERFORM NOTER-MOUVEMENT-INCONNU
               EXIT PARAGRAPH
           END-IF.
           MOVE FM-ID-CLIENT TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   IF WS-NB-MVT < WS-NB-MVT-MAX
                       ADD 1 TO WS-NB-MVT
                       MOVE WS-NB-MVT TO WS-M
                       MOVE FM-ID-CLIENT TO WS-MVT-ID (WS-M)
                       MOVE 0 TO WS-MVT-NB (WS-M)
                       PERFORM NOTER-MOUVEMENT-INCONNU
                   ELSE
                       ADD 1 TO WS-FIC-ORPHELINS (WS-F)
                       ADD 1 TO WS-NB-ORPHELINS
                       DISPLAY "Table des identifiants MVT001 pleine ("
                           WS-NB-MVT-MAX ") : client " FM-ID-CLIENT
                           " non detaille."
                   END-IF
           END-READ.

       NOTER-MOUVEMENT-INCONNU.
           ADD 1 TO WS-FIC-ORPHELINS (WS-F).
           ADD 1 TO WS-MVT-NB (WS-M).
           MOVE FM-ACTION TO WS-MVT-ACTION (WS-M).

      ****************************************************************
      * Controle inverse : chaque client de F-CLIENT dans PHO001,    *
      * SCO001, FOY001, et s'il est actif dans ACT001                *
      ****************************************************************
       CONTROLER-PRESENCES.
           MOVE "N" TO WS-FIN-CLIENTS.
           MOVE 0 TO FS-CLIENT-ID.
           START F-CLIENT KEY IS NOT LESS THAN FS-CLIENT-ID
               INVALID KEY
                   SET FIN-CLIENTS TO TRUE
           END-START.
           PERFORM CONTROLER-UN-CLIENT UNTIL FIN-CLIENTS.

       CONTROLER-UN-CLIENT.
           READ F-CLIENT NEXT RECORD
               AT END
                   SET FIN-CLIENTS TO TRUE
           END-READ.
           IF FIN-CLIENTS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE FS-CLIENT-ID TO WS-ID-LU.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE WS-PRES-FICHIER (WS-P) TO WS-F
               IF FIC-PRESENT (WS-F)
                   AND NOT PRESENCE-DEBORDEE (WS-P)
                   AND (WS-P NOT = 4 OR FS-STATUT = "A")
                   PERFORM CHERCHER-PRESENCE
               END-IF
           END-PERFORM.

       CHERCHER-PRESENCE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PRES-NB (WS-P) OR ENTREE-TROUVEE
               IF WS-PRES-ID (WS-P, WS-I) = WS-ID-LU
                   SET ENTREE-TROUVEE TO TRUE
               END-IF
           END-PERFORM.
           IF ENTREE-TROUVEE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FIC-MANQUANTS (WS-F).
           ADD 1 TO WS-NB-MANQUANTS.
           EVALUATE WS-P
               WHEN 1
                   STRING "PHO001  " WS-ID-LU
                       "  manquant : client sans cle phonetique"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN 2
                   STRING "SCO001  " WS-ID-LU
                       "  manquant : client sans note de qualite"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN 3
                   STRING "FOY001  " WS-ID-LU
                       "  manquant : client rattache a aucun foyer"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN 4
                   STRING "ACT001  " WS-ID-LU
                       "  manquant : client actif sans activite "
                       "(hors purge de retention)"
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-ETAT.

      ****************************************************************
      * Synthese par fichier en fin d'etat                           *
      ****************************************************************
       EDITER-SYNTHESE.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-SYNTHESE TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 10
               MOVE WS-NOM-FICHIER (WS-F) TO WS-SY-FICHIER
               EVALUATE TRUE
                   WHEN FIC-PRESENT (WS-F)
                       MOVE "present" TO WS-SY-ETAT
                   WHEN FIC-ABSENT (WS-F)
                       MOVE "absent" TO WS-SY-ETAT
                   WHEN OTHER
                       MOVE "illisible" TO WS-SY-ETAT
               END-EVALUATE
               MOVE WS-FIC-LUS (WS-F) TO WS-SY-LUS
               MOVE WS-FIC-ORPHELINS (WS-F) TO WS-SY-ORPHELINS
               MOVE WS-FIC-RETIRES (WS-F) TO WS-SY-RETIRES
               MOVE WS-FIC-MANQUANTS (WS-F) TO WS-SY-MANQUANTS
               MOVE WS-LIGNE-SYNTHESE TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-ETAT
           END-PERFORM.

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
           IF MODE-NETTOYAGE
               DISPLAY "Audit referentiel avec nettoyage"
           ELSE
               DISPLAY "Audit referentiel (constat seul)"
           END-IF.
           DISPLAY "Clients controles (INP001)   : " WS-NB-CLIENTS.
           DISPLAY "References orphelines        : " WS-NB-ORPHELINS.
           DISPLAY "  dont retirees              : " WS-NB-RETIRES.
           DISPLAY "Suppressions MVT001 tracees  : " WS-NB-EXPLIQUES.
           DISPLAY "Clients manquants            : " WS-NB-MANQUANTS.
           DISPLAY "Erreurs                      : " WS-NB-ERREURS.
           DISPLAY "----------------------------------------------".
