      ****************************************************************
      * Normalisation du type de voie de CLI-RUE : "12 BD VOLTAIRE", *
      * "12 Boulevard Voltaire" et "12 bld voltaire" designent la    *
      * meme rue, mais DETECTE-FOYERS et DETECT-DOUBLONS y voyaient  *
      * trois adresses. Cette passe de nuit charge le referentiel    *
      * des types de voie REFVOI (une ligne libelle;abreviation,     *
      * par exemple BOULEVARD;BD ou BLD;BD pour une graphie          *
      * courante ; l'abreviation elle-meme est toujours reconnue) et *
      * recrit chaque rue sous la forme canonique                    *
      *   numero [BIS|TER|QUATER|B|T] abreviation nom                *
      * en majuscules, mots separes par un seul espace, virgules et  *
      * point final du type retires. Une rue sans numero commence    *
      * directement par son type. Chaque recriture est tracee        *
      * (avant, apres, horodatage) dans AUDVOI comme NORMALISE-TEL   *
      * le fait dans AUDTEL, et dans le journal des mouvements. Les  *
      * rues que la passe ne sait pas analyser (type absent du       *
      * referentiel, nom de voie manquant, rue vide...) sont         *
      * laissees telles quelles et listees avec leur motif dans      *
      * l'etat VOIES (formateur partage edition-etat), a l'usage des *
      * clercs de remediation. Codes retour : 0 rien a signaler,     *
      * 4 rues non analysables, 8 verrou refuse ou referentiel vide, *
      * 99 erreur fichier.                                           *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALISE-VOIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Le referentiel des types de voie, une ligne libelle;abrev.
           SELECT F-REFERENTIEL ASSIGN TO DYNAMIC WS-NOM-REFVOI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Piste d'audit des normalisations, accumulee de run en run.
           SELECT OPTIONAL F-AUDIT-VOIE ASSIGN TO DYNAMIC WS-NOM-AUDVOI
               FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
           FD F-REFERENTIEL.
           01 FS-LIGNE-REF PIC X(40).

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

           FD F-AUDIT-VOIE
               RECORD CONTAINS 85 CHARACTERS.
           01 FS-ENR-AUDIT-VOIE.
              05 FA-ID-CLIENT   PIC 9(10).
              05 FA-RUE-AVANT   PIC X(30).
              05 FA-RUE-APRES   PIC X(30).
              05 FA-HORODATAGE  PIC X(15).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-REFVOI    PIC X(30) VALUE "REFVOI".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-AUDVOI    PIC X(30) VALUE "AUDVOI".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-REFERENTIEL PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-AUDIT      PIC X(02).

           01 WS-FIN-REF       PIC X(01) VALUE "N".
              88 FIN-FICHIER-REF VALUE "O".
           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".

      * Le referentiel charge en table ; les debordements sont
      * comptes et signales, comme la table de CONTROLE-POSTAL.
           01 WS-NB-REF-MAX    PIC 9(04) VALUE 300.
           01 WS-NB-REF        PIC 9(04) VALUE 0.
           01 WS-NB-REF-DEBORDES PIC 9(04) VALUE 0.
           01 WS-TABLE-REF.
              05 WS-REF-ENTRY OCCURS 300 TIMES.
                 10 WS-REF-LIBELLE PIC X(20).
                 10 WS-REF-ABREV   PIC X(10).
           01 WS-CHAMP-LIBELLE PIC X(20).
           01 WS-CHAMP-ABREV   PIC X(10).

      * Analyse de la rue courante : decoupage en mots, reperage du
      * numero, du complement et du type, puis recomposition.
           01 WS-RUE-AVANT     PIC X(30).
           01 WS-RUE-MAJ       PIC X(30).
           01 WS-RUE-CANONIQUE PIC X(30).
           01 WS-ZONE-RECOMPOSEE PIC X(40).
           01 WS-POINTEUR      PIC 9(02).
           01 WS-NB-MOTS       PIC 9(02).
           01 WS-TABLE-MOTS.
              05 WS-MOT        PIC X(30) OCCURS 10 TIMES.
           01 WS-RANG-TYPE     PIC 9(02).
           01 WS-TYPE-LU       PIC X(30).
           01 WS-TYPE-CANONIQUE PIC X(10).
           01 WS-I             PIC 9(04).
           01 WS-K             PIC 9(02).
           01 WS-MOTIF         PIC X(30).
           01 WS-RUE-REFUSEE   PIC X(01).
              88 RUE-NON-ANALYSABLE VALUE "O".

      * Horodatage complet date+heure, comme la piste AUDTEL.
           01 WS-HORODATAGE    PIC X(15).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).

      * Jeton de mise a jour de F-CLIENT (sous-programme partage
      * verrou-client, fichier LCK001) : pris a l'ouverture, rendu a
      * la fermeture, battement en cours de passe.
           01 WS-DEMANDE-VERROU.
              05 WS-VR-FONCTION    PIC X(01).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "NORMALISE-VOIE".
              05 WS-VR-CODE-RETOUR PIC 9(02).

           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-PROGRAMME PIC X(20) VALUE "NORMALISE-VOIE".
              05 WS-JRN-ACTION    PIC X(05).
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "VOIES".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(12) VALUE "CLIENT".
              05 FILLER PIC X(32) VALUE "RUE".
              05 FILLER PIC X(30) VALUE "MOTIF".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-ID-CLIENT PIC 9(10).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-RUE       PIC X(30).
              05 FILLER          PIC X(02) VALUE SPACES.
              05 WS-LD-MOTIF     PIC X(30).

           01 WS-COMPTEURS.
              05 WS-NB-LUS         PIC 9(06) VALUE 0.
              05 WS-NB-CONFORMES   PIC 9(06) VALUE 0.
              05 WS-NB-NORMALISES  PIC 9(06) VALUE 0.
              05 WS-NB-NON-ANALYSABLES PIC 9(06) VALUE 0.
              05 WS-NB-ERREURS     PIC 9(06) VALUE 0.
           01 WS-AFF-COMPTEUR  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-REFERENTIEL.
           IF WS-NB-REF = 0
               DISPLAY "Referentiel REFVOI vide ou absent : "
                   "normalisation impossible."
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
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-AUDIT-VOIE.
           IF WS-FS-AUDIT NOT = "00" AND WS-FS-AUDIT NOT = "05"
               DISPLAY "Erreur ouverture AUDVOI. FILE STATUS: "
                   WS-FS-AUDIT
               CLOSE F-CLIENT
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "RUES NON ANALYSABLES AU " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               CLOSE F-CLIENT
               CLOSE F-AUDIT-VOIE
               PERFORM RENDRE-VERROU
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM LIRE-CLIENT.
           PERFORM NORMALISER-CLIENT UNTIL FIN-FICHIER-CLIENT.
           PERFORM EDITER-TOTAUX.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           CLOSE F-CLIENT.
           CLOSE F-AUDIT-VOIE.
           PERFORM RENDRE-VERROU.
           PERFORM AFFICHER-BILAN.
           EVALUATE TRUE
               WHEN WS-NB-ERREURS > 0
                   MOVE 99 TO RETURN-CODE
               WHEN WS-NB-NON-ANALYSABLES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       RENDRE-VERROU.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.

      ****************************************************************
      * Chargement du referentiel des types de voie en table         *
      ****************************************************************
       CHARGER-REFERENTIEL.
           OPEN INPUT F-REFERENTIEL.
           IF WS-FS-REFERENTIEL NOT = "00"
               SET FIN-FICHIER-REF TO TRUE
           ELSE
               PERFORM LIRE-LIGNE-REF
               PERFORM CHARGER-UNE-ENTREE UNTIL FIN-FICHIER-REF
               CLOSE F-REFERENTIEL
               DISPLAY WS-NB-REF " entrees chargees du referentiel "
                   "des types de voie."
           END-IF.
           IF WS-NB-REF-DEBORDES > 0
               DISPLAY "ATTENTION : " WS-NB-REF-DEBORDES " entrees "
                   "du referentiel au-dela de la table, ignorees."
           END-IF.

       LIRE-LIGNE-REF.
           READ F-REFERENTIEL
               AT END
                   SET FIN-FICHIER-REF TO TRUE
           END-READ.

       CHARGER-UNE-ENTREE.
           MOVE SPACES TO WS-CHAMP-LIBELLE WS-CHAMP-ABREV.
           UNSTRING FS-LIGNE-REF DELIMITED BY ";"
               INTO WS-CHAMP-LIBELLE WS-CHAMP-ABREV
           END-UNSTRING.
           IF WS-CHAMP-LIBELLE NOT = SPACES
               AND WS-CHAMP-ABREV NOT = SPACES
               IF WS-NB-REF < WS-NB-REF-MAX
                   ADD 1 TO WS-NB-REF
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CHAMP-LIBELLE))
                       TO WS-REF-LIBELLE (WS-NB-REF)
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CHAMP-ABREV))
                       TO WS-REF-ABREV (WS-NB-REF)
               ELSE
                   ADD 1 TO WS-NB-REF-DEBORDES
               END-IF
           END-IF.
           PERFORM LIRE-LIGNE-REF.

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
      * Normalisation de la rue du client courant                    *
      ****************************************************************
       NORMALISER-CLIENT.
           MOVE FS-RUE TO WS-RUE-AVANT.
           PERFORM CALCULER-FORME-CANONIQUE.
           EVALUATE TRUE
               WHEN RUE-NON-ANALYSABLE
                   ADD 1 TO WS-NB-NON-ANALYSABLES
                   PERFORM EDITER-RUE-REFUSEE
               WHEN WS-RUE-CANONIQUE = WS-RUE-AVANT
                   ADD 1 TO WS-NB-CONFORMES
               WHEN OTHER
                   MOVE FS-ENR-CLIENT TO WS-JRN-AVANT
                   MOVE WS-RUE-CANONIQUE TO FS-RUE
                   REWRITE FS-ENR-CLIENT
                   END-REWRITE
      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone, ce que WITH DUPLICATES autorise.
                   IF WS-FS-CLIENT NOT = "00"
                       AND WS-FS-CLIENT NOT = "02"
                       DISPLAY "Erreur reecriture F-CLIENT. "
                           "FILE STATUS: " WS-FS-CLIENT
                       ADD 1 TO WS-NB-ERREURS
                   ELSE
                       ADD 1 TO WS-NB-NORMALISES
                       PERFORM ECRIRE-AUDIT-VOIE
                       MOVE "MODIF" TO WS-JRN-ACTION
                       MOVE FS-ENR-CLIENT TO WS-JRN-APRES
                       CALL "journal-mouvement"
                           USING WS-DEMANDE-JOURNAL
                   END-IF
           END-EVALUATE.
           PERFORM LIRE-CLIENT.

      ****************************************************************
      * Calcul de la forme canonique : la rue mise en majuscules est *
      * decoupee en mots ; un premier mot commencant par un chiffre  *
      * est le numero, eventuellement suivi d'un complement ; le mot *
      * suivant doit etre un type de voie du referentiel, remplace   *
      * par son abreviation ; il doit rester au moins un mot de nom. *
      ****************************************************************
       CALCULER-FORME-CANONIQUE.
           MOVE "N" TO WS-RUE-REFUSEE.
           MOVE SPACES TO WS-MOTIF WS-RUE-CANONIQUE WS-TABLE-MOTS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUE-AVANT))
               TO WS-RUE-MAJ.
           INSPECT WS-RUE-MAJ REPLACING ALL "," BY SPACE.
           IF WS-RUE-MAJ = SPACES
               SET RUE-NON-ANALYSABLE TO TRUE
               MOVE "RUE VIDE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-RUE-MAJ) TO WS-RUE-MAJ.
           MOVE 0 TO WS-NB-MOTS.
           UNSTRING WS-RUE-MAJ DELIMITED BY ALL SPACE
               INTO WS-MOT (1) WS-MOT (2) WS-MOT (3) WS-MOT (4)
                   WS-MOT (5) WS-MOT (6) WS-MOT (7) WS-MOT (8)
                   WS-MOT (9) WS-MOT (10)
               TALLYING IN WS-NB-MOTS
               ON OVERFLOW
                   SET RUE-NON-ANALYSABLE TO TRUE
                   MOVE "TROP DE MOTS" TO WS-MOTIF
           END-UNSTRING.
           IF RUE-NON-ANALYSABLE
               EXIT PARAGRAPH
           END-IF.
      * Le numero et son complement eventuel.
           MOVE 1 TO WS-RANG-TYPE.
           IF WS-MOT (1) (1:1) IS NUMERIC
               MOVE 2 TO WS-RANG-TYPE
               IF WS-MOT (2) = "BIS" OR "TER" OR "QUATER"
                   OR "B" OR "T"
                   MOVE 3 TO WS-RANG-TYPE
               END-IF
           END-IF.
           IF WS-RANG-TYPE >= WS-NB-MOTS
               SET RUE-NON-ANALYSABLE TO TRUE
               MOVE "TYPE OU NOM DE VOIE ABSENT" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
      * Le type de voie, point d'abreviation retire.
           MOVE WS-MOT (WS-RANG-TYPE) TO WS-TYPE-LU.
           INSPECT WS-TYPE-LU REPLACING ALL "." BY SPACE.
           MOVE SPACES TO WS-TYPE-CANONIQUE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-REF
                   OR WS-TYPE-CANONIQUE NOT = SPACES
               IF WS-REF-LIBELLE (WS-I) = WS-TYPE-LU
                   OR WS-REF-ABREV (WS-I) = WS-TYPE-LU
                   MOVE WS-REF-ABREV (WS-I) TO WS-TYPE-CANONIQUE
               END-IF
           END-PERFORM.
           IF WS-TYPE-CANONIQUE = SPACES
               SET RUE-NON-ANALYSABLE TO TRUE
               STRING "TYPE INCONNU : " WS-TYPE-LU
                   DELIMITED BY SIZE INTO WS-MOTIF
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TYPE-CANONIQUE TO WS-MOT (WS-RANG-TYPE).
           PERFORM RECOMPOSER-RUE.

      * Les mots remis bout a bout, un espace entre deux ; une forme
      * qui ne tient plus dans les 30 caracteres est refusee.
       RECOMPOSER-RUE.
           MOVE SPACES TO WS-ZONE-RECOMPOSEE.
           MOVE 1 TO WS-POINTEUR.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-MOTS
               IF WS-K > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-ZONE-RECOMPOSEE
                       WITH POINTER WS-POINTEUR
                   END-STRING
               END-IF
               STRING WS-MOT (WS-K) DELIMITED BY SPACE
                   INTO WS-ZONE-RECOMPOSEE
                   WITH POINTER WS-POINTEUR
               END-STRING
           END-PERFORM.
           IF WS-POINTEUR > 31
               SET RUE-NON-ANALYSABLE TO TRUE
               MOVE "FORME CANONIQUE TROP LONGUE" TO WS-MOTIF
           ELSE
               MOVE WS-ZONE-RECOMPOSEE TO WS-RUE-CANONIQUE
           END-IF.

      ****************************************************************
      * Trace de la normalisation dans AUDVOI : avant, apres,        *
      * horodatage, comme la piste AUDTEL des telephones             *
      ****************************************************************
       ECRIRE-AUDIT-VOIE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-HORODATAGE
           END-STRING.
           MOVE FS-CLIENT-ID TO FA-ID-CLIENT.
           MOVE WS-RUE-AVANT TO FA-RUE-AVANT.
           MOVE WS-RUE-CANONIQUE TO FA-RUE-APRES.
           MOVE WS-HORODATAGE TO FA-HORODATAGE.
           WRITE FS-ENR-AUDIT-VOIE
           END-WRITE.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "Erreur ecriture AUDVOI. FILE STATUS: "
                   WS-FS-AUDIT
           END-IF.

      ****************************************************************
      * Etat VOIES : une ligne par rue laissee aux clercs            *
      ****************************************************************
       EDITER-RUE-REFUSEE.
           MOVE FS-CLIENT-ID TO WS-LD-ID-CLIENT.
           MOVE WS-RUE-AVANT TO WS-LD-RUE.
           MOVE WS-MOTIF TO WS-LD-MOTIF.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-TOTAUX.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-LUS TO WS-AFF-COMPTEUR.
           STRING "RUES EXAMINEES         : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-CONFORMES TO WS-AFF-COMPTEUR.
           STRING "DEJA CONFORMES         : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-NORMALISES TO WS-AFF-COMPTEUR.
           STRING "NORMALISEES (AUDVOI)   : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-NON-ANALYSABLES TO WS-AFF-COMPTEUR.
           STRING "NON ANALYSABLES        : " WS-AFF-COMPTEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

      ****************************************************************
      * Bilan de la passe de normalisation                           *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan de la normalisation des types de voie".
           DISPLAY "Enregistrements lus  (F-CLIENT) : " WS-NB-LUS.
           DISPLAY "Rues deja conformes             : "
               WS-NB-CONFORMES.
           DISPLAY "Rues normalisees     (AUDVOI)   : "
               WS-NB-NORMALISES.
           DISPLAY "Rues non analysables (VOIES)    : "
               WS-NB-NON-ANALYSABLES.
           DISPLAY "Erreurs de reecriture           : "
               WS-NB-ERREURS.
           IF WS-NB-LUS = WS-NB-CONFORMES + WS-NB-NORMALISES
               + WS-NB-NON-ANALYSABLES + WS-NB-ERREURS
               DISPLAY "Bilan OK : aucun enregistrement perdu."
           ELSE
               DISPLAY "ATTENTION : ecart dans le bilan !"
           END-IF.
           DISPLAY "----------------------------------------------".
