      ****************************************************************
      * Inspection d'un fichier client par l'exploitation : CLI-ID   *
      * et CLI-CODE-POSTAL etant en COMP-3, ni INP001, ni SNP001, ni *
      * les extraits OUT001, ni les archives de purge ne se lisent a *
      * l'oeil. Ce programme ouvre un fichier au format CLIENT       *
      * (indexe : INP001, SNP001 ; sequentiel : archives, TRI001)    *
      * ou au format F-SORTIE (OUT001, fichiers regionaux) et le     *
      * parcourt en avant, en arriere ou par identifiant, chaque     *
      * zone decodee et libellee, les zones condensees montrees      *
      * aussi en hexadecimal. L'entete (cle 0000000000), le trailer  *
      * (cle 9999999999) et la sentinelle HIGH-VALUES d'un extrait   *
      * sont reconnus et decodes comme tels ; toute zone condensee   *
      * portant un demi-octet invalide (chiffre hors 0-9, signe      *
      * hors C, D, F) est signalee. Lecture seule.                   *
      * Code retour : 0, 4 si une zone invalide a ete vue, 8 acces   *
      * refuse, 99 fichier inouvrable.                               *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECTE-FICHIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fichier indexe au format CLIENT, par sa seule cle primaire
      * (commune a INP001 et SNP001).
           SELECT F-INDEXE ASSIGN TO DYNAMIC WS-NOM-FICHIER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-CLIENT-ID
               FILE STATUS IS WS-FS-FICHIER.
           SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-FICHIER
               FILE STATUS IS WS-FS-FICHIER.
           SELECT F-EXTRAIT ASSIGN TO DYNAMIC WS-NOM-FICHIER
               FILE STATUS IS WS-FS-FICHIER.

       DATA DIVISION.
       FILE SECTION.
           FD F-INDEXE
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FX-ENR-CLIENT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==FX-CLIENT-ID==
                       ==CLI-PRENOM== BY ==FX-PRENOM==
                       ==CLI-NOM== BY ==FX-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==FX-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==FX-ADRESSE==
                       ==CLI-RUE== BY ==FX-RUE==
                       ==CLI-CODE-POSTAL== BY ==FX-CODE-POSTAL==
                       ==CLI-VILLE== BY ==FX-VILLE==
                       ==CLI-TELEPHONE== BY ==FX-TELEPHONE==
                       ==CLI-EMAIL== BY ==FX-EMAIL==
                       ==CLI-STATUT== BY ==FX-STATUT==.

           FD F-ARCHIVE
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FA-ENR-ARCHIVE PIC X(145).

           FD F-EXTRAIT
               RECORD CONTAINS 104 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FE-ENR-EXTRAIT PIC X(104).

       WORKING-STORAGE SECTION.
           01 WS-FS-FICHIER    PIC X(02).
           01 WS-NOM-FICHIER   PIC X(30).
      * Le nom choisi ou saisi est un nom logique : il suit le
      * prefixe du bac a sable.
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "N".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 0.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

      * Format du fichier inspecte.
           01 WS-FORMAT        PIC X(01).
              88 FORMAT-INDEXE   VALUE "1" "2".
              88 FORMAT-EXTRAIT  VALUE "3".
              88 FORMAT-ARCHIVE  VALUE "4".
              88 FORMAT-CONNU    VALUE "1" "2" "3" "4".

      * Commande de parcours : S suivant (defaut), P precedent,
      * C identifiant, D debut, Q fin.
           01 WS-COMMANDE      PIC X(01).
              88 CMD-SUIVANT   VALUE "S" " ".
              88 CMD-PRECEDENT VALUE "P".
              88 CMD-CLE       VALUE "C".
              88 CMD-DEBUT     VALUE "D".
              88 CMD-FIN       VALUE "Q".
           01 WS-FIN-INSPECTION PIC X(01) VALUE "N".
              88 FIN-INSPECTION VALUE "O".

      * Position courante : identifiant du dernier enregistrement
      * affiche (fichier indexe), rang dans le fichier (sequentiel).
           01 WS-POSITIONNE    PIC X(01) VALUE "N".
              88 POSITION-CONNUE VALUE "O".
           01 WS-CLE-COURANTE  PIC 9(10) VALUE 0.
           01 WS-RANG          PIC 9(07) VALUE 0.
           01 WS-RANG-VISE     PIC 9(07).
           01 WS-RANG-LU       PIC 9(07).
           01 WS-LU            PIC X(01).
              88 ENREGISTREMENT-LU VALUE "O".
           01 WS-FIN-FICHIER   PIC X(01).
              88 FIN-FICHIER   VALUE "O".
           01 WS-ID-DEMANDE    PIC 9(10).
           01 WS-ID-TROUVE     PIC X(01).
              88 ID-TROUVE     VALUE "O".

      * L'enregistrement courant, sous ses deux formats.
           01 WS-ENR-CLIENT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==IN-CLIENT-ID==
                       ==CLI-PRENOM== BY ==IN-PRENOM==
                       ==CLI-NOM== BY ==IN-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==IN-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==IN-ADRESSE==
                       ==CLI-RUE== BY ==IN-RUE==
                       ==CLI-CODE-POSTAL== BY ==IN-CODE-POSTAL==
                       ==CLI-VILLE== BY ==IN-VILLE==
                       ==CLI-TELEPHONE== BY ==IN-TELEPHONE==
                       ==CLI-EMAIL== BY ==IN-EMAIL==
                       ==CLI-STATUT== BY ==IN-STATUT==.
           01 WS-ENR-CLIENT-X REDEFINES WS-ENR-CLIENT PIC X(145).

      * Enregistrement de donnees d'un extrait, au format ecrit par
      * ECRIRE-SORTIE-CLIENT de FILE-EXAMPLE : identifiant en clair,
      * puis prenom, nom et adresse du copybook CLIENT.
           01 WS-ENR-EXTRAIT.
              05 EX-ID-X         PIC X(10).
              05 EX-ID REDEFINES EX-ID-X PIC 9(10).
              05 EX-PRENOM       PIC X(20).
              05 EX-NOM          PIC X(20).
              05 EX-RUE          PIC X(30).
              05 EX-CODE-POSTAL  PIC 9(05) COMP-3.
              05 EX-VILLE        PIC X(20).
              05 EX-CODE-MVT     PIC X(01).
      * Entete de run d'un extrait (cle 0000000000).
           01 WS-ENR-ENTETE REDEFINES WS-ENR-EXTRAIT.
              05 EN-CLE          PIC X(10).
              05 EN-DATE         PIC X(08).
              05 EN-SEQ          PIC X(04).
              05 EN-SOURCE       PIC X(06).
              05 EN-AGENCE       PIC X(02).
              05 FILLER          PIC X(74).
      * Trailer d'un extrait (cle 9999999999).
           01 WS-ENR-TRAILER REDEFINES WS-ENR-EXTRAIT.
              05 TR-CLE          PIC X(10).
              05 TR-NB           PIC X(10).
              05 TR-HASH         PIC X(10).
              05 TR-TRF-IN       PIC X(06).
              05 TR-TRF-OUT      PIC X(06).
              05 TR-MARQUE       PIC X(07).
              05 FILLER          PIC X(55).
           01 WS-ENR-EXTRAIT-X REDEFINES WS-ENR-EXTRAIT PIC X(104).

      * Controle et rendu hexadecimal d'une zone condensee (6 octets
      * au plus) : chaque octet porte deux chiffres, sauf le dernier
      * dont le demi-octet droit est le signe.
           01 WS-ZONE-CONDENSEE PIC X(06).
           01 WS-LG-CONDENSEE  PIC 9(01).
           01 WS-HEXA          PIC X(18).
           01 WS-CONDENSE-VALIDE PIC X(01).
              88 CONDENSE-VALIDE VALUE "O".
           01 WS-CHIFFRES-HEXA PIC X(16) VALUE "0123456789ABCDEF".
           01 WS-K             PIC 9(01).
           01 WS-VAL-OCTET     PIC 9(03).
           01 WS-DEMI-HAUT     PIC 9(02).
           01 WS-DEMI-BAS      PIC 9(02).
           01 WS-POS-HEXA      PIC 9(02).

           01 WS-AFF-ID        PIC 9(10).
           01 WS-AFF-CP        PIC 9(05).
           01 WS-LIBELLE-STATUT PIC X(10).
           01 WS-LIBELLE-MVT   PIC X(22).
           01 WS-NB-AFFICHES   PIC 9(07) VALUE 0.
           01 WS-NB-INVALIDES  PIC 9(07) VALUE 0.
           01 WS-ENR-INVALIDE  PIC X(01).
              88 ENREGISTREMENT-INVALIDE VALUE "O".

      * Habilitation : outil d'exploitation (sous-programme
      * connexion-operateur, session de la console ou connexion).
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "INSPECTE-FICHIER".
              05 WS-CO-OPTION      PIC X(02) VALUE "00".
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE "S" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR = 0
               MOVE "A" TO WS-CO-FONCTION
               CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION
           END-IF.
           IF WS-CO-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHOISIR-FICHIER.
           IF NOT FORMAT-CONNU
               DISPLAY "Format inconnu : " WS-FORMAT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OUVRIR-FICHIER.
           IF WS-FS-FICHIER NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-NOM-FICHIER)
                   ". FILE STATUS: " WS-FS-FICHIER
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Commandes : S suivant (defaut), P precedent, "
               "C identifiant, D debut, Q fin.".
           PERFORM TRAITER-COMMANDE UNTIL FIN-INSPECTION.
           PERFORM FERMER-FICHIER.
           DISPLAY "----------------------------------------------".
           DISPLAY "Enregistrements affiches        : " WS-NB-AFFICHES.
           DISPLAY "Dont zones condensees invalides : "
               WS-NB-INVALIDES.
           IF WS-NB-INVALIDES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      * Choix du fichier : les deux fichiers indexes par leur nom,   *
      * les fichiers sequentiels par leur format et leur nom         *
      ****************************************************************
       CHOISIR-FICHIER.
           DISPLAY "Fichier a inspecter :".
           DISPLAY "  1 INP001 (fichier client)".
           DISPLAY "  2 SNP001 (instantane de la veille)".
           DISPLAY "  3 extrait au format F-SORTIE (OUT001, regions)".
           DISPLAY "  4 sequentiel au format CLIENT (archive, TRI001)".
           DISPLAY "Choix : " WITH NO ADVANCING.
           ACCEPT WS-FORMAT.
           EVALUATE WS-FORMAT
               WHEN "1"
                   MOVE "INP001" TO WS-NOM-FICHIER
               WHEN "2"
                   MOVE "SNP001" TO WS-NOM-FICHIER
               WHEN "3"
                   DISPLAY "Nom du fichier (vide = OUT001) : "
                       WITH NO ADVANCING
                   ACCEPT WS-NOM-FICHIER
                   IF WS-NOM-FICHIER = SPACES
                       MOVE "OUT001" TO WS-NOM-FICHIER
                   END-IF
               WHEN "4"
                   DISPLAY "Nom du fichier : " WITH NO ADVANCING
                   ACCEPT WS-NOM-FICHIER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-NOM-FICHIER TO WS-BS-NOM.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-BS-NOM TO WS-NOM-FICHIER.

       OUVRIR-FICHIER.
           EVALUATE TRUE
               WHEN FORMAT-INDEXE
                   OPEN INPUT F-INDEXE
               WHEN FORMAT-EXTRAIT
                   OPEN INPUT F-EXTRAIT
               WHEN FORMAT-ARCHIVE
                   OPEN INPUT F-ARCHIVE
           END-EVALUATE.
           MOVE 0 TO WS-RANG.
           MOVE "N" TO WS-FIN-FICHIER.

       FERMER-FICHIER.
           EVALUATE TRUE
               WHEN FORMAT-INDEXE
                   CLOSE F-INDEXE
               WHEN FORMAT-EXTRAIT
                   CLOSE F-EXTRAIT
               WHEN FORMAT-ARCHIVE
                   CLOSE F-ARCHIVE
           END-EVALUATE.

      ****************************************************************
      * Une commande de parcours, puis l'affichage de l'enregistre-  *
      * ment atteint                                                 *
      ****************************************************************
       TRAITER-COMMANDE.
           DISPLAY "Commande (S/P/C/D/Q) : " WITH NO ADVANCING.
           ACCEPT WS-COMMANDE.
           MOVE FUNCTION UPPER-CASE(WS-COMMANDE) TO WS-COMMANDE.
           MOVE "N" TO WS-LU.
           EVALUATE TRUE
               WHEN CMD-FIN
                   SET FIN-INSPECTION TO TRUE
                   EXIT PARAGRAPH
               WHEN CMD-SUIVANT AND FORMAT-INDEXE
                   PERFORM SUIVANT-INDEXE
               WHEN CMD-SUIVANT
                   PERFORM SUIVANT-SEQUENTIEL
               WHEN CMD-PRECEDENT AND FORMAT-INDEXE
                   PERFORM PRECEDENT-INDEXE
               WHEN CMD-PRECEDENT
                   PERFORM PRECEDENT-SEQUENTIEL
               WHEN CMD-DEBUT AND FORMAT-INDEXE
                   MOVE "N" TO WS-POSITIONNE
                   PERFORM SUIVANT-INDEXE
               WHEN CMD-DEBUT
                   MOVE 1 TO WS-RANG-VISE
                   PERFORM REPOSITIONNER-SEQUENTIEL
               WHEN CMD-CLE
                   DISPLAY "Identifiant : " WITH NO ADVANCING
                   ACCEPT WS-ID-DEMANDE
                   IF FORMAT-INDEXE
                       PERFORM CHERCHER-INDEXE
                   ELSE
                       PERFORM CHERCHER-SEQUENTIEL
                   END-IF
               WHEN OTHER
                   DISPLAY "Commande inconnue : " WS-COMMANDE
           END-EVALUATE.
           IF ENREGISTREMENT-LU
               PERFORM AFFICHER-ENREGISTREMENT
           END-IF.

      ****************************************************************
      * Parcours d'un fichier indexe : chaque deplacement repart de  *
      * l'identifiant courant (START), ce qui permet de changer de   *
      * sens a tout moment                                           *
      ****************************************************************
       SUIVANT-INDEXE.
           IF POSITION-CONNUE
               MOVE WS-CLE-COURANTE TO FX-CLIENT-ID
               START F-INDEXE KEY IS GREATER THAN FX-CLIENT-ID
                   INVALID KEY
                       DISPLAY "Fin de fichier."
                       EXIT PARAGRAPH
               END-START
           ELSE
               MOVE 0 TO FX-CLIENT-ID
               START F-INDEXE KEY IS NOT LESS THAN FX-CLIENT-ID
                   INVALID KEY
                       DISPLAY "Fichier vide."
                       EXIT PARAGRAPH
               END-START
           END-IF.
           READ F-INDEXE NEXT RECORD
               AT END
                   DISPLAY "Fin de fichier."
               NOT AT END
                   PERFORM RETENIR-ENR-INDEXE
           END-READ.

       PRECEDENT-INDEXE.
           IF NOT POSITION-CONNUE
               DISPLAY "Debut de fichier."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLE-COURANTE TO FX-CLIENT-ID.
           START F-INDEXE KEY IS LESS THAN FX-CLIENT-ID
               INVALID KEY
                   DISPLAY "Debut de fichier."
                   EXIT PARAGRAPH
           END-START.
           READ F-INDEXE PREVIOUS RECORD
               AT END
                   DISPLAY "Debut de fichier."
               NOT AT END
                   PERFORM RETENIR-ENR-INDEXE
           END-READ.

       CHERCHER-INDEXE.
           MOVE WS-ID-DEMANDE TO FX-CLIENT-ID.
           READ F-INDEXE
               KEY IS FX-CLIENT-ID
               INVALID KEY
                   DISPLAY "Identifiant " WS-ID-DEMANDE
                       " absent de " FUNCTION TRIM(WS-NOM-FICHIER) "."
               NOT INVALID KEY
                   PERFORM RETENIR-ENR-INDEXE
           END-READ.

       RETENIR-ENR-INDEXE.
           MOVE FX-ENR-CLIENT TO WS-ENR-CLIENT.
           MOVE FX-CLIENT-ID TO WS-CLE-COURANTE.
           SET POSITION-CONNUE TO TRUE.
           SET ENREGISTREMENT-LU TO TRUE.

      ****************************************************************
      * Parcours d'un fichier sequentiel : en avant par lecture, en  *
      * arriere par relecture depuis le debut jusqu'au rang vise     *
      ****************************************************************
       SUIVANT-SEQUENTIEL.
           IF FIN-FICHIER
               DISPLAY "Fin de fichier."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-SEQUENTIEL.
           IF FIN-FICHIER
               DISPLAY "Fin de fichier."
           ELSE
               ADD 1 TO WS-RANG
               SET ENREGISTREMENT-LU TO TRUE
           END-IF.

       PRECEDENT-SEQUENTIEL.
           IF WS-RANG < 2
               DISPLAY "Debut de fichier."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RANG-VISE = WS-RANG - 1.
           PERFORM REPOSITIONNER-SEQUENTIEL.

       REPOSITIONNER-SEQUENTIEL.
           PERFORM FERMER-FICHIER.
           PERFORM OUVRIR-FICHIER.
           IF WS-FS-FICHIER NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-NOM-FICHIER)
                   ". FILE STATUS: " WS-FS-FICHIER
               SET FIN-INSPECTION TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUIVANT-SEQUENTIEL-MUET
               UNTIL WS-RANG = WS-RANG-VISE OR FIN-FICHIER.
           IF WS-RANG = WS-RANG-VISE AND WS-RANG > 0
               SET ENREGISTREMENT-LU TO TRUE
           ELSE
               DISPLAY "Fichier vide."
           END-IF.

       SUIVANT-SEQUENTIEL-MUET.
           PERFORM LIRE-SEQUENTIEL.
           IF NOT FIN-FICHIER
               ADD 1 TO WS-RANG
           END-IF.

      * Recherche par identifiant : balayage depuis le debut ; a
      * defaut, retour sur l'enregistrement courant.
       CHERCHER-SEQUENTIEL.
           MOVE WS-RANG TO WS-RANG-LU.
           PERFORM FERMER-FICHIER.
           PERFORM OUVRIR-FICHIER.
           IF WS-FS-FICHIER NOT = "00"
               DISPLAY "Erreur ouverture " FUNCTION TRIM(WS-NOM-FICHIER)
                   ". FILE STATUS: " WS-FS-FICHIER
               SET FIN-INSPECTION TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ID-TROUVE.
           PERFORM EXAMINER-IDENTIFIANT
               UNTIL ID-TROUVE OR FIN-FICHIER.
           IF ID-TROUVE
               SET ENREGISTREMENT-LU TO TRUE
           ELSE
               DISPLAY "Identifiant " WS-ID-DEMANDE
                   " absent de " FUNCTION TRIM(WS-NOM-FICHIER) "."
               IF WS-RANG-LU > 0
                   MOVE WS-RANG-LU TO WS-RANG-VISE
                   PERFORM REPOSITIONNER-SEQUENTIEL
                   MOVE "N" TO WS-LU
               ELSE
                   PERFORM FERMER-FICHIER
                   PERFORM OUVRIR-FICHIER
               END-IF
           END-IF.

       EXAMINER-IDENTIFIANT.
           PERFORM SUIVANT-SEQUENTIEL-MUET.
           IF FIN-FICHIER
               EXIT PARAGRAPH
           END-IF.
           IF FORMAT-EXTRAIT
               IF EX-ID-X IS NUMERIC AND EX-ID = WS-ID-DEMANDE
                   SET ID-TROUVE TO TRUE
               END-IF
           ELSE
               MOVE WS-ENR-CLIENT-X (1:6) TO WS-ZONE-CONDENSEE
               MOVE 6 TO WS-LG-CONDENSEE
               PERFORM CONTROLER-CONDENSE
               IF CONDENSE-VALIDE AND IN-CLIENT-ID = WS-ID-DEMANDE
                   SET ID-TROUVE TO TRUE
               END-IF
           END-IF.

       LIRE-SEQUENTIEL.
           IF FORMAT-EXTRAIT
               READ F-EXTRAIT INTO WS-ENR-EXTRAIT
                   AT END
                       SET FIN-FICHIER TO TRUE
               END-READ
           ELSE
               READ F-ARCHIVE INTO WS-ENR-CLIENT
                   AT END
                       SET FIN-FICHIER TO TRUE
               END-READ
           END-IF.

      ****************************************************************
      * Affichage de l'enregistrement courant, zone par zone         *
      ****************************************************************
       AFFICHER-ENREGISTREMENT.
           ADD 1 TO WS-NB-AFFICHES.
           MOVE "N" TO WS-ENR-INVALIDE.
           DISPLAY "----------------------------------------------".
           IF FORMAT-INDEXE
               DISPLAY FUNCTION TRIM(WS-NOM-FICHIER)
                   " - enregistrement client"
           ELSE
               DISPLAY FUNCTION TRIM(WS-NOM-FICHIER)
                   " - enregistrement " WS-RANG
           END-IF.
           IF FORMAT-EXTRAIT
               PERFORM AFFICHER-EXTRAIT
           ELSE
               PERFORM AFFICHER-CLIENT
           END-IF.
           IF ENREGISTREMENT-INVALIDE
               ADD 1 TO WS-NB-INVALIDES
               DISPLAY "*** ZONE CONDENSEE INVALIDE ***"
           END-IF.

       AFFICHER-CLIENT.
           IF WS-ENR-CLIENT-X = HIGH-VALUES
               DISPLAY "Sentinelle de fin de fichier (HIGH-VALUES)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENR-CLIENT-X (1:6) TO WS-ZONE-CONDENSEE.
           MOVE 6 TO WS-LG-CONDENSEE.
           PERFORM CONTROLER-CONDENSE.
           IF CONDENSE-VALIDE
               MOVE IN-CLIENT-ID TO WS-AFF-ID
               DISPLAY "Identifiant   : " WS-AFF-ID
                   "  [" FUNCTION TRIM(WS-HEXA) "]"
           ELSE
               DISPLAY "Identifiant   : INVALIDE"
                   "  [" FUNCTION TRIM(WS-HEXA) "]"
           END-IF.
           DISPLAY "Prenom        : " IN-PRENOM.
           DISPLAY "Nom           : " IN-NOM.
           DISPLAY "Rue           : " IN-RUE.
           MOVE WS-ENR-CLIENT-X (77:3) TO WS-ZONE-CONDENSEE.
           MOVE 3 TO WS-LG-CONDENSEE.
           PERFORM CONTROLER-CONDENSE.
           IF CONDENSE-VALIDE
               MOVE IN-CODE-POSTAL TO WS-AFF-CP
               DISPLAY "Code postal   : " WS-AFF-CP
                   "  [" FUNCTION TRIM(WS-HEXA) "]"
           ELSE
               DISPLAY "Code postal   : INVALIDE"
                   "  [" FUNCTION TRIM(WS-HEXA) "]"
           END-IF.
           DISPLAY "Ville         : " IN-VILLE.
           DISPLAY "Telephone     : " IN-TELEPHONE.
           DISPLAY "Email         : " IN-EMAIL.
           EVALUATE TRUE
               WHEN IN-STATUT = "A"
                   MOVE "actif" TO WS-LIBELLE-STATUT
               WHEN IN-STATUT = "I"
                   MOVE "inactif" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE "inconnu" TO WS-LIBELLE-STATUT
           END-EVALUATE.
           DISPLAY "Statut        : " IN-STATUT " ("
               FUNCTION TRIM(WS-LIBELLE-STATUT) ")".

       AFFICHER-EXTRAIT.
           EVALUATE TRUE
               WHEN WS-ENR-EXTRAIT-X = HIGH-VALUES
                   DISPLAY "Sentinelle de fin de fichier "
                       "(HIGH-VALUES)."
               WHEN EX-ID-X = "0000000000"
                   PERFORM AFFICHER-ENTETE
               WHEN EX-ID-X = "9999999999"
                   PERFORM AFFICHER-TRAILER
               WHEN OTHER
                   PERFORM AFFICHER-DONNEES-EXTRAIT
           END-EVALUATE.

       AFFICHER-ENTETE.
           DISPLAY "Entete de run (cle 0000000000)".
           DISPLAY "Date du run   : " EN-DATE.
           DISPLAY "Numero de run : " EN-SEQ.
           DISPLAY "Source        : " EN-SOURCE.
           DISPLAY "Agence        : " EN-AGENCE.

       AFFICHER-TRAILER.
           DISPLAY "Trailer (cle 9999999999)".
           DISPLAY "Nombre d'enregistrements : " TR-NB.
           DISPLAY "Total de controle        : " TR-HASH.
           DISPLAY "Transferts entrants      : " TR-TRF-IN.
           DISPLAY "Transferts sortants      : " TR-TRF-OUT.
           IF TR-MARQUE = SPACES
               DISPLAY "Marque                   : (aucune)"
           ELSE
               DISPLAY "Marque                   : " TR-MARQUE
           END-IF.

       AFFICHER-DONNEES-EXTRAIT.
           IF EX-ID-X IS NUMERIC
               DISPLAY "Identifiant   : " EX-ID
           ELSE
               DISPLAY "Identifiant   : NON NUMERIQUE '" EX-ID-X "'"
           END-IF.
           DISPLAY "Prenom        : " EX-PRENOM.
           DISPLAY "Nom           : " EX-NOM.
           DISPLAY "Rue           : " EX-RUE.
           MOVE WS-ENR-EXTRAIT-X (81:3) TO WS-ZONE-CONDENSEE.
           MOVE 3 TO WS-LG-CONDENSEE.
           PERFORM CONTROLER-CONDENSE.
           IF CONDENSE-VALIDE
               MOVE EX-CODE-POSTAL TO WS-AFF-CP
               DISPLAY "Code postal   : " WS-AFF-CP
                   "  [" FUNCTION TRIM(WS-HEXA) "]"
           ELSE
               DISPLAY "Code postal   : INVALIDE"
                   "  [" FUNCTION TRIM(WS-HEXA) "]"
           END-IF.
           DISPLAY "Ville         : " EX-VILLE.
           EVALUATE EX-CODE-MVT
               WHEN SPACE
                   MOVE "extraction complete" TO WS-LIBELLE-MVT
               WHEN "A"
                   MOVE "ajout" TO WS-LIBELLE-MVT
               WHEN "M"
                   MOVE "modification" TO WS-LIBELLE-MVT
               WHEN "S"
                   MOVE "suppression" TO WS-LIBELLE-MVT
               WHEN OTHER
                   MOVE "code inconnu" TO WS-LIBELLE-MVT
           END-EVALUATE.
           DISPLAY "Mouvement     : " EX-CODE-MVT " ("
               FUNCTION TRIM(WS-LIBELLE-MVT) ")".

      ****************************************************************
      * Controle d'une zone condensee de WS-LG-CONDENSEE octets :    *
      * rendu hexadecimal dans WS-HEXA, CONDENSE-VALIDE si chaque    *
      * demi-octet de chiffre vaut 0-9 et le signe C, D ou F. Une    *
      * zone invalide marque l'enregistrement courant.               *
      ****************************************************************
       CONTROLER-CONDENSE.
           MOVE SPACES TO WS-HEXA.
           MOVE "O" TO WS-CONDENSE-VALIDE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-LG-CONDENSEE
               COMPUTE WS-VAL-OCTET =
                   FUNCTION ORD(WS-ZONE-CONDENSEE (WS-K:1)) - 1
               COMPUTE WS-DEMI-HAUT = WS-VAL-OCTET / 16
               COMPUTE WS-DEMI-BAS =
                   WS-VAL-OCTET - WS-DEMI-HAUT * 16
               COMPUTE WS-POS-HEXA = (WS-K - 1) * 3 + 1
               MOVE WS-CHIFFRES-HEXA (WS-DEMI-HAUT + 1:1)
                   TO WS-HEXA (WS-POS-HEXA:1)
               MOVE WS-CHIFFRES-HEXA (WS-DEMI-BAS + 1:1)
                   TO WS-HEXA (WS-POS-HEXA + 1:1)
               IF WS-DEMI-HAUT > 9
                   MOVE "N" TO WS-CONDENSE-VALIDE
               END-IF
               IF WS-K < WS-LG-CONDENSEE
                   IF WS-DEMI-BAS > 9
                       MOVE "N" TO WS-CONDENSE-VALIDE
                   END-IF
               ELSE
                   IF WS-DEMI-BAS NOT = 12 AND WS-DEMI-BAS NOT = 13
                       AND WS-DEMI-BAS NOT = 15
                       MOVE "N" TO WS-CONDENSE-VALIDE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CONDENSE-VALIDE
               MOVE "O" TO WS-ENR-INVALIDE
           END-IF.
