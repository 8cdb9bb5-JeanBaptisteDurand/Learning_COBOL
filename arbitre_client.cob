       IDENTIFICATION DIVISION.
       PROGRAM-ID. arbitre-client.

      * Arbitrage des mises a jour entrantes sur une fiche existante
      * de F-CLIENT, dans le style sous-programme de valide-client :
      * trois canaux reecrivent les fiches (le chargeur web, la
      * synchronisation retour depuis la base, les corrections du
      * CRM) et le dernier ecrivain gagnait, si bien qu'une valeur
      * de base plus ancienne ecrasait une mise a jour web toute
      * fraiche. Chaque champ propose (nom, prenom, adresse,
      * telephone, email, statut) est confronte au dernier mouvement
      * de MVT001 qui a change ce champ pour ce client :
      *   - la source n'a pas le droit d'ecrire le champ (rang 0
      *     dans PRIARB) : champ ecarte, motif ARB01 ;
      *   - aucun mouvement anterieur sur le champ, ou donnee
      *     entrante au moins aussi recente que ce mouvement :
      *     champ retenu ;
      *   - donnee entrante plus ancienne : retenue seulement si la
      *     source entrante a un rang strictement superieur a celui
      *     de l'auteur du mouvement, sinon ecartee, motif ARB02.
      * Le referentiel de preseance PRIARB est un fichier texte,
      * une ligne CHAMP;SOURCE;RANG par couple (rang 0 a 9, 0 =
      * ecriture interdite) ; un couple absent vaut le rang 5. Les
      * sources sont WEB (CHARGE-CLIENTS), DB2 (SYNC-RETOUR), CRM
      * (CHARGE-CRM) et INT pour tout autre programme de la suite
      * (maintenance, reparations, normalisations). Chaque champ
      * ecarte est garde dans le rapport ARB001, avec les deux
      * valeurs et les deux horodatages, au lieu d'etre perdu sans
      * bruit. Zone d'echange : copybook ARBCLI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-REGLES ASSIGN TO DYNAMIC WS-NOM-PRIARB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGLES.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.
           SELECT OPTIONAL F-RAPPORT ASSIGN TO DYNAMIC WS-NOM-ARB001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.
       FD F-REGLES.
       01 FS-LIGNE-REGLE PIC X(40).

      * Le decoupage de journal-mouvement.
       FD F-MOUVEMENTS
           RECORD CONTAINS 344 CHARACTERS.
       01 FS-ENR-MOUVEMENT.
           05 FM-HORODATAGE  PIC X(15).
           05 FM-PROGRAMME   PIC X(20).
           05 FM-ID-CLIENT   PIC 9(10).
           05 FM-ACTION      PIC X(05).
           05 FM-AVANT       PIC X(145).
           05 FM-APRES       PIC X(145).
           05 FM-OPERATEUR   PIC X(03).
           05 FM-ORIGINE     PIC X(01).

       FD F-RAPPORT.
       01 FS-LIGNE-RAPPORT PIC X(218).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-PRIARB    PIC X(30) VALUE "PRIARB".
           05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
           05 WS-NOM-ARB001    PIC X(30) VALUE "ARB001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-REGLES      PIC X(02).
       01 WS-FS-MOUVEMENTS  PIC X(02).
       01 WS-FS-RAPPORT     PIC X(02).
       01 WS-RAPPORT-OUVERT PIC X(01) VALUE "N".
          88 F-RAPPORT-OUVERT VALUE "O".
       01 WS-FIN-FICHIER    PIC X(01).
          88 FIN-FICHIER VALUE "O".

      * Champs arbitres : code, position et longueur dans l'image
      * de 145 octets du copybook CLIENT. L'adresse (rue, code postal
      * et ville) s'arbitre d'un bloc : une moitie d'adresse d'une
      * source et l'autre moitie d'une autre ne designent plus rien.
       01 WS-CHAMPS-VALEURS.
           05 FILLER PIC X(10) VALUE "NOM".
           05 FILLER PIC 9(03) VALUE 027.
           05 FILLER PIC 9(03) VALUE 020.
           05 FILLER PIC X(10) VALUE "PRENOM".
           05 FILLER PIC 9(03) VALUE 007.
           05 FILLER PIC 9(03) VALUE 020.
           05 FILLER PIC X(10) VALUE "ADRESSE".
           05 FILLER PIC 9(03) VALUE 047.
           05 FILLER PIC 9(03) VALUE 053.
           05 FILLER PIC X(10) VALUE "TELEPHONE".
           05 FILLER PIC 9(03) VALUE 100.
           05 FILLER PIC 9(03) VALUE 015.
           05 FILLER PIC X(10) VALUE "EMAIL".
           05 FILLER PIC 9(03) VALUE 115.
           05 FILLER PIC 9(03) VALUE 030.
           05 FILLER PIC X(10) VALUE "STATUT".
           05 FILLER PIC 9(03) VALUE 145.
           05 FILLER PIC 9(03) VALUE 001.
       01 WS-CHAMPS REDEFINES WS-CHAMPS-VALEURS.
           05 WS-CHAMP OCCURS 6 TIMES.
               10 WS-CH-CODE     PIC X(10).
               10 WS-CH-POSITION PIC 9(03).
               10 WS-CH-LONGUEUR PIC 9(03).
       01 WS-NB-CHAMPS PIC 9(02) VALUE 6.

      * Dernier mouvement connu sur chaque champ pour le client en
      * cours : horodatage et source de son auteur.
       01 WS-DERNIERS-MOUVEMENTS.
           05 WS-DERNIER OCCURS 6 TIMES.
               10 WS-DER-HORODATAGE PIC X(14).
               10 WS-DER-SOURCE     PIC X(03).
       01 WS-CHAMPS-PROPOSES.
           05 WS-CHAMP-PROPOSE PIC X(01) OCCURS 6 TIMES.

      * Programmes emetteurs des canaux entrants et leur source ;
      * tout autre programme de MVT001 est une source interne.
       01 WS-CANAUX-VALEURS.
           05 FILLER PIC X(20) VALUE "CHARGE-CLIENTS".
           05 FILLER PIC X(03) VALUE "WEB".
           05 FILLER PIC X(20) VALUE "SYNC-RETOUR".
           05 FILLER PIC X(03) VALUE "DB2".
           05 FILLER PIC X(20) VALUE "CHARGE-CRM".
           05 FILLER PIC X(03) VALUE "CRM".
       01 WS-CANAUX REDEFINES WS-CANAUX-VALEURS.
           05 WS-CANAL OCCURS 3 TIMES.
               10 WS-CAN-PROGRAMME PIC X(20).
               10 WS-CAN-SOURCE    PIC X(03).
       01 WS-SOURCE-MOUVEMENT PIC X(03).

      * Referentiel de preseance PRIARB, charge au premier appel et
      * garde pour les suivants (la WORKING-STORAGE d'un
      * sous-programme persiste d'un CALL a l'autre).
       01 WS-REGLES-CHARGEES PIC X(01) VALUE "N".
          88 REGLES-CHARGEES VALUE "O".
       01 WS-NB-REGLES     PIC 9(03) VALUE 0.
       01 WS-NB-REGLES-MAX PIC 9(03) VALUE 50.
       01 WS-NB-REGLES-IGNOREES PIC 9(03) VALUE 0.
       01 WS-REGLES.
           05 WS-REGLE OCCURS 50 TIMES.
               10 WS-RG-CHAMP  PIC X(10).
               10 WS-RG-SOURCE PIC X(03).
               10 WS-RG-RANG   PIC 9(01).
       01 WS-RANG-DEFAUT   PIC 9(01) VALUE 5.
       01 WS-ZONE-CHAMP    PIC X(10).
       01 WS-ZONE-SOURCE   PIC X(10).
       01 WS-ZONE-RANG     PIC X(10).

      * Recherche d'un rang : champ et source demandes, rang rendu.
       01 WS-RECH-CHAMP    PIC X(10).
       01 WS-RECH-SOURCE   PIC X(03).
       01 WS-RANG-TROUVE   PIC 9(01).
       01 WS-RANG-ENTRANT  PIC 9(01).
       01 WS-RANG-DERNIER  PIC 9(01).

       01 WS-I             PIC 9(02).
       01 WS-J             PIC 9(03).
       01 WS-POS           PIC 9(03).
       01 WS-LG            PIC 9(03).
       01 WS-MOTIF         PIC X(05).
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).
       01 WS-HORODATAGE-ARBITRAGE PIC X(14).

      * Les deux fiches sous la structure du copybook, pour
      * l'identifiant et pour rendre une adresse lisible (le code
      * postal y est en COMP-3).
       01 WS-FICHE-ACTUELLE.
           COPY CLIENT
               REPLACING ==CLI-ID== BY ==AC-ID==
                   ==CLI-PRENOM== BY ==AC-PRENOM==
                   ==CLI-NOM== BY ==AC-NOM==
                   ==CLI-ADRESSE-FLAT== BY ==AC-ADRESSE-FLAT==
                   ==CLI-ADRESSE== BY ==AC-ADRESSE==
                   ==CLI-RUE== BY ==AC-RUE==
                   ==CLI-CODE-POSTAL== BY ==AC-CODE-POSTAL==
                   ==CLI-VILLE== BY ==AC-VILLE==
                   ==CLI-TELEPHONE== BY ==AC-TELEPHONE==
                   ==CLI-EMAIL== BY ==AC-EMAIL==
                   ==CLI-STATUT== BY ==AC-STATUT==.
       01 WS-FICHE-PROPOSEE.
           COPY CLIENT
               REPLACING ==CLI-ID== BY ==PR-ID==
                   ==CLI-PRENOM== BY ==PR-PRENOM==
                   ==CLI-NOM== BY ==PR-NOM==
                   ==CLI-ADRESSE-FLAT== BY ==PR-ADRESSE-FLAT==
                   ==CLI-ADRESSE== BY ==PR-ADRESSE==
                   ==CLI-RUE== BY ==PR-RUE==
                   ==CLI-CODE-POSTAL== BY ==PR-CODE-POSTAL==
                   ==CLI-VILLE== BY ==PR-VILLE==
                   ==CLI-TELEPHONE== BY ==PR-TELEPHONE==
                   ==CLI-EMAIL== BY ==PR-EMAIL==
                   ==CLI-STATUT== BY ==PR-STATUT==.
       01 WS-CODE-POSTAL-EDIT PIC 9(05).

      * Ligne du rapport ARB001 : un champ ecarte par ligne.
       01 WS-LIGNE-RAPPORT.
           05 WS-RA-HORODATAGE     PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-SOURCE         PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-PROGRAMME      PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-LOT            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-ID-CLIENT      PIC 9(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-CHAMP          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-MOTIF          PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-HORO-ENTRANT   PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-HORO-DERNIER   PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-SOURCE-DERNIER PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-RANG-ENTRANT   PIC 9(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-RANG-DERNIER   PIC 9(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-VALEUR-ECARTEE PIC X(45).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-RA-VALEUR-GARDEE  PIC X(45).
       01 WS-VALEUR-LISIBLE PIC X(60).

       LINKAGE SECTION.
       01 AR-DEMANDE.
           COPY ARBCLI.

       PROCEDURE DIVISION USING AR-DEMANDE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO AR-CODE-RETOUR
               GOBACK
           END-IF.
           MOVE 0 TO AR-NB-PROPOSES AR-NB-RETENUS AR-NB-ECARTES
               AR-CODE-RETOUR.
           IF NOT REGLES-CHARGEES
               PERFORM CHARGER-REGLES
           END-IF.
           MOVE AR-ACTUELLE TO WS-FICHE-ACTUELLE.
           PERFORM REPERER-CHAMP-PROPOSE
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CHAMPS.
           IF AR-NB-PROPOSES = 0
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-HORODATAGE-ARBITRAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-HORODATAGE-ARBITRAGE
           END-STRING.
           PERFORM RELEVER-DERNIERS-MOUVEMENTS.
           IF AR-CODE-RETOUR NOT = 0
               MOVE AR-ACTUELLE TO AR-PROPOSEE
               MOVE 0 TO AR-NB-RETENUS
               GOBACK
           END-IF.
           PERFORM ARBITRER-UN-CHAMP
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CHAMPS.
           IF F-RAPPORT-OUVERT
               CLOSE F-RAPPORT
               MOVE "N" TO WS-RAPPORT-OUVERT
           END-IF.
      * Un champ ecarte qui n'a pu etre garde au rapport ne doit pas
      * disparaitre : la fiche reste alors telle quelle.
           IF AR-CODE-RETOUR NOT = 0
               MOVE AR-ACTUELLE TO AR-PROPOSEE
               MOVE 0 TO AR-NB-RETENUS
           END-IF.
           GOBACK.

      ****************************************************************
      * Referentiel PRIARB : lignes CHAMP;SOURCE;RANG a champ connu  *
      * et rang numerique, les autres sont ignorees                  *
      ****************************************************************
       CHARGER-REGLES.
           SET REGLES-CHARGEES TO TRUE.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-REGLES.
           IF WS-FS-REGLES NOT = "00"
               DISPLAY "PRIARB absent : toutes les sources au rang "
                   WS-RANG-DEFAUT "."
               CLOSE F-REGLES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-REGLE UNTIL FIN-FICHIER.
           CLOSE F-REGLES.
           IF WS-NB-REGLES-IGNOREES > 0
               DISPLAY "PRIARB : " WS-NB-REGLES-IGNOREES
                   " ligne(s) ignoree(s) (illisibles ou au-dela de "
                   WS-NB-REGLES-MAX " regles)."
           END-IF.

       LIRE-REGLE.
           READ F-REGLES
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER OR FS-LIGNE-REGLE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ZONE-CHAMP WS-ZONE-SOURCE WS-ZONE-RANG.
           UNSTRING FS-LIGNE-REGLE DELIMITED BY ";"
               INTO WS-ZONE-CHAMP WS-ZONE-SOURCE WS-ZONE-RANG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE (WS-ZONE-CHAMP) TO WS-ZONE-CHAMP.
           MOVE FUNCTION UPPER-CASE (WS-ZONE-SOURCE)
               TO WS-ZONE-SOURCE.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-CHAMPS
               IF WS-CH-CODE (WS-J) = WS-ZONE-CHAMP
                   MOVE WS-J TO WS-I
               END-IF
           END-PERFORM.
           IF WS-I = 0
               OR WS-ZONE-SOURCE = SPACES
               OR WS-ZONE-RANG (1:1) IS NOT NUMERIC
               OR WS-ZONE-RANG (2:9) NOT = SPACES
               OR WS-NB-REGLES NOT < WS-NB-REGLES-MAX
               ADD 1 TO WS-NB-REGLES-IGNOREES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REGLES.
           MOVE WS-ZONE-CHAMP TO WS-RG-CHAMP (WS-NB-REGLES).
           MOVE WS-ZONE-SOURCE TO WS-RG-SOURCE (WS-NB-REGLES).
           MOVE WS-ZONE-RANG (1:1) TO WS-RG-RANG (WS-NB-REGLES).

      * Rang de WS-RECH-SOURCE sur WS-RECH-CHAMP, rang par defaut
      * si le couple n'est pas au referentiel.
       CHERCHER-RANG.
           MOVE WS-RANG-DEFAUT TO WS-RANG-TROUVE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-REGLES
               IF WS-RG-CHAMP (WS-J) = WS-RECH-CHAMP
                   AND WS-RG-SOURCE (WS-J) = WS-RECH-SOURCE
                   MOVE WS-RG-RANG (WS-J) TO WS-RANG-TROUVE
               END-IF
           END-PERFORM.

      ****************************************************************
      * Champs que la fiche proposee change                          *
      ****************************************************************
       REPERER-CHAMP-PROPOSE.
           MOVE WS-CH-POSITION (WS-I) TO WS-POS.
           MOVE WS-CH-LONGUEUR (WS-I) TO WS-LG.
           IF AR-PROPOSEE (WS-POS:WS-LG)
                   NOT = AR-ACTUELLE (WS-POS:WS-LG)
               MOVE "O" TO WS-CHAMP-PROPOSE (WS-I)
               ADD 1 TO AR-NB-PROPOSES
           ELSE
               MOVE "N" TO WS-CHAMP-PROPOSE (WS-I)
           END-IF.
           MOVE SPACES TO WS-DER-HORODATAGE (WS-I).
           MOVE SPACES TO WS-DER-SOURCE (WS-I).

      ****************************************************************
      * Passe sur MVT001 : pour chaque champ, le dernier mouvement   *
      * de ce client qui en a change la valeur (le journal est tenu  *
      * dans l'ordre chronologique, le dernier lu est le plus recent)*
      ****************************************************************
       RELEVER-DERNIERS-MOUVEMENTS.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT F-MOUVEMENTS.
           EVALUATE WS-FS-MOUVEMENTS
               WHEN "00"
                   PERFORM LIRE-MOUVEMENT UNTIL FIN-FICHIER
               WHEN "05"
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Erreur ouverture MVT001. FILE STATUS: "
                       WS-FS-MOUVEMENTS
                   MOVE 99 TO AR-CODE-RETOUR
           END-EVALUATE.
           CLOSE F-MOUVEMENTS.

       LIRE-MOUVEMENT.
           READ F-MOUVEMENTS
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.
           IF FIN-FICHIER OR FM-ID-CLIENT NOT = AC-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE "INT" TO WS-SOURCE-MOUVEMENT.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
               IF WS-CAN-PROGRAMME (WS-J) = FM-PROGRAMME
                   MOVE WS-CAN-SOURCE (WS-J) TO WS-SOURCE-MOUVEMENT
               END-IF
           END-PERFORM.
           PERFORM NOTER-MOUVEMENT-CHAMP
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CHAMPS.

       NOTER-MOUVEMENT-CHAMP.
           MOVE WS-CH-POSITION (WS-I) TO WS-POS.
           MOVE WS-CH-LONGUEUR (WS-I) TO WS-LG.
           IF FM-AVANT (WS-POS:WS-LG) NOT = FM-APRES (WS-POS:WS-LG)
               MOVE FM-HORODATAGE (1:14) TO WS-DER-HORODATAGE (WS-I)
               MOVE WS-SOURCE-MOUVEMENT TO WS-DER-SOURCE (WS-I)
           END-IF.

      ****************************************************************
      * Decision sur un champ propose : retenu (la valeur proposee   *
      * reste dans AR-PROPOSEE) ou ecarte (la valeur actuelle y est  *
      * remise et le champ part au rapport)                          *
      ****************************************************************
       ARBITRER-UN-CHAMP.
           IF WS-CHAMP-PROPOSE (WS-I) NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CH-CODE (WS-I) TO WS-RECH-CHAMP.
           MOVE AR-SOURCE TO WS-RECH-SOURCE.
           PERFORM CHERCHER-RANG.
           MOVE WS-RANG-TROUVE TO WS-RANG-ENTRANT.
           MOVE 0 TO WS-RANG-DERNIER.
           IF WS-DER-SOURCE (WS-I) NOT = SPACES
               MOVE WS-DER-SOURCE (WS-I) TO WS-RECH-SOURCE
               PERFORM CHERCHER-RANG
               MOVE WS-RANG-TROUVE TO WS-RANG-DERNIER
           END-IF.
           EVALUATE TRUE
               WHEN WS-RANG-ENTRANT = 0
                   MOVE "ARB01" TO WS-MOTIF
               WHEN WS-DER-HORODATAGE (WS-I) = SPACES
                   MOVE SPACES TO WS-MOTIF
               WHEN AR-HORODATAGE NOT < WS-DER-HORODATAGE (WS-I)
                   MOVE SPACES TO WS-MOTIF
               WHEN WS-RANG-ENTRANT > WS-RANG-DERNIER
                   MOVE SPACES TO WS-MOTIF
               WHEN OTHER
                   MOVE "ARB02" TO WS-MOTIF
           END-EVALUATE.
           IF WS-MOTIF = SPACES
               ADD 1 TO AR-NB-RETENUS
           ELSE
               PERFORM ECARTER-CHAMP
           END-IF.

       ECARTER-CHAMP.
           ADD 1 TO AR-NB-ECARTES.
           MOVE AR-PROPOSEE TO WS-FICHE-PROPOSEE.
           MOVE WS-CH-POSITION (WS-I) TO WS-POS.
           MOVE WS-CH-LONGUEUR (WS-I) TO WS-LG.
           MOVE AR-ACTUELLE (WS-POS:WS-LG)
               TO AR-PROPOSEE (WS-POS:WS-LG).
           MOVE WS-HORODATAGE-ARBITRAGE TO WS-RA-HORODATAGE.
           MOVE AR-SOURCE TO WS-RA-SOURCE.
           MOVE AR-PROGRAMME TO WS-RA-PROGRAMME.
           MOVE AR-LOT TO WS-RA-LOT.
           MOVE AC-ID TO WS-RA-ID-CLIENT.
           MOVE WS-CH-CODE (WS-I) TO WS-RA-CHAMP.
           MOVE WS-MOTIF TO WS-RA-MOTIF.
           MOVE AR-HORODATAGE TO WS-RA-HORO-ENTRANT.
           MOVE WS-DER-HORODATAGE (WS-I) TO WS-RA-HORO-DERNIER.
           MOVE WS-DER-SOURCE (WS-I) TO WS-RA-SOURCE-DERNIER.
           MOVE WS-RANG-ENTRANT TO WS-RA-RANG-ENTRANT.
           MOVE WS-RANG-DERNIER TO WS-RA-RANG-DERNIER.
           IF WS-CH-CODE (WS-I) = "ADRESSE"
               MOVE PR-CODE-POSTAL TO WS-CODE-POSTAL-EDIT
               MOVE SPACES TO WS-VALEUR-LISIBLE
               STRING FUNCTION TRIM (PR-RUE) " "
                   WS-CODE-POSTAL-EDIT " "
                   FUNCTION TRIM (PR-VILLE)
                   DELIMITED BY SIZE INTO WS-VALEUR-LISIBLE
               END-STRING
               MOVE WS-VALEUR-LISIBLE TO WS-RA-VALEUR-ECARTEE
               MOVE AC-CODE-POSTAL TO WS-CODE-POSTAL-EDIT
               MOVE SPACES TO WS-VALEUR-LISIBLE
               STRING FUNCTION TRIM (AC-RUE) " "
                   WS-CODE-POSTAL-EDIT " "
                   FUNCTION TRIM (AC-VILLE)
                   DELIMITED BY SIZE INTO WS-VALEUR-LISIBLE
               END-STRING
               MOVE WS-VALEUR-LISIBLE TO WS-RA-VALEUR-GARDEE
           ELSE
               MOVE WS-FICHE-PROPOSEE (WS-POS:WS-LG)
                   TO WS-RA-VALEUR-ECARTEE
               MOVE AR-ACTUELLE (WS-POS:WS-LG) TO WS-RA-VALEUR-GARDEE
           END-IF.
           PERFORM ECRIRE-RAPPORT.

      * Statut 05 = fichier OPTIONAL absent cree a l'ouverture : c'est
      * le premier champ ecarte du rapport, pas une erreur.
       ECRIRE-RAPPORT.
           IF NOT F-RAPPORT-OUVERT
               OPEN EXTEND F-RAPPORT
               IF WS-FS-RAPPORT NOT = "00"
                   AND WS-FS-RAPPORT NOT = "05"
                   DISPLAY "Erreur ouverture ARB001. FILE STATUS: "
                       WS-FS-RAPPORT
                   MOVE 99 TO AR-CODE-RETOUR
                   EXIT PARAGRAPH
               END-IF
               SET F-RAPPORT-OUVERT TO TRUE
           END-IF.
           WRITE FS-LIGNE-RAPPORT FROM WS-LIGNE-RAPPORT
           END-WRITE.
           IF WS-FS-RAPPORT NOT = "00"
               DISPLAY "Erreur ecriture ARB001. FILE STATUS: "
                   WS-FS-RAPPORT
               MOVE 99 TO AR-CODE-RETOUR
           END-IF.
