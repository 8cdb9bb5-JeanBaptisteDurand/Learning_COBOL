      ****************************************************************
      * Tableau de bord mensuel des agences : volumes, qualite,      *
      * rejets, travaux et contacts se lisaient chacun dans son      *
      * rapport. Ce programme les reunit pour le mois demande        *
      * (AAAAMM, vide = mois precedent), une ligne par agence du     *
      * referentiel AGE001 (plus la ligne 00 des non rattaches et    *
      * des runs mono-agence historiques, si elle a des chiffres) :  *
      *  - clients : lus du dernier run FILE-EXAMPLE du mois dans    *
      *    VOL001, variation nette sur le dernier run du mois        *
      *    precedent ; taux de rejet = rejets / lus des runs du mois *
      *  - qualite : note moyenne et part des fiches sans aucun      *
      *    defaut (note 100) a la derniere notation du mois, relue   *
      *    dans SCOHIS (SCO001 ne garde que la derniere notation)    *
      *  - travaux de remediation WRK001 ouverts a la fin du mois,   *
      *    dont en retard (ouverts depuis plus de N jours, saisi,    *
      *    30 par defaut)                                            *
      *  - contacts du centre d'appels CTC001 dans le mois.          *
      * Notes et contacts sont rattaches a l'agence du code postal   *
      * actuel du client (F-CLIENT puis agence-client) ; un client   *
      * sorti d'INP001 depuis n'est plus attribue.                   *
      * Les agences sont classees par note moyenne decroissante      *
      * (puis taux de rejet croissant) ; sous chaque ligne, l'ecart  *
      * sur le mois precedent et le rang qu'elle y tenait. Etat      *
      * AGENCES via le formateur partage edition-etat. A planifier   *
      * en fin de mois (periodicite M du reseau RES001).             *
      * Codes retour : 0, 4 si le mois n'a pas de run VOL001 ou pas  *
      * de notation SCOHIS (tableau incomplet), 99 erreur fichier ou *
      * d'edition.                                                   *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLEAU-AGENCES.

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
           SELECT OPTIONAL F-AGENCES ASSIGN TO DYNAMIC WS-NOM-AGE001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENCES.
           SELECT OPTIONAL F-VOLUMES ASSIGN TO DYNAMIC WS-NOM-VOL001
               FILE STATUS IS WS-FS-VOLUMES.
           SELECT OPTIONAL F-HISTO-SCORES
               ASSIGN TO DYNAMIC WS-NOM-SCOHIS
               FILE STATUS IS WS-FS-HISTO-SCORES.
           SELECT OPTIONAL F-TRAVAUX ASSIGN TO DYNAMIC WS-NOM-WRK001
               FILE STATUS IS WS-FS-TRAVAUX.
           SELECT OPTIONAL F-CONTACTS ASSIGN TO DYNAMIC WS-NOM-CTC001
               FILE STATUS IS WS-FS-CONTACTS.

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

           FD F-AGENCES.
           01 FS-LIGNE-AGENCE PIC X(160).

           FD F-VOLUMES
               RECORD CONTAINS 28 CHARACTERS.
           01 FV-ENR-VOLUMES.
              05 FV-DATE       PIC 9(08).
              05 FV-LUS        PIC 9(06).
              05 FV-ECRITS     PIC 9(06).
              05 FV-REJETS     PIC 9(06).
              05 FV-AGENCE     PIC 9(02).

           FD F-HISTO-SCORES
               RECORD CONTAINS 21 CHARACTERS.
           01 FN-ENR-HISTO-SCORE.
              05 FN-DATE-NOTE PIC 9(08).
              05 FN-ID-CLIENT PIC 9(10).
              05 FN-NOTE      PIC 9(03).

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

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-AGE001    PIC X(30) VALUE "AGE001".
              05 WS-NOM-VOL001    PIC X(30) VALUE "VOL001".
              05 WS-NOM-SCOHIS    PIC X(30) VALUE "SCOHIS".
              05 WS-NOM-WRK001    PIC X(30) VALUE "WRK001".
              05 WS-NOM-CTC001    PIC X(30) VALUE "CTC001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 6.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT       PIC X(02).
           01 WS-FS-AGENCES      PIC X(02).
           01 WS-FS-VOLUMES      PIC X(02).
           01 WS-FS-HISTO-SCORES PIC X(02).
           01 WS-FS-TRAVAUX      PIC X(02).
           01 WS-FS-CONTACTS     PIC X(02).
           01 WS-FIN-LECTURE     PIC X(01).
              88 FIN-LECTURE     VALUE "O".

      * Mois du tableau (periode 1) et mois precedent (periode 2) :
      * fin de mois, seuil de retard des travaux a cette date et
      * date de la derniere notation SCOHIS du mois.
           01 WS-MOIS-DEMANDE  PIC X(06).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-DATE-DEC REDEFINES WS-DATE-DU-JOUR.
              05 WS-DATE-AA    PIC 9(04).
              05 WS-DATE-MM    PIC 9(02).
              05 WS-DATE-JJ    PIC 9(02).
           01 WS-MOIS-CALCULE.
              05 WS-MOIS-AA    PIC 9(04).
              05 WS-MOIS-MM    PIC 9(02).
           01 WS-TABLE-PERIODES.
              05 WS-PERIODE OCCURS 2 TIMES.
                 10 WS-PE-MOIS          PIC X(06).
                 10 WS-PE-FIN-MOIS      PIC 9(08).
                 10 WS-PE-LIMITE-RETARD PIC 9(08).
                 10 WS-PE-DATE-NOTATION PIC 9(08).
           01 WS-P             PIC 9(01).
           01 WS-K             PIC 9(01).
           01 WS-DELAI-SAISI   PIC X(03).
           01 WS-DELAI-RETARD  PIC 9(03) VALUE 30.

           01 WS-CU-ANNEE      PIC 9(04).
           01 WS-CU-MOIS       PIC 9(02).
           01 WS-CU-JOUR       PIC 9(02).
           01 WS-CU-BISSEXTILE PIC X(01).
           01 WS-CU-JOURS-MOIS PIC 9(02).
           01 WS-CU-JOUR-ANNEE PIC 9(03).

      * Rattachement d'un client a son agence.
           01 WS-ID-RECHERCHE  PIC 9(10).
           01 WS-CODE-POSTAL   PIC 9(05).
           01 WS-AGENCE        PIC 9(02).
           01 WS-CLIENT-TROUVE PIC X(01).
              88 CLIENT-TROUVE VALUE "O".
           01 WS-CHAMP-CODE    PIC X(02).
           01 WS-CHAMP-LIBELLE PIC X(30).

      * Tableau par agence (indice = code agence + 1, la ligne 101
      * porte le reseau) et par periode : cumuls bruts, puis
      * indicateurs calcules et rang de l'agence dans la periode.
           01 WS-TABLE-AGENCES.
              05 WS-AG-ENTRY OCCURS 101 TIMES.
                 10 WS-AG-LIBELLE     PIC X(20).
                 10 WS-AG-REFERENCE   PIC X(01).
                    88 AGENCE-AU-REFERENTIEL VALUE "O".
                 10 WS-AG-PERIODE OCCURS 2 TIMES.
                    15 WS-AG-DATE-RUN    PIC 9(08).
                    15 WS-AG-CLIENTS     PIC 9(08).
                    15 WS-AG-LUS         PIC 9(09).
                    15 WS-AG-REJETS      PIC 9(09).
                    15 WS-AG-NB-NOTES    PIC 9(08).
                    15 WS-AG-SOMME-NOTES PIC 9(11).
                    15 WS-AG-PROPRES     PIC 9(08).
                    15 WS-AG-OUVERTS     PIC 9(07).
                    15 WS-AG-RETARD      PIC 9(07).
                    15 WS-AG-CONTACTS    PIC 9(08).
                    15 WS-AG-NOTE-MOY    PIC 9(03)V9.
                    15 WS-AG-PCT-PROPRES PIC 9(03)V9.
                    15 WS-AG-PCT-REJETS  PIC 9(03)V99.
                    15 WS-AG-RANG        PIC 9(03).
           01 WS-IX-RESEAU     PIC 9(03) VALUE 101.
           01 WS-IX-AGENCE     PIC 9(03).
           01 WS-IX-AUTRE      PIC 9(03).
           01 WS-NB-ACTIVES    PIC 9(03) VALUE 0.
           01 WS-R             PIC 9(03).
           01 WS-ACTIVE        PIC X(01).
              88 AGENCE-ACTIVE VALUE "O".
           01 WS-PRECEDE       PIC X(01).
              88 AUTRE-PRECEDE VALUE "O".

      * Ecarts sur le mois precedent.
           01 WS-ECART-ENTIER  PIC S9(08).
           01 WS-ECART-DECIMAL PIC S9(03)V99.

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "AGENCES".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132) VALUE SPACES.

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(07) VALUE " RG AG".
              05 FILLER PIC X(20) VALUE "LIBELLE".
              05 FILLER PIC X(09) VALUE "  CLIENTS".
              05 FILLER PIC X(09) VALUE "  VAR.NET".
              05 FILLER PIC X(09) VALUE " NOTE MOY".
              05 FILLER PIC X(09) VALUE " %PROPRES".
              05 FILLER PIC X(09) VALUE "  %REJETS".
              05 FILLER PIC X(09) VALUE "  TRV.OUV".
              05 FILLER PIC X(09) VALUE "  TRV.RET".
              05 FILLER PIC X(09) VALUE " CONTACTS".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-RANG       PIC X(03).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-AGENCE     PIC X(02).
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-LIBELLE    PIC X(20).
              05 WS-LD-CLIENTS    PIC X(09).
              05 WS-LD-VARIATION  PIC X(09).
              05 WS-LD-NOTE       PIC X(09).
              05 WS-LD-PROPRES    PIC X(09).
              05 WS-LD-REJETS     PIC X(09).
              05 WS-LD-OUVERTS    PIC X(09).
              05 WS-LD-RETARD     PIC X(09).
              05 WS-LD-CONTACTS   PIC X(09).
           01 WS-ND            PIC X(09) VALUE "      n/d".
           01 WS-RANG-ED       PIC ZZ9.
           01 WS-ENTIER-ED     PIC Z(08)9.
           01 WS-ENTIER-SIGNE-ED PIC +(08)9.
           01 WS-NOTE-ED       PIC Z(06)9.9.
           01 WS-NOTE-SIGNE-ED PIC +(06)9.9.
           01 WS-TAUX-ED       PIC Z(05)9.99.
           01 WS-TAUX-SIGNE-ED PIC +(05)9.99.

           01 WS-COMPTEURS.
              05 WS-NB-AGENCES-REF   PIC 9(03) VALUE 0.
              05 WS-NB-RUNS          PIC 9(05) VALUE 0.
              05 WS-NB-NOTES-LUES    PIC 9(08) VALUE 0.
              05 WS-NB-TRAVAUX-LUS   PIC 9(07) VALUE 0.
              05 WS-NB-CONTACTS-LUS  PIC 9(08) VALUE 0.
              05 WS-NB-HORS-FICHIER  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Mois du tableau (AAAAMM, vide = mois precedent) : "
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
           IF WS-MOIS-DEMANDE = SPACES OR WS-MOIS-DEMANDE NOT NUMERIC
               MOVE WS-DATE-AA TO WS-MOIS-AA
               MOVE WS-DATE-MM TO WS-MOIS-MM
               PERFORM RECULER-D-UN-MOIS
               MOVE WS-MOIS-CALCULE TO WS-MOIS-DEMANDE
           END-IF.
           DISPLAY "Retard des travaux au-dela de (jours, vide = 30) : "
               WITH NO ADVANCING.
           ACCEPT WS-DELAI-SAISI.
           IF WS-DELAI-SAISI NOT = SPACES
               AND FUNCTION TRIM(WS-DELAI-SAISI) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-DELAI-SAISI) TO WS-DELAI-RETARD
           END-IF.
           INITIALIZE WS-TABLE-AGENCES.
           MOVE WS-MOIS-DEMANDE TO WS-MOIS-CALCULE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               PERFORM BORNER-PERIODE
               PERFORM RECULER-D-UN-MOIS
           END-PERFORM.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture INP001. FILE STATUS: "
                   WS-FS-CLIENT
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-REFERENTIEL.
           PERFORM CUMULER-VOLUMES.
           PERFORM CUMULER-NOTES.
           PERFORM CUMULER-TRAVAUX.
           PERFORM CUMULER-CONTACTS.
           CLOSE F-CLIENT.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               PERFORM CALCULER-INDICATEURS
           END-PERFORM.
           PERFORM EDITER-ETAT.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AFFICHER-BILAN.
           IF WS-AG-DATE-RUN (WS-IX-RESEAU, 1) = 0
               OR WS-PE-DATE-NOTATION (1) = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       RECULER-D-UN-MOIS.
           IF WS-MOIS-MM = 1
               SUBTRACT 1 FROM WS-MOIS-AA
               MOVE 12 TO WS-MOIS-MM
           ELSE
               SUBTRACT 1 FROM WS-MOIS-MM
           END-IF.

      * Periode WS-P du mois WS-MOIS-CALCULE : dernier jour du mois
      * (calendar-utils) et date d'ouverture au-dela de laquelle un
      * travail encore ouvert a cette date est en retard.
       BORNER-PERIODE.
           MOVE WS-MOIS-CALCULE TO WS-PE-MOIS (WS-P).
           MOVE WS-MOIS-AA TO WS-CU-ANNEE.
           MOVE WS-MOIS-MM TO WS-CU-MOIS.
           MOVE 1 TO WS-CU-JOUR.
           CALL "calendar-utils" USING WS-CU-ANNEE WS-CU-MOIS
               WS-CU-JOUR WS-CU-BISSEXTILE WS-CU-JOURS-MOIS
               WS-CU-JOUR-ANNEE.
           COMPUTE WS-PE-FIN-MOIS (WS-P) = WS-MOIS-AA * 10000
               + WS-MOIS-MM * 100 + WS-CU-JOURS-MOIS.
           COMPUTE WS-PE-LIMITE-RETARD (WS-P) =
               FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PE-FIN-MOIS (WS-P))
               - WS-DELAI-RETARD).
           MOVE 0 TO WS-PE-DATE-NOTATION (WS-P).

      ****************************************************************
      * Referentiel AGE001 : chaque agence y figure, meme sans       *
      * chiffres                                                     *
      ****************************************************************
       CHARGER-REFERENTIEL.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-AGENCES.
           IF WS-FS-AGENCES NOT = "00"
               DISPLAY "Referentiel AGE001 absent : seules les "
                   "agences chiffrees seront editees."
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM LIRE-UNE-AGENCE UNTIL FIN-LECTURE.
           CLOSE F-AGENCES.
           MOVE "RESEAU" TO WS-AG-LIBELLE (WS-IX-RESEAU).
           IF WS-AG-LIBELLE (1) = SPACES
               MOVE "NON RATTACHES" TO WS-AG-LIBELLE (1)
           END-IF.

       LIRE-UNE-AGENCE.
           READ F-AGENCES
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHAMP-CODE WS-CHAMP-LIBELLE.
           UNSTRING FS-LIGNE-AGENCE DELIMITED BY ";"
               INTO WS-CHAMP-CODE WS-CHAMP-LIBELLE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CHAMP-CODE) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IX-AGENCE = FUNCTION NUMVAL(WS-CHAMP-CODE) + 1.
           IF WS-IX-AGENCE > 100
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAMP-LIBELLE TO WS-AG-LIBELLE (WS-IX-AGENCE).
           SET AGENCE-AU-REFERENTIEL (WS-IX-AGENCE) TO TRUE.
           ADD 1 TO WS-NB-AGENCES-REF.

      ****************************************************************
      * VOL001 : clients au dernier run du mois, lus et rejets de    *
      * tous les runs du mois                                        *
      ****************************************************************
       CUMULER-VOLUMES.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-VOLUMES.
           IF WS-FS-VOLUMES NOT = "00"
               DISPLAY "Historique VOL001 absent : volumes n/d."
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM LIRE-UN-RUN UNTIL FIN-LECTURE.
           CLOSE F-VOLUMES.

       LIRE-UN-RUN.
           READ F-VOLUMES
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               IF FV-DATE (1:6) = WS-PE-MOIS (WS-P)
                   ADD 1 TO WS-NB-RUNS
                   COMPUTE WS-IX-AGENCE = FV-AGENCE + 1
                   PERFORM CUMULER-UN-RUN
               END-IF
           END-PERFORM.

       CUMULER-UN-RUN.
           ADD FV-LUS TO WS-AG-LUS (WS-IX-AGENCE, WS-P)
               WS-AG-LUS (WS-IX-RESEAU, WS-P).
           ADD FV-REJETS TO WS-AG-REJETS (WS-IX-AGENCE, WS-P)
               WS-AG-REJETS (WS-IX-RESEAU, WS-P).
           IF FV-DATE NOT < WS-AG-DATE-RUN (WS-IX-AGENCE, WS-P)
               MOVE FV-DATE TO WS-AG-DATE-RUN (WS-IX-AGENCE, WS-P)
               MOVE FV-LUS TO WS-AG-CLIENTS (WS-IX-AGENCE, WS-P)
           END-IF.
           IF FV-DATE > WS-AG-DATE-RUN (WS-IX-RESEAU, WS-P)
               MOVE FV-DATE TO WS-AG-DATE-RUN (WS-IX-RESEAU, WS-P)
           END-IF.

      ****************************************************************
      * SCOHIS : un premier passage repere la derniere notation de   *
      * chaque mois, le second en cumule les notes par agence        *
      ****************************************************************
       CUMULER-NOTES.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-HISTO-SCORES.
           IF WS-FS-HISTO-SCORES NOT = "00"
               DISPLAY "Historique SCOHIS absent : qualite n/d."
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM REPERER-UNE-NOTATION UNTIL FIN-LECTURE.
           CLOSE F-HISTO-SCORES.
           IF WS-PE-DATE-NOTATION (1) = 0
               AND WS-PE-DATE-NOTATION (2) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-HISTO-SCORES.
           PERFORM LIRE-UNE-NOTE UNTIL FIN-LECTURE.
           CLOSE F-HISTO-SCORES.

       REPERER-UNE-NOTATION.
           READ F-HISTO-SCORES
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               IF FN-DATE-NOTE (1:6) = WS-PE-MOIS (WS-P)
                   AND FN-DATE-NOTE > WS-PE-DATE-NOTATION (WS-P)
                   MOVE FN-DATE-NOTE TO WS-PE-DATE-NOTATION (WS-P)
               END-IF
           END-PERFORM.

       LIRE-UNE-NOTE.
           READ F-HISTO-SCORES
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           IF FN-DATE-NOTE = WS-PE-DATE-NOTATION (1)
               MOVE 1 TO WS-P
           ELSE
               IF FN-DATE-NOTE = WS-PE-DATE-NOTATION (2)
                   MOVE 2 TO WS-P
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NB-NOTES-LUES.
           MOVE FN-ID-CLIENT TO WS-ID-RECHERCHE.
           PERFORM CHERCHER-AGENCE-CLIENT.
           IF NOT CLIENT-TROUVE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AG-NB-NOTES (WS-IX-AGENCE, WS-P)
               WS-AG-NB-NOTES (WS-IX-RESEAU, WS-P).
           ADD FN-NOTE TO WS-AG-SOMME-NOTES (WS-IX-AGENCE, WS-P)
               WS-AG-SOMME-NOTES (WS-IX-RESEAU, WS-P).
           IF FN-NOTE = 100
               ADD 1 TO WS-AG-PROPRES (WS-IX-AGENCE, WS-P)
                   WS-AG-PROPRES (WS-IX-RESEAU, WS-P)
           END-IF.

      ****************************************************************
      * WRK001 : travaux ouverts a chaque fin de mois (ouverts au    *
      * plus tard ce jour-la et pas encore clos), dont en retard     *
      ****************************************************************
       CUMULER-TRAVAUX.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-TRAVAUX.
           IF WS-FS-TRAVAUX NOT = "00"
               DISPLAY "Liste WRK001 absente : aucun travail compte."
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM LIRE-UN-TRAVAIL UNTIL FIN-LECTURE.
           CLOSE F-TRAVAUX.

       LIRE-UN-TRAVAIL.
           READ F-TRAVAUX
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-TRAVAUX-LUS.
           IF FW-DATE-OUVERTURE > WS-PE-FIN-MOIS (1)
               OR FW-DATE-OUVERTURE = 0
               EXIT PARAGRAPH
           END-IF.
           IF FW-DATE-CLOTURE NOT = 0
               AND FW-DATE-CLOTURE NOT > WS-PE-FIN-MOIS (2)
               EXIT PARAGRAPH
           END-IF.
           MOVE FW-ID-CLIENT TO WS-ID-RECHERCHE.
           PERFORM CHERCHER-AGENCE-CLIENT.
           IF NOT CLIENT-TROUVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               IF FW-DATE-OUVERTURE NOT > WS-PE-FIN-MOIS (WS-P)
                   AND (FW-DATE-CLOTURE = 0
                   OR FW-DATE-CLOTURE > WS-PE-FIN-MOIS (WS-P))
                   PERFORM COMPTER-TRAVAIL-OUVERT
               END-IF
           END-PERFORM.

       COMPTER-TRAVAIL-OUVERT.
           ADD 1 TO WS-AG-OUVERTS (WS-IX-AGENCE, WS-P)
               WS-AG-OUVERTS (WS-IX-RESEAU, WS-P).
           IF FW-DATE-OUVERTURE < WS-PE-LIMITE-RETARD (WS-P)
               ADD 1 TO WS-AG-RETARD (WS-IX-AGENCE, WS-P)
                   WS-AG-RETARD (WS-IX-RESEAU, WS-P)
           END-IF.

      ****************************************************************
      * CTC001 : contacts du centre d'appels dans chaque mois        *
      ****************************************************************
       CUMULER-CONTACTS.
           MOVE "N" TO WS-FIN-LECTURE.
           OPEN INPUT F-CONTACTS.
           IF WS-FS-CONTACTS NOT = "00"
               DISPLAY "Journal CTC001 absent : aucun contact compte."
               SET FIN-LECTURE TO TRUE
           END-IF.
           PERFORM LIRE-UN-CONTACT UNTIL FIN-LECTURE.
           CLOSE F-CONTACTS.

       LIRE-UN-CONTACT.
           READ F-CONTACTS
               AT END
                   SET FIN-LECTURE TO TRUE
           END-READ.
           IF FIN-LECTURE
               EXIT PARAGRAPH
           END-IF.
           IF FK-HORODATAGE (1:6) = WS-PE-MOIS (1)
               MOVE 1 TO WS-P
           ELSE
               IF FK-HORODATAGE (1:6) = WS-PE-MOIS (2)
                   MOVE 2 TO WS-P
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NB-CONTACTS-LUS.
           MOVE FK-ID-CLIENT TO WS-ID-RECHERCHE.
           PERFORM CHERCHER-AGENCE-CLIENT.
           IF NOT CLIENT-TROUVE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AG-CONTACTS (WS-IX-AGENCE, WS-P)
               WS-AG-CONTACTS (WS-IX-RESEAU, WS-P).

      * Agence actuelle du client WS-ID-RECHERCHE (00 pour une
      * adresse etrangere) ; un client absent d'INP001 est compte a
      * part et n'est attribue a aucune agence.
       CHERCHER-AGENCE-CLIENT.
           MOVE "N" TO WS-CLIENT-TROUVE.
           MOVE WS-ID-RECHERCHE TO FS-CLIENT-ID.
           READ F-CLIENT KEY IS FS-CLIENT-ID
               INVALID KEY
                   ADD 1 TO WS-NB-HORS-FICHIER
               NOT INVALID KEY
                   SET CLIENT-TROUVE TO TRUE
           END-READ.
           IF NOT CLIENT-TROUVE
               EXIT PARAGRAPH
           END-IF.
           IF FS-CODE-POSTAL IS NUMERIC
               MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL
               CALL "agence-client" USING WS-CODE-POSTAL WS-AGENCE
           ELSE
               MOVE 0 TO WS-AGENCE
           END-IF.
           COMPUTE WS-IX-AGENCE = WS-AGENCE + 1.

      ****************************************************************
      * Indicateurs de la periode WS-P : clients du reseau, note     *
      * moyenne, parts de fiches propres et de rejets, puis rang de  *
      * chaque agence active                                         *
      ****************************************************************
       CALCULER-INDICATEURS.
           PERFORM VARYING WS-IX-AGENCE FROM 1 BY 1
                   UNTIL WS-IX-AGENCE > 100
               ADD WS-AG-CLIENTS (WS-IX-AGENCE, WS-P)
                   TO WS-AG-CLIENTS (WS-IX-RESEAU, WS-P)
           END-PERFORM.
           PERFORM VARYING WS-IX-AGENCE FROM 1 BY 1
                   UNTIL WS-IX-AGENCE > WS-IX-RESEAU
               PERFORM CALCULER-TAUX
           END-PERFORM.
           PERFORM VARYING WS-IX-AGENCE FROM 1 BY 1
                   UNTIL WS-IX-AGENCE > 100
               PERFORM CLASSER-AGENCE
           END-PERFORM.

       CALCULER-TAUX.
           IF WS-AG-NB-NOTES (WS-IX-AGENCE, WS-P) > 0
               COMPUTE WS-AG-NOTE-MOY (WS-IX-AGENCE, WS-P) ROUNDED =
                   WS-AG-SOMME-NOTES (WS-IX-AGENCE, WS-P)
                   / WS-AG-NB-NOTES (WS-IX-AGENCE, WS-P)
               COMPUTE WS-AG-PCT-PROPRES (WS-IX-AGENCE, WS-P)
                   ROUNDED = WS-AG-PROPRES (WS-IX-AGENCE, WS-P) * 100
                   / WS-AG-NB-NOTES (WS-IX-AGENCE, WS-P)
           END-IF.
           IF WS-AG-LUS (WS-IX-AGENCE, WS-P) > 0
               COMPUTE WS-AG-PCT-REJETS (WS-IX-AGENCE, WS-P)
                   ROUNDED = WS-AG-REJETS (WS-IX-AGENCE, WS-P) * 100
                   / WS-AG-LUS (WS-IX-AGENCE, WS-P)
           END-IF.

      * Une agence est editee si elle est au referentiel ou porte un
      * chiffre sur l'un des deux mois.
       CONTROLER-ACTIVITE.
           MOVE "N" TO WS-ACTIVE.
           IF AGENCE-AU-REFERENTIEL (WS-IX-AUTRE)
               SET AGENCE-ACTIVE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
               IF WS-AG-DATE-RUN (WS-IX-AUTRE, WS-K) > 0
                   OR WS-AG-NB-NOTES (WS-IX-AUTRE, WS-K) > 0
                   OR WS-AG-OUVERTS (WS-IX-AUTRE, WS-K) > 0
                   OR WS-AG-CONTACTS (WS-IX-AUTRE, WS-K) > 0
                   SET AGENCE-ACTIVE TO TRUE
               END-IF
           END-PERFORM.

      * Rang = 1 + nombre d'agences actives qui la precedent : une
      * agence notee precede une agence sans note, puis note moyenne
      * decroissante, taux de rejet croissant, code croissant.
       CLASSER-AGENCE.
           MOVE 0 TO WS-AG-RANG (WS-IX-AGENCE, WS-P).
           MOVE WS-IX-AGENCE TO WS-IX-AUTRE.
           PERFORM CONTROLER-ACTIVITE.
           IF NOT AGENCE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-P = 1
               ADD 1 TO WS-NB-ACTIVES
           END-IF.
           MOVE 1 TO WS-AG-RANG (WS-IX-AGENCE, WS-P).
           PERFORM VARYING WS-IX-AUTRE FROM 1 BY 1
                   UNTIL WS-IX-AUTRE > 100
               IF WS-IX-AUTRE NOT = WS-IX-AGENCE
                   PERFORM COMPARER-AGENCES
               END-IF
           END-PERFORM.

       COMPARER-AGENCES.
           PERFORM CONTROLER-ACTIVITE.
           IF NOT AGENCE-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRECEDE.
           EVALUATE TRUE
               WHEN WS-AG-NB-NOTES (WS-IX-AUTRE, WS-P) > 0
                   AND WS-AG-NB-NOTES (WS-IX-AGENCE, WS-P) = 0
                   SET AUTRE-PRECEDE TO TRUE
               WHEN WS-AG-NB-NOTES (WS-IX-AUTRE, WS-P) = 0
                   AND WS-AG-NB-NOTES (WS-IX-AGENCE, WS-P) > 0
                   CONTINUE
               WHEN WS-AG-NOTE-MOY (WS-IX-AUTRE, WS-P)
                   > WS-AG-NOTE-MOY (WS-IX-AGENCE, WS-P)
                   SET AUTRE-PRECEDE TO TRUE
               WHEN WS-AG-NOTE-MOY (WS-IX-AUTRE, WS-P)
                   < WS-AG-NOTE-MOY (WS-IX-AGENCE, WS-P)
                   CONTINUE
               WHEN WS-AG-PCT-REJETS (WS-IX-AUTRE, WS-P)
                   < WS-AG-PCT-REJETS (WS-IX-AGENCE, WS-P)
                   SET AUTRE-PRECEDE TO TRUE
               WHEN WS-AG-PCT-REJETS (WS-IX-AUTRE, WS-P)
                   > WS-AG-PCT-REJETS (WS-IX-AGENCE, WS-P)
                   CONTINUE
               WHEN WS-IX-AUTRE < WS-IX-AGENCE
                   SET AUTRE-PRECEDE TO TRUE
           END-EVALUATE.
           IF AUTRE-PRECEDE
               ADD 1 TO WS-AG-RANG (WS-IX-AGENCE, WS-P)
           END-IF.

      ****************************************************************
      * Etat AGENCES : les agences dans l'ordre du classement du     *
      * mois, chacune suivie de son ecart sur le mois precedent,     *
      * puis le reseau                                               *
      ****************************************************************
       EDITER-ETAT.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "TABLEAU DE BORD DES AGENCES - MOIS "
               WS-MOIS-DEMANDE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               EXIT PARAGRAPH
           END-IF.
           STRING "Dernier run VOL001 du mois : "
               WS-AG-DATE-RUN (WS-IX-RESEAU, 1)
               "   notation SCOHIS : " WS-PE-DATE-NOTATION (1)
               "   retard des travaux : plus de " WS-DELAI-RETARD
               " jours"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Mois precedent " WS-PE-MOIS (2)
               " : run VOL001 " WS-AG-DATE-RUN (WS-IX-RESEAU, 2)
               "   notation SCOHIS : " WS-PE-DATE-NOTATION (2)
               "   (00000000 = aucun, n/d)"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-ACTIVES
               PERFORM VARYING WS-IX-AGENCE FROM 1 BY 1
                       UNTIL WS-IX-AGENCE > 100
                   IF WS-AG-RANG (WS-IX-AGENCE, 1) = WS-R
                       PERFORM EDITER-AGENCE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-IX-RESEAU TO WS-IX-AGENCE.
           PERFORM EDITER-AGENCE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

      * Ligne du mois puis ligne d'ecart sur le mois precedent.
       EDITER-AGENCE.
           MOVE SPACES TO WS-LIGNE-DETAIL.
           IF WS-IX-AGENCE = WS-IX-RESEAU
               MOVE "---" TO WS-LD-RANG
           ELSE
               MOVE WS-AG-RANG (WS-IX-AGENCE, 1) TO WS-RANG-ED
               MOVE WS-RANG-ED TO WS-LD-RANG
               COMPUTE WS-AGENCE = WS-IX-AGENCE - 1
               MOVE WS-AGENCE TO WS-LD-AGENCE
           END-IF.
           MOVE WS-AG-LIBELLE (WS-IX-AGENCE) TO WS-LD-LIBELLE.
           MOVE 1 TO WS-P.
           IF WS-AG-DATE-RUN (WS-IX-AGENCE, 1) = 0
               MOVE WS-ND TO WS-LD-CLIENTS WS-LD-VARIATION
           ELSE
               MOVE WS-AG-CLIENTS (WS-IX-AGENCE, 1) TO WS-ENTIER-ED
               MOVE WS-ENTIER-ED TO WS-LD-CLIENTS
               IF WS-AG-DATE-RUN (WS-IX-AGENCE, 2) = 0
                   MOVE WS-ND TO WS-LD-VARIATION
               ELSE
                   COMPUTE WS-ECART-ENTIER =
                       WS-AG-CLIENTS (WS-IX-AGENCE, 1)
                       - WS-AG-CLIENTS (WS-IX-AGENCE, 2)
                   MOVE WS-ECART-ENTIER TO WS-ENTIER-SIGNE-ED
                   MOVE WS-ENTIER-SIGNE-ED TO WS-LD-VARIATION
               END-IF
           END-IF.
           IF WS-AG-NB-NOTES (WS-IX-AGENCE, 1) = 0
               MOVE WS-ND TO WS-LD-NOTE WS-LD-PROPRES
           ELSE
               MOVE WS-AG-NOTE-MOY (WS-IX-AGENCE, 1) TO WS-NOTE-ED
               MOVE WS-NOTE-ED TO WS-LD-NOTE
               MOVE WS-AG-PCT-PROPRES (WS-IX-AGENCE, 1) TO WS-NOTE-ED
               MOVE WS-NOTE-ED TO WS-LD-PROPRES
           END-IF.
           IF WS-AG-LUS (WS-IX-AGENCE, 1) = 0
               MOVE WS-ND TO WS-LD-REJETS
           ELSE
               MOVE WS-AG-PCT-REJETS (WS-IX-AGENCE, 1) TO WS-TAUX-ED
               MOVE WS-TAUX-ED TO WS-LD-REJETS
           END-IF.
           MOVE WS-AG-OUVERTS (WS-IX-AGENCE, 1) TO WS-ENTIER-ED.
           MOVE WS-ENTIER-ED TO WS-LD-OUVERTS.
           MOVE WS-AG-RETARD (WS-IX-AGENCE, 1) TO WS-ENTIER-ED.
           MOVE WS-ENTIER-ED TO WS-LD-RETARD.
           MOVE WS-AG-CONTACTS (WS-IX-AGENCE, 1) TO WS-ENTIER-ED.
           MOVE WS-ENTIER-ED TO WS-LD-CONTACTS.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM EDITER-ECARTS.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      * Ecart de chaque indicateur sur le mois precedent (n/d si l'un
      * des deux mois n'a pas la donnee) ; la variation nette des
      * clients porte deja l'ecart du nombre de clients.
       EDITER-ECARTS.
           MOVE SPACES TO WS-LIGNE-DETAIL.
           IF WS-IX-AGENCE = WS-IX-RESEAU
               MOVE "  ecart sur M-1" TO WS-LD-LIBELLE
           ELSE
               IF WS-AG-RANG (WS-IX-AGENCE, 2) = 0
                   OR WS-AG-NB-NOTES (WS-IX-AGENCE, 2) = 0
                   MOVE "  ecart M-1 (rg n/d)" TO WS-LD-LIBELLE
               ELSE
                   MOVE WS-AG-RANG (WS-IX-AGENCE, 2) TO WS-RANG-ED
                   STRING "  ecart M-1 (rg " WS-RANG-ED ")"
                       DELIMITED BY SIZE INTO WS-LD-LIBELLE
                   END-STRING
               END-IF
           END-IF.
           IF WS-AG-NB-NOTES (WS-IX-AGENCE, 1) = 0
               OR WS-AG-NB-NOTES (WS-IX-AGENCE, 2) = 0
               MOVE WS-ND TO WS-LD-NOTE WS-LD-PROPRES
           ELSE
               COMPUTE WS-ECART-DECIMAL =
                   WS-AG-NOTE-MOY (WS-IX-AGENCE, 1)
                   - WS-AG-NOTE-MOY (WS-IX-AGENCE, 2)
               MOVE WS-ECART-DECIMAL TO WS-NOTE-SIGNE-ED
               MOVE WS-NOTE-SIGNE-ED TO WS-LD-NOTE
               COMPUTE WS-ECART-DECIMAL =
                   WS-AG-PCT-PROPRES (WS-IX-AGENCE, 1)
                   - WS-AG-PCT-PROPRES (WS-IX-AGENCE, 2)
               MOVE WS-ECART-DECIMAL TO WS-NOTE-SIGNE-ED
               MOVE WS-NOTE-SIGNE-ED TO WS-LD-PROPRES
           END-IF.
           IF WS-AG-LUS (WS-IX-AGENCE, 1) = 0
               OR WS-AG-LUS (WS-IX-AGENCE, 2) = 0
               MOVE WS-ND TO WS-LD-REJETS
           ELSE
               COMPUTE WS-ECART-DECIMAL =
                   WS-AG-PCT-REJETS (WS-IX-AGENCE, 1)
                   - WS-AG-PCT-REJETS (WS-IX-AGENCE, 2)
               MOVE WS-ECART-DECIMAL TO WS-TAUX-SIGNE-ED
               MOVE WS-TAUX-SIGNE-ED TO WS-LD-REJETS
           END-IF.
           COMPUTE WS-ECART-ENTIER = WS-AG-OUVERTS (WS-IX-AGENCE, 1)
               - WS-AG-OUVERTS (WS-IX-AGENCE, 2).
           MOVE WS-ECART-ENTIER TO WS-ENTIER-SIGNE-ED.
           MOVE WS-ENTIER-SIGNE-ED TO WS-LD-OUVERTS.
           COMPUTE WS-ECART-ENTIER = WS-AG-RETARD (WS-IX-AGENCE, 1)
               - WS-AG-RETARD (WS-IX-AGENCE, 2).
           MOVE WS-ECART-ENTIER TO WS-ENTIER-SIGNE-ED.
           MOVE WS-ENTIER-SIGNE-ED TO WS-LD-RETARD.
           COMPUTE WS-ECART-ENTIER = WS-AG-CONTACTS (WS-IX-AGENCE, 1)
               - WS-AG-CONTACTS (WS-IX-AGENCE, 2).
           MOVE WS-ECART-ENTIER TO WS-ENTIER-SIGNE-ED.
           MOVE WS-ENTIER-SIGNE-ED TO WS-LD-CONTACTS.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Tableau de bord des agences, mois " WS-MOIS-DEMANDE.
           DISPLAY "Agences au referentiel   : " WS-NB-AGENCES-REF.
           DISPLAY "Agences editees          : " WS-NB-ACTIVES.
           DISPLAY "Runs VOL001 retenus      : " WS-NB-RUNS.
           DISPLAY "Notes SCOHIS retenues    : " WS-NB-NOTES-LUES.
           DISPLAY "Travaux WRK001 lus       : " WS-NB-TRAVAUX-LUS.
           DISPLAY "Contacts CTC001 retenus  : " WS-NB-CONTACTS-LUS.
           DISPLAY "Clients absents d'INP001 : " WS-NB-HORS-FICHIER.
           IF WS-AG-DATE-RUN (WS-IX-RESEAU, 1) = 0
               DISPLAY "ATTENTION : aucun run VOL001 dans le mois."
           END-IF.
           IF WS-PE-DATE-NOTATION (1) = 0
               DISPLAY "ATTENTION : aucune notation SCOHIS ce mois-ci."
           END-IF.
           DISPLAY "Etat AGENCES edite.".
           DISPLAY "----------------------------------------------".
