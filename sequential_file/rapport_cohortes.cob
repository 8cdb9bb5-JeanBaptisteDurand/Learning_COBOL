      ****************************************************************
      * Cohortes mensuelles d'acquisition et d'attrition par agence :*
      * COMPTA-POPULATION explique l'ecart d'une nuit, mais "combien *
      * de clients gagnes et perdus par mois et par agence" se       *
      * construisait dans un tableur. Ce programme relit le journal  *
      * central MVT001, trie par client puis horodatage, et en tire  *
      * pour chaque client sa date d'entree (premier AJOUT) et ses   *
      * sorties (SUPPR de la purge, de la fusion ou de la            *
      * maintenance, ANONY de l'effacement ; une RESTA le fait       *
      * revenir). L'agence (referentiel AGE001) est celle du code    *
      * postal de l'image du mouvement, via agence-client. Sur les   *
      * WS-NB-MOIS-FENETRE mois finissant au mois d'arrete (AAAAMM,  *
      * vide = mois precedent), l'etat COHORTES donne par agence et  *
      * par mois les entrees, sorties, restaurations et le solde,    *
      * et pour chaque cohorte d'entrants la part encore presente a  *
      * 3, 6 et 12 mois (n/d tant que l'horizon n'est pas atteint au *
      * mois d'arrete). Un client entre avant la mise en service du  *
      * journal n'appartient a aucune cohorte ; ses sorties comptent *
      * dans les flux.                                               *
      * Codes retour : 0, 4 si MVT001 absent (etat vide), 99 erreur  *
      * de tri ou d'edition.                                         *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-COHORTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.
           SELECT SD-MOUVEMENT-TRI ASSIGN TO DYNAMIC WS-NOM-SRT004.

       DATA DIVISION.
       FILE SECTION.
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

      * Le fichier de travail du tri ne garde des mouvements d'entree
      * et de sortie que ce qui sert aux cohortes, l'agence deja
      * resolue.
           SD SD-MOUVEMENT-TRI.
           01 SR-ENR-MOUVEMENT.
              05 SR-ID-CLIENT   PIC 9(10).
              05 SR-HORODATAGE  PIC X(15).
              05 SR-ACTION      PIC X(05).
              05 SR-PROGRAMME   PIC X(20).
              05 SR-AGENCE      PIC 9(02).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
              05 WS-NOM-SRT004    PIC X(30) VALUE "SRT004".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-MOUVEMENTS PIC X(02).
           01 WS-FIN-MVT       PIC X(01) VALUE "N".
              88 FIN-FICHIER-MVT VALUE "O".
           01 WS-FIN-TRI       PIC X(01) VALUE "N".
              88 FIN-RETOUR-TRI VALUE "O".
           01 WS-JOURNAL-ABSENT PIC X(01) VALUE "N".
              88 JOURNAL-ABSENT VALUE "O".

      * Mois d'arrete et fenetre des cohortes, en rang de mois
      * (annee * 12 + mois - 1) pour traverser les annees.
           01 WS-MOIS-DEMANDE  PIC X(06).
           01 WS-MOIS-ARRETE   PIC 9(06).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-DATE-DEC REDEFINES WS-DATE-DU-JOUR.
              05 WS-DATE-AA    PIC 9(04).
              05 WS-DATE-MM    PIC 9(02).
              05 WS-DATE-JJ    PIC 9(02).
           01 WS-MOIS-CALCULE.
              05 WS-MOIS-AA    PIC 9(04).
              05 WS-MOIS-MM    PIC 9(02).
           01 WS-NB-MOIS-FENETRE PIC 9(02) VALUE 24.
           01 WS-RANG-FIN      PIC 9(06).
           01 WS-RANG-DEBUT    PIC 9(06).
           01 WS-RANG          PIC 9(06).
           01 WS-RANG-AA       PIC 9(04).
           01 WS-RANG-MM       PIC 9(02).
           01 WS-MOIS-RANG     PIC 9(06).

      * Horizons de retention, en mois.
           01 WS-HORIZONS-INIT PIC X(06) VALUE "030612".
           01 WS-TABLE-HORIZONS REDEFINES WS-HORIZONS-INIT.
              05 WS-HORIZON    PIC 9(02) OCCURS 3 TIMES.
           01 WS-K             PIC 9(01).

      * Image client du mouvement, decodee par le copybook.
           01 WS-IMAGE-CLIENT.
               COPY CLIENT
                   REPLACING ==CLI-ID== BY ==IM-CLIENT-ID==
                       ==CLI-PRENOM== BY ==IM-PRENOM==
                       ==CLI-NOM== BY ==IM-NOM==
                       ==CLI-ADRESSE-FLAT== BY ==IM-ADRESSE-FLAT==
                       ==CLI-ADRESSE== BY ==IM-ADRESSE==
                       ==CLI-RUE== BY ==IM-RUE==
                       ==CLI-CODE-POSTAL== BY ==IM-CODE-POSTAL==
                       ==CLI-VILLE== BY ==IM-VILLE==
                       ==CLI-TELEPHONE== BY ==IM-TELEPHONE==
                       ==CLI-EMAIL== BY ==IM-EMAIL==
                       ==CLI-STATUT== BY ==IM-STATUT==.
           01 WS-CODE-POSTAL   PIC 9(05).
           01 WS-AGENCE        PIC 9(02).

      * Client en cours (rupture sur l'identifiant) : presence,
      * entree, et pour chaque horizon la date a laquelle sa
      * presence se juge et l'etat du jugement (N a juger, O juge,
      * - hors mesure).
           01 WS-ID-COURANT    PIC 9(10) VALUE 0.
           01 WS-DATE-MVT      PIC 9(08).
           01 WS-CL-PRESENT    PIC X(01).
              88 CLIENT-PRESENT VALUE "O".
           01 WS-CL-DATE-ENTREE PIC 9(08).
           01 WS-CL-ENTREE-DEC REDEFINES WS-CL-DATE-ENTREE.
              05 WS-CL-ENTREE-AA PIC 9(04).
              05 WS-CL-ENTREE-MM PIC 9(02).
              05 WS-CL-ENTREE-JJ PIC 9(02).
           01 WS-CL-AGENCE     PIC 9(02).
           01 WS-CL-COHORTE    PIC 9(02).
           01 WS-CL-HORIZONS.
              05 WS-CL-HORIZON OCCURS 3 TIMES.
                 10 WS-CL-ECHEANCE PIC 9(08).
                 10 WS-CL-JUGE     PIC X(01).
           01 WS-SLOT          PIC 9(02).
           01 WS-IX-AGENCE     PIC 9(03).

      * Table des cohortes : par mois de la fenetre et par agence
      * (indice = code agence + 1), flux du mois et retention de la
      * cohorte entree ce mois-la. La ligne 101 de chaque mois porte
      * le total du reseau.
           01 WS-TABLE-COHORTES.
              05 WS-CH-MOIS OCCURS 24 TIMES.
                 10 WS-CH-AGENCE OCCURS 101 TIMES.
                    15 WS-CH-ENTREES       PIC 9(06).
                    15 WS-CH-SORTIES       PIC 9(06).
                    15 WS-CH-RESTAURATIONS PIC 9(06).
                    15 WS-CH-MESURES       PIC 9(06) OCCURS 3 TIMES.
                    15 WS-CH-PRESENTS      PIC 9(06) OCCURS 3 TIMES.
           01 WS-IX-RESEAU     PIC 9(03) VALUE 101.

      * Cumuls d'une section (agence ou reseau) sur la fenetre.
           01 WS-SECTION.
              05 WS-SE-ENTREES       PIC 9(07).
              05 WS-SE-SORTIES       PIC 9(07).
              05 WS-SE-RESTAURATIONS PIC 9(07).
              05 WS-SE-MESURES       PIC 9(07) OCCURS 3 TIMES.
              05 WS-SE-PRESENTS      PIC 9(07) OCCURS 3 TIMES.
           01 WS-ACTIVITE      PIC 9(07).
           01 WS-SOLDE         PIC S9(07).
           01 WS-POURCENT      PIC 9(03).
           01 WS-POURCENT-ED   PIC ZZ9.
           01 WS-MESURES       PIC 9(07).
           01 WS-PRESENTS      PIC 9(07).
           01 WS-RETENTION     PIC X(09).

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "COHORTES".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132) VALUE SPACES.

           01 WS-ENTETE-DETAIL.
              05 FILLER PIC X(10) VALUE "MOIS".
              05 FILLER PIC X(09) VALUE " ENTREES".
              05 FILLER PIC X(09) VALUE " SORTIES".
              05 FILLER PIC X(09) VALUE " RESTAUR".
              05 FILLER PIC X(10) VALUE "     SOLDE".
              05 FILLER PIC X(09) VALUE "   RET.3M".
              05 FILLER PIC X(09) VALUE "   RET.6M".
              05 FILLER PIC X(09) VALUE "  RET.12M".
              05 FILLER PIC X(10) VALUE "   COHORTE".
           01 WS-LIGNE-DETAIL.
              05 WS-LD-MOIS       PIC X(08).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 WS-LD-ENTREES    PIC Z(07)9.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-SORTIES    PIC Z(07)9.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-RESTAURATIONS PIC Z(07)9.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 WS-LD-SOLDE      PIC -(09)9.
              05 WS-LD-RETENTION  PIC X(09) OCCURS 3 TIMES.
              05 WS-LD-COHORTE    PIC Z(09)9.

      * Sorties de la fenetre par nature, nombre de clients.
           01 WS-COMPTEURS.
              05 WS-NB-MVT-LUS       PIC 9(07) VALUE 0.
              05 WS-NB-MVT-RETENUS   PIC 9(07) VALUE 0.
              05 WS-NB-CLIENTS       PIC 9(07) VALUE 0.
              05 WS-NB-SANS-ENTREE   PIC 9(07) VALUE 0.
              05 WS-NB-SORTIES-PURGE PIC 9(07) VALUE 0.
              05 WS-NB-SORTIES-FUSION PIC 9(07) VALUE 0.
              05 WS-NB-SORTIES-EFFACEMENT PIC 9(07) VALUE 0.
              05 WS-NB-SORTIES-AUTRES PIC 9(07) VALUE 0.
              05 WS-NB-AGENCES       PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Mois d'arrete (AAAAMM, vide = mois precedent) : "
               WITH NO ADVANCING.
           ACCEPT WS-MOIS-DEMANDE.
           IF WS-MOIS-DEMANDE = SPACES OR WS-MOIS-DEMANDE NOT NUMERIC
               PERFORM CALCULER-MOIS-PRECEDENT
           END-IF.
           MOVE WS-MOIS-DEMANDE TO WS-MOIS-ARRETE.
           MOVE WS-MOIS-DEMANDE TO WS-MOIS-CALCULE.
           COMPUTE WS-RANG-FIN = WS-MOIS-AA * 12 + WS-MOIS-MM - 1.
           COMPUTE WS-RANG-DEBUT = WS-RANG-FIN - WS-NB-MOIS-FENETRE
               + 1.
           INITIALIZE WS-TABLE-COHORTES.
           DISPLAY "Tri du journal MVT001 par client...".
           SORT SD-MOUVEMENT-TRI
               ON ASCENDING KEY SR-ID-CLIENT SR-HORODATAGE
               INPUT PROCEDURE IS VERSER-MOUVEMENTS-AU-TRI
               OUTPUT PROCEDURE IS SUIVRE-CLIENTS-TRIES.
           IF SORT-RETURN NOT = 0
               DISPLAY "Erreur de tri des mouvements. SORT-RETURN: "
                   SORT-RETURN
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM EDITER-ETAT.
           IF WS-ED-CODE-RETOUR NOT = 0
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AFFICHER-BILAN.
           IF JOURNAL-ABSENT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CALCULER-MOIS-PRECEDENT.
           IF WS-DATE-MM = 1
               COMPUTE WS-MOIS-AA = WS-DATE-AA - 1
               MOVE 12 TO WS-MOIS-MM
           ELSE
               MOVE WS-DATE-AA TO WS-MOIS-AA
               COMPUTE WS-MOIS-MM = WS-DATE-MM - 1
           END-IF.
           MOVE WS-MOIS-CALCULE TO WS-MOIS-DEMANDE.

      ****************************************************************
      * Procedure d'entree du tri : les seuls mouvements d'entree et *
      * de sortie jusqu'au mois d'arrete, avec l'agence de l'image   *
      * (apres pour une entree, avant pour une sortie)               *
      ****************************************************************
       VERSER-MOUVEMENTS-AU-TRI.
           OPEN INPUT F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS NOT = "00"
               DISPLAY "Journal MVT001 absent : aucune cohorte."
               SET JOURNAL-ABSENT TO TRUE
               SET FIN-FICHIER-MVT TO TRUE
           END-IF.
           PERFORM VERSER-UN-MOUVEMENT UNTIL FIN-FICHIER-MVT.
           CLOSE F-MOUVEMENTS.

       VERSER-UN-MOUVEMENT.
           READ F-MOUVEMENTS
               AT END
                   SET FIN-FICHIER-MVT TO TRUE
           END-READ.
           IF FIN-FICHIER-MVT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MVT-LUS.
           IF FM-HORODATAGE (1:6) > WS-MOIS-DEMANDE
               OR FM-ID-CLIENT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FM-ACTION
               WHEN "AJOUT"
               WHEN "RESTA"
                   MOVE FM-APRES TO WS-IMAGE-CLIENT
               WHEN "SUPPR"
               WHEN "ANONY"
                   MOVE FM-AVANT TO WS-IMAGE-CLIENT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF IM-CODE-POSTAL IS NUMERIC
               MOVE IM-CODE-POSTAL TO WS-CODE-POSTAL
               CALL "agence-client" USING WS-CODE-POSTAL WS-AGENCE
           ELSE
               MOVE 0 TO WS-AGENCE
           END-IF.
           ADD 1 TO WS-NB-MVT-RETENUS.
           MOVE FM-ID-CLIENT TO SR-ID-CLIENT.
           MOVE FM-HORODATAGE TO SR-HORODATAGE.
           MOVE FM-ACTION TO SR-ACTION.
           MOVE FM-PROGRAMME TO SR-PROGRAMME.
           MOVE WS-AGENCE TO SR-AGENCE.
           RELEASE SR-ENR-MOUVEMENT.

      ****************************************************************
      * Procedure de sortie du tri : les mouvements de chaque client *
      * dans l'ordre chronologique, en rupture sur l'identifiant     *
      ****************************************************************
       SUIVRE-CLIENTS-TRIES.
           PERFORM RETOURNER-UN-MOUVEMENT UNTIL FIN-RETOUR-TRI.
           IF WS-ID-COURANT > 0
               PERFORM CLORE-CLIENT
           END-IF.

       RETOURNER-UN-MOUVEMENT.
           RETURN SD-MOUVEMENT-TRI
               AT END
                   SET FIN-RETOUR-TRI TO TRUE
               NOT AT END
                   PERFORM TRAITER-MOUVEMENT-TRIE
           END-RETURN.

       TRAITER-MOUVEMENT-TRIE.
           MOVE SR-HORODATAGE (1:8) TO WS-DATE-MVT.
           IF SR-ID-CLIENT NOT = WS-ID-COURANT
               IF WS-ID-COURANT > 0
                   PERFORM CLORE-CLIENT
               END-IF
               PERFORM OUVRIR-CLIENT
           END-IF.
           IF WS-CL-DATE-ENTREE > 0
               PERFORM JUGER-HORIZONS-ECHUS
           END-IF.
           MOVE SR-HORODATAGE (1:6) TO WS-MOIS-RANG.
           PERFORM SLOT-DU-MOIS.
           EVALUATE SR-ACTION
               WHEN "AJOUT"
                   IF WS-CL-DATE-ENTREE = 0
                       PERFORM ENREGISTRER-ENTREE
                   END-IF
                   SET CLIENT-PRESENT TO TRUE
               WHEN "RESTA"
                   IF NOT CLIENT-PRESENT
                       SET CLIENT-PRESENT TO TRUE
                       IF WS-SLOT > 0
                           COMPUTE WS-IX-AGENCE = SR-AGENCE + 1
                           ADD 1 TO WS-CH-RESTAURATIONS
                               (WS-SLOT, WS-IX-AGENCE)
                           ADD 1 TO WS-CH-RESTAURATIONS
                               (WS-SLOT, WS-IX-RESEAU)
                       END-IF
                   END-IF
               WHEN OTHER
                   IF CLIENT-PRESENT
                       MOVE "N" TO WS-CL-PRESENT
                       IF WS-SLOT > 0
                           PERFORM ENREGISTRER-SORTIE
                       END-IF
                   END-IF
           END-EVALUATE.

      * Nouveau client : present d'emblee s'il precede le journal
      * (son premier mouvement est une sortie), absent sinon.
       OUVRIR-CLIENT.
           ADD 1 TO WS-NB-CLIENTS.
           MOVE SR-ID-CLIENT TO WS-ID-COURANT.
           MOVE 0 TO WS-CL-DATE-ENTREE.
           MOVE 0 TO WS-CL-COHORTE.
           MOVE SR-AGENCE TO WS-CL-AGENCE.
           IF SR-ACTION = "AJOUT" OR SR-ACTION = "RESTA"
               MOVE "N" TO WS-CL-PRESENT
           ELSE
               SET CLIENT-PRESENT TO TRUE
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE 0 TO WS-CL-ECHEANCE (WS-K)
               MOVE "-" TO WS-CL-JUGE (WS-K)
           END-PERFORM.

      * Rang dans la fenetre du mois WS-MOIS-RANG (0 = hors fenetre).
       SLOT-DU-MOIS.
           MOVE WS-MOIS-RANG TO WS-MOIS-CALCULE.
           COMPUTE WS-RANG = WS-MOIS-AA * 12 + WS-MOIS-MM - 1.
           IF WS-RANG < WS-RANG-DEBUT OR WS-RANG > WS-RANG-FIN
               MOVE 0 TO WS-SLOT
           ELSE
               COMPUTE WS-SLOT = WS-RANG - WS-RANG-DEBUT + 1
           END-IF.

      * Premier AJOUT : le client entre dans la cohorte de son mois,
      * chaque horizon atteint au mois d'arrete sera juge.
       ENREGISTRER-ENTREE.
           MOVE WS-DATE-MVT TO WS-CL-DATE-ENTREE.
           MOVE SR-AGENCE TO WS-CL-AGENCE.
           MOVE WS-SLOT TO WS-CL-COHORTE.
           IF WS-SLOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IX-AGENCE = WS-CL-AGENCE + 1.
           ADD 1 TO WS-CH-ENTREES (WS-SLOT, WS-IX-AGENCE).
           ADD 1 TO WS-CH-ENTREES (WS-SLOT, WS-IX-RESEAU).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               COMPUTE WS-RANG = WS-CL-ENTREE-AA * 12
                   + WS-CL-ENTREE-MM - 1 + WS-HORIZON (WS-K)
               DIVIDE WS-RANG BY 12 GIVING WS-RANG-AA
                   REMAINDER WS-RANG-MM
               ADD 1 TO WS-RANG-MM
               COMPUTE WS-CL-ECHEANCE (WS-K) = WS-RANG-AA * 10000
                   + WS-RANG-MM * 100 + WS-CL-ENTREE-JJ
               IF WS-RANG NOT > WS-RANG-FIN
                   MOVE "N" TO WS-CL-JUGE (WS-K)
                   ADD 1 TO WS-CH-MESURES (WS-SLOT, WS-IX-AGENCE, WS-K)
                   ADD 1 TO WS-CH-MESURES (WS-SLOT, WS-IX-RESEAU, WS-K)
               END-IF
           END-PERFORM.

       ENREGISTRER-SORTIE.
           COMPUTE WS-IX-AGENCE = SR-AGENCE + 1.
           ADD 1 TO WS-CH-SORTIES (WS-SLOT, WS-IX-AGENCE).
           ADD 1 TO WS-CH-SORTIES (WS-SLOT, WS-IX-RESEAU).
           EVALUATE TRUE
               WHEN SR-ACTION = "ANONY"
                   ADD 1 TO WS-NB-SORTIES-EFFACEMENT
               WHEN SR-PROGRAMME = "PURGE-CLIENTS"
                   ADD 1 TO WS-NB-SORTIES-PURGE
               WHEN SR-PROGRAMME = "FUSION-DOUBLONS"
                   ADD 1 TO WS-NB-SORTIES-FUSION
               WHEN OTHER
                   ADD 1 TO WS-NB-SORTIES-AUTRES
           END-EVALUATE.

      * Un horizon depasse par la date du mouvement se juge sur la
      * presence d'avant ce mouvement.
       JUGER-HORIZONS-ECHUS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF WS-CL-JUGE (WS-K) = "N"
                   AND WS-DATE-MVT > WS-CL-ECHEANCE (WS-K)
                   PERFORM JUGER-UN-HORIZON
               END-IF
           END-PERFORM.

       JUGER-UN-HORIZON.
           MOVE "O" TO WS-CL-JUGE (WS-K).
           IF CLIENT-PRESENT
               COMPUTE WS-IX-AGENCE = WS-CL-AGENCE + 1
               ADD 1 TO WS-CH-PRESENTS
                   (WS-CL-COHORTE, WS-IX-AGENCE, WS-K)
               ADD 1 TO WS-CH-PRESENTS
                   (WS-CL-COHORTE, WS-IX-RESEAU, WS-K)
           END-IF.

      * Fin des mouvements du client : les horizons encore a juger
      * se jugent sur sa presence finale.
       CLORE-CLIENT.
           IF WS-CL-DATE-ENTREE = 0
               ADD 1 TO WS-NB-SANS-ENTREE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF WS-CL-JUGE (WS-K) = "N"
                   PERFORM JUGER-UN-HORIZON
               END-IF
           END-PERFORM.

      ****************************************************************
      * Etat COHORTES : une section par agence active, puis le       *
      * reseau                                                       *
      ****************************************************************
       EDITER-ETAT.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "COHORTES CLIENTS PAR AGENCE - ARRETE "
               WS-MOIS-DEMANDE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IX-AGENCE FROM 1 BY 1
                   UNTIL WS-IX-AGENCE > 100
               PERFORM EDITER-SECTION-AGENCE
           END-PERFORM.
           MOVE WS-IX-RESEAU TO WS-IX-AGENCE.
           MOVE "RESEAU (TOUTES AGENCES)" TO WS-LIGNE.
           PERFORM EDITER-SECTION.
           PERFORM EDITER-SORTIES-PAR-NATURE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

       EDITER-SECTION-AGENCE.
           MOVE 0 TO WS-ACTIVITE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-NB-MOIS-FENETRE
               ADD WS-CH-ENTREES (WS-SLOT, WS-IX-AGENCE)
                   WS-CH-SORTIES (WS-SLOT, WS-IX-AGENCE)
                   WS-CH-RESTAURATIONS (WS-SLOT, WS-IX-AGENCE)
                   TO WS-ACTIVITE
           END-PERFORM.
           IF WS-ACTIVITE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-AGENCES.
           COMPUTE WS-AGENCE = WS-IX-AGENCE - 1.
           IF WS-AGENCE = 0
               MOVE "AGENCE 00 (NON RATTACHES)" TO WS-LIGNE
           ELSE
               STRING "AGENCE " WS-AGENCE
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM EDITER-SECTION.

      * Une section : titre deja pose dans WS-LIGNE, un mois par
      * ligne (les mois sans activite sont omis), total de la
      * fenetre.
       EDITER-SECTION.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-ENTETE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           INITIALIZE WS-SECTION.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-NB-MOIS-FENETRE
               PERFORM EDITER-MOIS
           END-PERFORM.
           MOVE "TOTAL" TO WS-LD-MOIS.
           MOVE WS-SE-ENTREES TO WS-LD-ENTREES.
           MOVE WS-SE-SORTIES TO WS-LD-SORTIES.
           MOVE WS-SE-RESTAURATIONS TO WS-LD-RESTAURATIONS.
           COMPUTE WS-SOLDE = WS-SE-ENTREES + WS-SE-RESTAURATIONS
               - WS-SE-SORTIES.
           MOVE WS-SOLDE TO WS-LD-SOLDE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE WS-SE-MESURES (WS-K) TO WS-MESURES
               MOVE WS-SE-PRESENTS (WS-K) TO WS-PRESENTS
               PERFORM CALCULER-RETENTION
               MOVE WS-RETENTION TO WS-LD-RETENTION (WS-K)
           END-PERFORM.
           MOVE WS-SE-ENTREES TO WS-LD-COHORTE.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           PERFORM ECRIRE-LIGNE-ETAT.

       EDITER-MOIS.
           IF WS-CH-ENTREES (WS-SLOT, WS-IX-AGENCE) = 0
               AND WS-CH-SORTIES (WS-SLOT, WS-IX-AGENCE) = 0
               AND WS-CH-RESTAURATIONS (WS-SLOT, WS-IX-AGENCE) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RANG = WS-RANG-DEBUT + WS-SLOT - 1.
           DIVIDE WS-RANG BY 12 GIVING WS-RANG-AA
               REMAINDER WS-RANG-MM.
           ADD 1 TO WS-RANG-MM.
           COMPUTE WS-MOIS-RANG = WS-RANG-AA * 100 + WS-RANG-MM.
           MOVE WS-MOIS-RANG TO WS-LD-MOIS.
           MOVE WS-CH-ENTREES (WS-SLOT, WS-IX-AGENCE)
               TO WS-LD-ENTREES WS-LD-COHORTE.
           MOVE WS-CH-SORTIES (WS-SLOT, WS-IX-AGENCE)
               TO WS-LD-SORTIES.
           MOVE WS-CH-RESTAURATIONS (WS-SLOT, WS-IX-AGENCE)
               TO WS-LD-RESTAURATIONS.
           COMPUTE WS-SOLDE = WS-CH-ENTREES (WS-SLOT, WS-IX-AGENCE)
               + WS-CH-RESTAURATIONS (WS-SLOT, WS-IX-AGENCE)
               - WS-CH-SORTIES (WS-SLOT, WS-IX-AGENCE).
           MOVE WS-SOLDE TO WS-LD-SOLDE.
           ADD WS-CH-ENTREES (WS-SLOT, WS-IX-AGENCE) TO WS-SE-ENTREES.
           ADD WS-CH-SORTIES (WS-SLOT, WS-IX-AGENCE) TO WS-SE-SORTIES.
           ADD WS-CH-RESTAURATIONS (WS-SLOT, WS-IX-AGENCE)
               TO WS-SE-RESTAURATIONS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE WS-CH-MESURES (WS-SLOT, WS-IX-AGENCE, WS-K)
                   TO WS-MESURES
               MOVE WS-CH-PRESENTS (WS-SLOT, WS-IX-AGENCE, WS-K)
                   TO WS-PRESENTS
               ADD WS-MESURES TO WS-SE-MESURES (WS-K)
               ADD WS-PRESENTS TO WS-SE-PRESENTS (WS-K)
               PERFORM CALCULER-RETENTION
               MOVE WS-RETENTION TO WS-LD-RETENTION (WS-K)
           END-PERFORM.
           MOVE WS-LIGNE-DETAIL TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.

      * Part des entrants mesurables encore presents a l'horizon.
       CALCULER-RETENTION.
           IF WS-MESURES = 0
               MOVE "      n/d" TO WS-RETENTION
           ELSE
               COMPUTE WS-POURCENT ROUNDED =
                   WS-PRESENTS * 100 / WS-MESURES
               MOVE WS-POURCENT TO WS-POURCENT-ED
               MOVE SPACES TO WS-RETENTION
               STRING "    " WS-POURCENT-ED " %"
                   DELIMITED BY SIZE INTO WS-RETENTION
               END-STRING
           END-IF.

       EDITER-SORTIES-PAR-NATURE.
           MOVE "SORTIES DE LA FENETRE PAR NATURE" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Purge (PURGE-CLIENTS)       : "
               WS-NB-SORTIES-PURGE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Fusion (FUSION-DOUBLONS)    : "
               WS-NB-SORTIES-FUSION
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Effacement (ANONYMISE-CLIENT): "
               WS-NB-SORTIES-EFFACEMENT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Autres suppressions         : "
               WS-NB-SORTIES-AUTRES
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "  Clients anterieurs au journal (hors cohorte) : "
               WS-NB-SANS-ENTREE
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
           DISPLAY "Cohortes clients, arrete " WS-MOIS-DEMANDE.
           DISPLAY "Mouvements lus (MVT001)  : " WS-NB-MVT-LUS.
           DISPLAY "Entrees/sorties retenues : " WS-NB-MVT-RETENUS.
           DISPLAY "Clients suivis           : " WS-NB-CLIENTS.
           DISPLAY "dont anterieurs au journal: " WS-NB-SANS-ENTREE.
           DISPLAY "Agences editees          : " WS-NB-AGENCES.
           DISPLAY "Etat COHORTES edite.".
           DISPLAY "----------------------------------------------".
