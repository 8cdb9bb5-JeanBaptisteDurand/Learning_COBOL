      * operateurs - puis applique les changements sous le verrou    *
      * partage, chaque changement trace dans le journal des         *
      * mouvements. Le bilan s'equilibre : examines = changes +      *
      * ecartes, comme les autres bilans batch. Un client qui        *
      * passerait les criteres mais se trouve sous gel juridique en  *
      * cours (GEL001, sous-programme partage gel-juridique) est     *
      * laisse intact, liste comme tel dans CSPREV et compte a part  *
      * parmi les ecartes ; l'apercu annonce donc exactement ce que  *
      * l'execution fera.                                            *
      * En periode de gel des modifications clients (calendrier      *
      * CALEXP), la mise a jour est refusee, sauf derogation         *
      * d'urgence accordee par controle-gel et alertee dans ALR001.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CRITERES ASSIGN TO DYNAMIC WS-NOM-CRS001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRITERES.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
      * L'apercu : la liste exacte de ce qui changerait.
           SELECT F-APERCU ASSIGN TO DYNAMIC WS-NOM-CSPREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APERCU.

           01 FS-LIGNE-APERCU PIC X(132).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-CRS001    PIC X(30) VALUE "CRS001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-ACT001    PIC X(30) VALUE "ACT001".
              05 WS-NOM-CSPREV    PIC X(30) VALUE "CSPREV".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 4.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CRITERES   PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-ACTIVITE   PIC X(02).
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "CHANGE-STATUT".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "CHANGE-STATUT".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

      * Demande de journalisation pour le journal central des
      * mouvements.
           01 WS-DEMANDE-JOURNAL.
              05 WS-JRN-AVANT     PIC X(145).
              05 WS-JRN-APRES     PIC X(145).

      * Garde des gels juridiques (sous-programme partage
      * gel-juridique) : gels en cours du client retenu.
           01 WS-DEMANDE-GEL.
              05 WS-GE-FONCTION    PIC X(01).
              05 WS-GE-ID-CLIENT   PIC 9(10).
              05 WS-GE-NB-GELS     PIC 9(02).
              05 WS-GE-DOSSIER     PIC X(20).
              05 WS-GE-CODE-RETOUR PIC 9(02).

      * Compteurs : examines = changes + ecartes.
           01 WS-COMPTEURS.
              05 WS-NB-EXAMINES PIC 9(06) VALUE 0.
              05 WS-NB-CHANGES  PIC 9(06) VALUE 0.
              05 WS-NB-ECARTES  PIC 9(06) VALUE 0.
              05 WS-NB-GELS     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-CRITERES.
           IF NOT STATUT-CIBLE-VALIDE
               DISPLAY "Carte CRS001 sans NOUVEAU-STATUT valide "
      ****************************************************************
       OUVRIR-FICHIERS.
           IF MODE-EXECUTION
               CALL "controle-gel" USING WS-GARDE-GEL
               IF WS-GM-CODE-RETOUR = 8
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "P" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
               IF WS-VR-CODE-RETOUR NOT = 0
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-APERCU.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO WS-LIGNE
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-APERCU
           END-IF.
           MOVE WS-BORNE-BASSE TO FS-CLIENT-ID.
           START F-CLIENT KEY NOT LESS THAN FS-CLIENT-ID
               INVALID KEY
       FERMER-FICHIERS.
           CLOSE F-CLIENT.
           CLOSE F-APERCU.
           MOVE "F" TO WS-GE-FONCTION.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           IF MODE-EXECUTION
               MOVE "L" TO WS-VR-FONCTION
               CALL "verrou-client" USING WS-DEMANDE-VERROU
           IF CLIENT-RETENU AND WS-ACTIVITE-AVANT > 0
               PERFORM CONTROLER-ACTIVITE
           END-IF.
           IF CLIENT-RETENU
               PERFORM CONTROLER-GEL
           END-IF.
           IF CLIENT-RETENU
               PERFORM TRAITER-CLIENT-RETENU
           ELSE
               MOVE "N" TO WS-RETENU
           END-IF.

      * Un client sous gel juridique en cours reste intact ; un
      * registre des gels illisible l'ecarte aussi (on ne change pas
      * dans le doute). L'ecart est dit dans CSPREV.
       CONTROLER-GEL.
           MOVE "C" TO WS-GE-FONCTION.
           MOVE FS-CLIENT-ID TO WS-GE-ID-CLIENT.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           IF WS-GE-CODE-RETOUR = 0 AND WS-GE-NB-GELS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RETENU.
           ADD 1 TO WS-NB-GELS.
           MOVE FS-CLIENT-ID TO WS-AFF-ID.
           MOVE SPACES TO WS-LIGNE.
           IF WS-GE-CODE-RETOUR NOT = 0
               STRING "Client " WS-AFF-ID " : gels juridiques "
                   "illisibles (GEL001), laisse intact"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "Client " WS-AFF-ID " ("
                   FUNCTION TRIM(FS-PRENOM) " " FUNCTION TRIM(FS-NOM)
                   ") : sous gel juridique, dossier "
                   FUNCTION TRIM(WS-GE-DOSSIER) ", laisse intact"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           PERFORM ECRIRE-LIGNE-APERCU.

      ****************************************************************
      * Client retenu : liste dans l'apercu ; en execution, le       *
      * statut change, trace au journal des mouvements               *
           DISPLAY "Clients examines : " WS-NB-EXAMINES.
           DISPLAY "Changements      : " WS-NB-CHANGES.
           DISPLAY "Ecartes          : " WS-NB-ECARTES.
           DISPLAY "  dont sous gel juridique : " WS-NB-GELS.
           DISPLAY "Detail dans CSPREV.".
           IF WS-NB-EXAMINES = WS-NB-CHANGES + WS-NB-ECARTES
               DISPLAY "Bilan OK : aucun client perdu."
