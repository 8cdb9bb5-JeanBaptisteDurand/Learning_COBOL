      ****************************************************************
      * Chargement des reponses aux campagnes : le fichier des       *
      * retours RPN001 (une ligne run;id_client;date;code_reponse,   *
      * fournie par le marketing ou le routeur) est rapproche de     *
      * l'historique des selections CSH001 ecrit par                 *
      * SELECTION-CAMPAGNE. Une reponse n'est acceptee que si le     *
      * client a bien ete selectionne dans ce run ; la premiere      *
      * reponse fait foi. Les lignes ecartees partent dans RPNREJ    *
      * avec leur motif :                                            *
      *   INVAL  ligne illisible (run, client ou date non numerique, *
      *          code vide)                                          *
      *   HORS   client absent de la selection de ce run             *
      *   DOUBL  le client a deja repondu a ce run                   *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-REPONSES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REPONSES ASSIGN TO DYNAMIC WS-NOM-RPN001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPONSES.
           SELECT F-HISTORIQUE ASSIGN TO DYNAMIC WS-NOM-CSH001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CLE
               FILE STATUS IS WS-FS-HISTORIQUE.
           SELECT F-REJETS ASSIGN TO DYNAMIC WS-NOM-RPNREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJETS.

       DATA DIVISION.
       FILE SECTION.
           FD F-REPONSES.
           01 FS-LIGNE-REPONSE PIC X(80).

           FD F-HISTORIQUE
               RECORD CONTAINS 50 CHARACTERS.
           01 FH-ENR-HISTORIQUE.
               COPY CAMPHIS.

           FD F-REJETS.
           01 FS-LIGNE-REJET PIC X(100).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-RPN001    PIC X(30) VALUE "RPN001".
              05 WS-NOM-CSH001    PIC X(30) VALUE "CSH001".
              05 WS-NOM-RPNREJ    PIC X(30) VALUE "RPNREJ".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-REPONSES   PIC X(02).
           01 WS-FS-HISTORIQUE PIC X(02).
           01 WS-FS-REJETS     PIC X(02).
           01 WS-FIN-REPONSES  PIC X(01) VALUE "N".
              88 FIN-FICHIER-REPONSES VALUE "O".

      * Champs de la ligne de reponse.
           01 WS-CHAMP-RUN     PIC X(10).
           01 WS-CHAMP-ID      PIC X(12).
           01 WS-CHAMP-DATE    PIC X(10).
           01 WS-CHAMP-CODE    PIC X(10).
           01 WS-MOTIF         PIC X(05).

           01 WS-COMPTEURS.
              05 WS-NB-LUS      PIC 9(06) VALUE 0.
              05 WS-NB-ACCEPTES PIC 9(06) VALUE 0.
              05 WS-NB-INVALIDES PIC 9(06) VALUE 0.
              05 WS-NB-HORS-SELECTION PIC 9(06) VALUE 0.
              05 WS-NB-DOUBLONS PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-REPONSES.
           IF WS-FS-REPONSES NOT = "00"
               DISPLAY "Erreur ouverture RPN001. FILE STATUS: "
                   WS-FS-REPONSES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               DISPLAY "Erreur ouverture CSH001. FILE STATUS: "
                   WS-FS-HISTORIQUE
               CLOSE F-REPONSES
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-REJETS.
           IF WS-FS-REJETS NOT = "00"
               DISPLAY "Erreur ouverture RPNREJ. FILE STATUS: "
                   WS-FS-REJETS
               CLOSE F-REPONSES
               CLOSE F-HISTORIQUE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LIRE-REPONSE.
           PERFORM TRAITER-REPONSE UNTIL FIN-FICHIER-REPONSES.
           CLOSE F-REPONSES.
           CLOSE F-HISTORIQUE.
           CLOSE F-REJETS.
           PERFORM AFFICHER-BILAN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIRE-REPONSE.
           READ F-REPONSES
               AT END
                   SET FIN-FICHIER-REPONSES TO TRUE
           END-READ.

      ****************************************************************
      * Rapprochement d'une reponse avec la selection de son run     *
      ****************************************************************
       TRAITER-REPONSE.
           IF FS-LIGNE-REPONSE = SPACES
               PERFORM LIRE-REPONSE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LUS.
           MOVE SPACES TO WS-CHAMP-RUN WS-CHAMP-ID WS-CHAMP-DATE
               WS-CHAMP-CODE.
           UNSTRING FS-LIGNE-REPONSE DELIMITED BY ";"
               INTO WS-CHAMP-RUN WS-CHAMP-ID WS-CHAMP-DATE
                   WS-CHAMP-CODE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CHAMP-RUN) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-CHAMP-ID) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-CHAMP-DATE) IS NOT NUMERIC
               OR WS-CHAMP-CODE = SPACES
               ADD 1 TO WS-NB-INVALIDES
               MOVE "INVAL" TO WS-MOTIF
               PERFORM ECRIRE-REJET
               PERFORM LIRE-REPONSE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CHAMP-RUN) TO CH-RUN.
           MOVE FUNCTION NUMVAL(WS-CHAMP-ID) TO CH-ID-CLIENT.
           READ F-HISTORIQUE
               KEY IS CH-CLE
               INVALID KEY
                   ADD 1 TO WS-NB-HORS-SELECTION
                   MOVE "HORS " TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   PERFORM ENREGISTRER-REPONSE
           END-READ.
           PERFORM LIRE-REPONSE.

       ENREGISTRER-REPONSE.
           IF NOT CH-SANS-REPONSE
               ADD 1 TO WS-NB-DOUBLONS
               MOVE "DOUBL" TO WS-MOTIF
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAMP-CODE (1:3) TO CH-REPONSE-CODE.
           MOVE FUNCTION NUMVAL(WS-CHAMP-DATE) TO CH-REPONSE-DATE.
           REWRITE FH-ENR-HISTORIQUE
           END-REWRITE.
           IF WS-FS-HISTORIQUE NOT = "00"
               DISPLAY "Erreur reecriture CSH001. FILE STATUS: "
                   WS-FS-HISTORIQUE
           ELSE
               ADD 1 TO WS-NB-ACCEPTES
           END-IF.

       ECRIRE-REJET.
           MOVE SPACES TO FS-LIGNE-REJET.
           STRING WS-MOTIF DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FS-LIGNE-REPONSE DELIMITED BY SIZE
               INTO FS-LIGNE-REJET
           END-STRING.
           WRITE FS-LIGNE-REJET.

      ****************************************************************
      * Bilan du chargement                                          *
      ****************************************************************
       AFFICHER-BILAN.
           DISPLAY "----------------------------------------------".
           DISPLAY "Bilan du chargement des reponses".
           DISPLAY "Lignes lues (RPN001)      : " WS-NB-LUS.
           DISPLAY "Reponses acceptees        : " WS-NB-ACCEPTES.
           DISPLAY "Lignes invalides          : " WS-NB-INVALIDES.
           DISPLAY "Hors selection du run     : "
               WS-NB-HORS-SELECTION.
           DISPLAY "Reponses en double        : " WS-NB-DOUBLONS.
           DISPLAY "----------------------------------------------".
