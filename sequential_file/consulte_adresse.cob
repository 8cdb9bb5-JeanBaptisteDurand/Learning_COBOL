       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTO-ADR ASSIGN TO DYNAMIC WS-NOM-HIS001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
               FILE STATUS IS WS-FS-HISTO.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==
                       ==CLI-PAYS== BY ==FS-PAYS==
                       ==CLI-CP-ETRANGER== BY ==FS-CP-ETRANGER==
                       ==CLI-VILLE-ETRANGER== BY ==FS-VILLE-ETRANGER==.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-HIS001    PIC X(30) VALUE "HIS001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-HISTO      PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Identifiant du client : " WITH NO ADVANCING.
           ACCEPT WS-ID-DEMANDE.
           DISPLAY "Date demandee (AAAAMMJJ) : " WITH NO ADVANCING.
               INVALID KEY
                   DISPLAY "Client introuvable : " WS-ID-DEMANDE
               NOT INVALID KEY
                   DISPLAY "Adresse du client " WS-ID-DEMANDE
                       " au " WS-DATE-DEMANDEE
                       " (adresse courante, jamais quittee) :"
                   PERFORM AFFICHER-LIGNE-COURANTE
           END-READ.
           CLOSE F-CLIENT.

      * Une adresse etrangere porte son code postal libre, sa ville
      * et son code pays a la place du code postal et de la ville.
       AFFICHER-LIGNE-COURANTE.
           IF FS-ETRANGER
               DISPLAY "  " FS-RUE ", "
                   FUNCTION TRIM(FS-CP-ETRANGER) " "
                   FUNCTION TRIM(FS-VILLE-ETRANGER) " (" FS-PAYS ")"
           ELSE
               MOVE FS-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               DISPLAY "  " FS-RUE ", " WS-AFF-CODE-POSTAL ", "
                   FS-VILLE
           END-IF.
