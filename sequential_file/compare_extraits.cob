           01 FN-ENR PIC X(104).

       WORKING-STORAGE SECTION.
           01 WS-NOM-ANCIEN    PIC X(30).
           01 WS-NOM-NOUVEAU   PIC X(30).
      * Les noms saisis sont des noms logiques : ils suivent le
      * prefixe du bac a sable.
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "N".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 0.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).
           01 WS-FS-ANCIEN     PIC X(02).
           01 WS-FS-NOUVEAU    PIC X(02).

           DISPLAY "Fichier a comparer  (nouveau)  : "
               WITH NO ADVANCING.
           ACCEPT WS-NOM-NOUVEAU.
           MOVE WS-NOM-ANCIEN TO WS-BS-NOM.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-BS-NOM TO WS-NOM-ANCIEN.
           MOVE WS-NOM-NOUVEAU TO WS-BS-NOM.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE.
           MOVE WS-BS-NOM TO WS-NOM-NOUVEAU.
           PERFORM CHARGER-ANCIEN.
           PERFORM COMPARER-NOUVEAU.
           PERFORM LISTER-ANCIEN-SEUL.
