      * purge l'a ecrite.
           SELECT F-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               FILE STATUS IS WS-FS-CLIENT.
      * Le compteur persistant de l'allocateur central, consulte en
      * lecture seule : la restauration ne delivre pas de numero.
           SELECT OPTIONAL F-SEQUENCE ASSIGN TO DYNAMIC WS-NOM-SEQ001
               FILE STATUS IS WS-FS-SEQUENCE.
      * Journal des restaurations, accumule de run en run.
           SELECT OPTIONAL F-JOURNAL-REST
               ASSIGN TO DYNAMIC WS-NOM-RESLOG
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
              05 FJ-HORODATAGE  PIC X(15).
              05 FJ-ID-CLIENT   PIC 9(10).
              05 FJ-NOM-ARCHIVE PIC X(30).
      * B = restauration d'un run du bac a sable.
              05 FJ-ORIGINE     PIC X(01).
              05 FILLER         PIC X(04).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-SEQ001    PIC X(30) VALUE "SEQ001".
              05 WS-NOM-RESLOG    PIC X(30) VALUE "RESLOG".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-ARCHIVE    PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-SEQUENCE   PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Nom de l'archive (ARCHAAAAMMJJ.DAT) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOM-ARCHIVE.
           MOVE WS-NOM-ARCHIVE TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-ARCHIVE.
           DISPLAY "Identifiant du client a restaurer : "
               WITH NO ADVANCING.
           ACCEPT WS-ID-DEMANDE.
               MOVE WS-ID-DEMANDE TO FJ-ID-CLIENT
               MOVE WS-NOM-ARCHIVE TO FJ-NOM-ARCHIVE
               MOVE SPACES TO FS-ENR-JOURNAL-REST (56:5)
               IF BAC-A-SABLE-ACTIF
                   MOVE "B" TO FJ-ORIGINE
               END-IF
               WRITE FS-ENR-JOURNAL-REST
               END-WRITE
               CLOSE F-JOURNAL-REST
               DISPLAY "Erreur ouverture RESLOG. FILE STATUS: "
                   WS-FS-JOURNAL
           END-IF.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
