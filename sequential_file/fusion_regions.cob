               FILE STATUS IS WS-FS-ENTREE4.
           SELECT F-ENTREE5 ASSIGN TO DYNAMIC WS-NOM-ENTREE5
               FILE STATUS IS WS-FS-ENTREE5.
           SELECT F-NATIONAL ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-NATIONAL.
           SELECT OPTIONAL F-NUMERO-RUN ASSIGN TO DYNAMIC WS-NOM-NUM001
               FILE STATUS IS WS-FS-NUMERO.

       DATA DIVISION.
           01 FS-ENR-NUMERO PIC X(04).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
              05 WS-NOM-NUM001    PIC X(30) VALUE "NUM001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-NOM-ENTREE1   PIC X(30).
           01 WS-NOM-ENTREE2   PIC X(30).
           01 WS-NOM-ENTREE3   PIC X(30).
           01 WS-NOM-ENTREE4   PIC X(30).
           01 WS-NOM-ENTREE5   PIC X(30).
           01 WS-FS-ENTREE1    PIC X(02).
           01 WS-FS-ENTREE2    PIC X(02).
           01 WS-FS-ENTREE3    PIC X(02).
           01 WS-NB-ENTREES    PIC 9(01).
           01 WS-I             PIC 9(01).
           01 WS-FICHIER       PIC 9(01).
           01 WS-NOM-COURANT   PIC X(30).
           01 WS-FS-COURANT    PIC X(02).
           01 WS-ENR-COURANT   PIC X(104).
           01 WS-FIN-COURANT   PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Nombre de fichiers regionaux a fusionner (2-5) : "
               WITH NO ADVANCING.
           ACCEPT WS-NB-ENTREES.
      ****************************************************************
       OUVRIR-ENTREE.
           MOVE WS-ENT-NOM (WS-FICHIER) TO WS-NOM-COURANT.
           MOVE WS-NOM-COURANT TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-COURANT.
           EVALUATE WS-FICHIER
               WHEN 1
                   MOVE WS-NOM-COURANT TO WS-NOM-ENTREE1
           ELSE
               MOVE 0 TO WS-RESTE-ACTIFS
           END-IF.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
