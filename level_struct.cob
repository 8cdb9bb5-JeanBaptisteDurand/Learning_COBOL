       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTO-ADR ASSIGN TO DYNAMIC NomHis001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CLE
              05 FH-VILLE         PIC X(20).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 NomsFichiers.
          05 NomHis001      PIC X(30) VALUE "HIS001".
       01 DemandeBacASable.
          05 BsFonction     PIC X(01) VALUE "T".
          05 BsNbNoms       PIC 9(03) VALUE 1.
          05 BsEtat         PIC X(01) VALUE SPACE.
          05 BsPrefixe      PIC X(08).
          05 BsNom          PIC X(40).
          05 BsCodeRetour   PIC 9(02).

       01 FsHisto        PIC X(02).
      *    Structure du client, via le copybook CLIENT partage avec
      *    sequential_file/file.cob et db2/exemple.cob. Prenom et Nom
       01 IndiceFiche    PIC 9(01).

       PROCEDURE DIVISION.
           CALL "bac-a-sable" USING DemandeBacASable NomsFichiers.
           IF BsCodeRetour NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 100234 TO ClientID.
           MOVE "Jean" TO Prenom.
           MOVE "Dupont" TO Nom.
