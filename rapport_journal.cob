       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JRN001
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD F-JOURNAL
           RECORD CONTAINS 54 CHARACTERS.
       01 FS-ENR-JOURNAL PIC X(54).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-JRN001    PIC X(30) VALUE "JRN001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-JOURNAL PIC X(02).
       01 WS-FIN-JOURNAL PIC X(01) VALUE "N".
           88 FIN-FICHIER-JOURNAL VALUE "O".
              10 WS-JRN-ECRITS PIC 9(06).
              10 WS-JRN-REJETS PIC 9(06).
              10 WS-JRN-AGENCE PIC 9(02).
              10 WS-JRN-TRAVAIL PIC X(08).
              10 WS-JRN-ETAT   PIC X(01).
              10 WS-JRN-ORIGINE PIC X(01).

       01 WS-I          PIC 9(06).
       01 WS-J          PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Nombre d'enregistrements a afficher : "
               WITH NO ADVANCING.
           ACCEPT WS-NB-DEMANDES.
           MOVE WS-DUREE TO WS-DUREE-EDIT.
           DISPLAY WS-JRN-DATE (WS-POSITION)
               " etape " WS-JRN-ETAPE (WS-POSITION)
               " " WS-JRN-TRAVAIL (WS-POSITION)
               " " WS-JRN-ETAT (WS-POSITION)
               " " WS-JRN-HDEBUT (WS-POSITION)
               "-" WS-JRN-HFIN (WS-POSITION)
               " duree " WS-DUREE-EDIT "s"
           MOVE SPACES TO WS-ED-LIGNE.
           STRING WS-JRN-DATE (WS-POSITION)
               " etape " WS-JRN-ETAPE (WS-POSITION)
               " " WS-JRN-TRAVAIL (WS-POSITION)
               " " WS-JRN-ETAT (WS-POSITION)
               " " WS-JRN-HDEBUT (WS-POSITION)
               "-" WS-JRN-HFIN (WS-POSITION)
               " duree " WS-DUREE-EDIT "s"
               DELIMITED BY SIZE INTO WS-ED-LIGNE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
      * Une etape journalisee par un run du bac a sable le dit.
           IF WS-JRN-ORIGINE (WS-POSITION) = "B"
               DISPLAY "    (run du bac a sable)"
               MOVE "    (run du bac a sable)" TO WS-ED-LIGNE
               CALL "edition-etat" USING WS-DEMANDE-EDITION
           END-IF.
