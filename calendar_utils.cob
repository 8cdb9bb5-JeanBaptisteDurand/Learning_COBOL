       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-FERIES ASSIGN TO DYNAMIC WS-NOM-JRF001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIES.

       01 FS-ENR-FERIE PIC X(08).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
          05 WS-NOM-JRF001    PIC X(30) VALUE "JRF001".
       01 WS-DEMANDE-BAC-A-SABLE.
          05 WS-BS-FONCTION    PIC X(01) VALUE "T".
          05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
          05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
             88 BAC-A-SABLE-ACTIF VALUE "O".
          05 WS-BS-PREFIXE     PIC X(08).
          05 WS-BS-NOM         PIC X(40).
          05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-FERIES        PIC X(02).
      * Calendrier des jours feries, charge une seule fois par run.
       01 WS-FERIES-CHARGES   PIC X(01) VALUE "N".
       PROCEDURE DIVISION USING CU-ANNEE CU-MOIS CU-JOUR
               CU-BISSEXTILE CU-JOURS-DANS-MOIS CU-JOUR-ANNEE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-MOD-4
           PERFORM CHECK-MOD-100
           PERFORM CHECK-MOD-400
