ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
        FILE STATUS IS WS-FS-SORTIE.
    SELECT F-RAPPORT ASSIGN TO DYNAMIC WS-NOM-RAP001
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-RAPPORT.

WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
    05 WS-NOM-RAP001    PIC X(30) VALUE "RAP001".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-SORTIE       PIC X(02).
01 WS-FS-RAPPORT      PIC X(02).
01 WS-FIN-SORTIE      PIC X(01) VALUE "N".

PROCEDURE DIVISION USING RP-CR-RAPPRO.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT F-SORTIE.
    IF WS-FS-SORTIE NOT = "00"
        DISPLAY "Erreur ouverture OUT001. FILE STATUS: " WS-FS-SORTIE
    MOVE "Rapport de rapprochement fichier / base CLIENT"
        TO FS-LIGNE-RAPPORT.
    WRITE FS-LIGNE-RAPPORT.
    IF BAC-A-SABLE-ACTIF
        MOVE SPACES TO FS-LIGNE-RAPPORT
        STRING "*** BAC A SABLE " WS-BS-PREFIXE
            " : OUT001 du run de repetition, base de production ***"
            DELIMITED BY SIZE INTO FS-LIGNE-RAPPORT
        END-STRING
        WRITE FS-LIGNE-RAPPORT
    END-IF.

    PERFORM LIRE-SORTIE.
    PERFORM RAPPROCHER-CLIENT UNTIL FIN-FICHIER-SORTIE.
