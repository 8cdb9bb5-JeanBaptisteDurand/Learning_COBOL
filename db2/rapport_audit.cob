ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-AUDIT ASSIGN TO DYNAMIC WS-NOM-AUD001
        FILE STATUS IS WS-FS-AUDIT.

DATA DIVISION.
    05 FA-HORODATAGE    PIC X(15).

WORKING-STORAGE SECTION.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-AUD001    PIC X(30) VALUE "AUD001".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-AUDIT        PIC X(02).
01 WS-FIN-AUDIT       PIC X(01) VALUE "N".
    88 FIN-FICHIER-AUDIT VALUE "O".

PROCEDURE DIVISION USING RA-MOIS-DEMANDE.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    SET WS-PTR-MOIS TO ADDRESS OF RA-MOIS-DEMANDE.
    IF WS-PTR-MOIS NOT = NULL
        MOVE RA-MOIS-DEMANDE TO WS-MOIS-DEMANDE
