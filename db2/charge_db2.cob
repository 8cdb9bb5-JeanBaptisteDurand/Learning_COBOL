ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
        FILE STATUS IS WS-FS-SORTIE.
    SELECT OPTIONAL F-CHECKPOINT-DB ASSIGN TO DYNAMIC WS-NOM-CKPDB2
        FILE STATUS IS WS-FS-CKP.

DATA DIVISION.
WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
    05 WS-NOM-CKPDB2    PIC X(30) VALUE "CKPDB2".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-SORTIE       PIC X(02).
01 WS-FS-CKP          PIC X(02).
01 WS-FIN-SORTIE      PIC X(01) VALUE "N".

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
*> La base n'a pas de bac a sable : un run de repetition ne la charge
*> pas, l'etape le signale (code 4).
    IF BAC-A-SABLE-ACTIF
        DISPLAY "Bac a sable : OUT001 non charge dans la base."
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHARGER-UNE-TENTATIVE.
    PERFORM RELANCER-SI-CONTENTION
        UNTIL NOT RELANCE-DEMANDEE OR ERREUR-SURVENUE.
