ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-REBONDS ASSIGN TO DYNAMIC WS-NOM-BNC001
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-REBONDS.
    SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FS-CLIENT-ID
            WITH DUPLICATES
        FILE STATUS IS WS-FS-CLIENT.
*> Piste d'audit des marquages, accumulee de run en run.
    SELECT OPTIONAL F-AUDIT-REBONDS ASSIGN TO DYNAMIC WS-NOM-AUDBNC
        FILE STATUS IS WS-FS-AUDIT.

DATA DIVISION.
WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-BNC001    PIC X(30) VALUE "BNC001".
    05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
    05 WS-NOM-AUDBNC    PIC X(30) VALUE "AUDBNC".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-REBONDS      PIC X(02).
01 WS-FS-CLIENT       PIC X(02).
01 WS-FS-AUDIT        PIC X(02).

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHARGER-REBONDS.
    IF WS-NB-REB = 0
        DISPLAY "Fichier de rebonds BNC001 vide ou absent."
        GOBACK
    END-IF.
    PERFORM MARQUER-DANS-FICHIER.
*> La base n'a pas de bac a sable : seul le fichier client prefixe
*> est marque dans un run de repetition.
    IF BAC-A-SABLE-ACTIF
        DISPLAY "Bac a sable : marquage de la base CLIENTS non fait."
    ELSE
        PERFORM MARQUER-DANS-BASE
    END-IF.
    CLOSE F-AUDIT-REBONDS.
    EXEC SQL COMMIT END-EXEC.
    PERFORM COMPTER-SANS-CLIENT.
*> et laissee intacte, a traiter a la main.
    COMPUTE WS-LONGUEUR-EMAIL =
        FUNCTION LENGTH(FUNCTION TRIM(FS-EMAIL)).
    IF WS-LONGUEUR-EMAIL >= 29
        ADD 1 TO WS-NB-NON-MARQUABLES
        DISPLAY "Client " FS-CLIENT-ID " : adresse de 29 "
            "caracteres, marquage impossible sans troncature, "
            "laissee telle quelle : " FS-EMAIL
        EXIT PARAGRAPH
