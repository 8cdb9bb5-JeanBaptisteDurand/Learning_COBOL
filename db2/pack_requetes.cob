ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-REQUETES ASSIGN TO DYNAMIC WS-NOM-QRY001
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-REQUETES.
    SELECT F-RESULTAT ASSIGN TO DYNAMIC WS-NOM-RESULTAT
WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-QRY001    PIC X(30) VALUE "QRY001".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-REQUETES     PIC X(02).
01 WS-FS-RESULTAT     PIC X(02).
01 WS-FIN-REQUETES    PIC X(01) VALUE "N".
01 WS-NOM-PACK        PIC X(20).
01 WS-NOM-RECHERCHE   PIC X(20).
01 WS-STATUT-RECHERCHE PIC X(10).
01 WS-NOM-RESULTAT    PIC X(20).
01 WS-RANG-REQUETE    PIC 9(02) VALUE 0.

*> Variables hotes, les memes zones que CURSOR_RECHERCHE.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT F-REQUETES.
    IF WS-FS-REQUETES NOT = "00"
        DISPLAY "Erreur ouverture QRY001. FILE STATUS: "
    STRING "PCK" WS-RANG-REQUETE DELIMITED BY SIZE
        INTO WS-NOM-RESULTAT
    END-STRING.
    MOVE WS-NOM-RESULTAT TO WS-BS-NOM.
    PERFORM PREFIXER-NOM-CONSTRUIT.
    MOVE WS-BS-NOM TO WS-NOM-RESULTAT.
    OPEN OUTPUT F-RESULTAT.
    IF WS-FS-RESULTAT NOT = "00"
        DISPLAY "Erreur ouverture " WS-NOM-RESULTAT
        DELIMITED BY SIZE INTO WS-LIGNE
    END-STRING.
    PERFORM ECRIRE-LIGNE-RESULTAT.
    IF BAC-A-SABLE-ACTIF
        MOVE SPACES TO WS-LIGNE
        STRING "*** BAC A SABLE " WS-BS-PREFIXE
            " : run de repetition, base de production ***"
            DELIMITED BY SIZE INTO WS-LIGNE
        END-STRING
        PERFORM ECRIRE-LIGNE-RESULTAT
    END-IF.
    PERFORM RECHERCHER-CLIENTS.
    MOVE SPACES TO WS-LIGNE.
    STRING "Nombre de clients trouves : " WS-NB-TROUVES
        DISPLAY "ATTENTION : ecart dans le bilan du pack !"
    END-IF.
    DISPLAY "----------------------------------------------".

*> Un nom construit au fil du run suit le prefixe du bac a sable.
PREFIXER-NOM-CONSTRUIT.
    MOVE "N" TO WS-BS-FONCTION.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    MOVE "T" TO WS-BS-FONCTION.
