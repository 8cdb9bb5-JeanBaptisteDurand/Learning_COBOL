FILE-CONTROL.
*> OPTIONAL : le premier run apres un cycle d'archivage repart d'un
*> fichier absent sans erreur ; les runs suivants s'y ajoutent.
    SELECT OPTIONAL F-AUDIT ASSIGN TO DYNAMIC WS-NOM-AUD001
        FILE STATUS IS WS-FS-AUDIT.
*> Point de reprise de la passe : dernier identifiant client dont la
*> correction a ete validee par un COMMIT.
    SELECT OPTIONAL F-CHECKPOINT-EML ASSIGN TO DYNAMIC WS-NOM-CKPEML
        FILE STATUS IS WS-FS-CKP.

DATA DIVISION.
WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-AUD001    PIC X(30) VALUE "AUD001".
    05 WS-NOM-CKPEML    PIC X(30) VALUE "CKPEML".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-ID-CLIENT       PIC 9(5).
01 WS-NOM-CLIENT      PIC X(50).
01 WS-EMAIL-CLIENT    PIC X(100).
    05 MC-SQLCODE-ECHEC   PIC S9(09) SIGN LEADING SEPARATE.

PROCEDURE DIVISION USING MC-CONSIGNE.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    SET WS-PTR-MODE TO ADDRESS OF MC-CONSIGNE.
    IF WS-PTR-MODE NOT = NULL
        MOVE MC-MODE-EXECUTION TO WS-MODE-EXECUTION
            WITH NO ADVANCING
        ACCEPT WS-MODE-EXECUTION
    END-IF.
*> La base n'a pas de bac a sable : un run de repetition ne corrige
*> rien, il liste.
    IF BAC-A-SABLE-ACTIF AND NOT MODE-SIMULATION
        DISPLAY "Bac a sable : simulation imposee, base non modifiee."
        MOVE "S" TO WS-MODE-EXECUTION
    END-IF.

    DISPLAY "Ouverture du curseur pour les mises à jour des emails..."

