IDENTIFICATION DIVISION.
PROGRAM-ID. DECHARGE-CLIENTS.

*> Dechargement de la table CLIENT au format F-SORTIE : RAPPROCHEMENT
*> confronte fichier et base un client a la fois, mais apres une
*> restauration il faut une image complete de la base, et il n'en
*> existait aucune a plat. Ce programme ecrit la table (ou une plage
*> d'identifiants) dans UNL001, exactement comme FILE-EXAMPLE ecrit
*> OUT001 : entete (cle 0000000000, source DB2CLI, numero de run a
*> zero : un dechargement n'est pas un run de la serie NUM001),
*> enregistrements par identifiant croissant, code mouvement a blanc,
*> trailer (cle 9999999999, nombre et total de controle des cles) et
*> sentinelle HIGH-VALUES. COMPARE-EXTRAITS, VERIF-SORTIE et
*> INSPECTE-FICHIER s'en servent comme de tout autre extrait. Les
*> deux cles reservees a l'entete et au trailer ne peuvent pas etre
*> ecrites : une ligne de la base qui les porterait est ecartee et
*> signalee. Lance dans le reseau de nuit (consigne CNSNUI), le
*> dechargement est complet et sans question.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-DECHARGE ASSIGN TO DYNAMIC WS-NOM-UNL001
        FILE STATUS IS WS-FS-DECHARGE.

DATA DIVISION.
FILE SECTION.
*> Meme enregistrement que F-SORTIE (voir file.cob).
FD F-DECHARGE
    RECORD CONTAINS 104 CHARACTERS
    BLOCK CONTAINS 10 RECORDS.
01 FS-ENR-DECHARGE PIC X(104).

WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-UNL001    PIC X(30) VALUE "UNL001".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-DECHARGE     PIC X(02).

*> Plage dechargee : complete (C) ou bornee (P), bornes incluses.
01 WS-TYPE-DECHARGE   PIC X(01).
    88 DECHARGE-COMPLETE VALUE "C" " ".
    88 DECHARGE-PLAGE    VALUE "P".
01 WS-ID-MIN          PIC 9(10) VALUE 0.
01 WS-ID-MAX          PIC 9(10) VALUE 9999999999.

*> Variables hotes du curseur sur la table CLIENT.
01 WS-ID-CLIENT       PIC 9(10).
01 WS-DB-NOM          PIC X(20).
01 WS-DB-PRENOM       PIC X(20).
01 WS-DB-ADRESSE      PIC X(53).

*> Enregistrement de donnees, au format d'ECRIRE-SORTIE-CLIENT.
01 WS-ENR-SORTIE.
    05 WS-SORTIE-ID   PIC 9(10).
    05 WS-DATA        PIC X(93).
    05 WS-CODE-MVT    PIC X(01) VALUE SPACE.

*> Entete, trailer et sentinelle, aux formats de FILE-EXAMPLE.
01 WS-ENR-ENTETE.
    05 WS-ENTETE-CLE    PIC 9(10) VALUE 0.
    05 WS-ENTETE-DATE   PIC 9(08).
    05 WS-ENTETE-SEQ    PIC 9(04) VALUE 0.
    05 WS-ENTETE-SOURCE PIC X(06) VALUE "DB2CLI".
    05 WS-ENTETE-AGENCE PIC 9(02) VALUE 0.
    05 FILLER           PIC X(74) VALUE SPACES.
01 WS-ENR-TRAILER.
    05 WS-TRAILER-CLE     PIC 9(10) VALUE 9999999999.
    05 WS-TRAILER-NB      PIC 9(10).
    05 WS-TRAILER-HASH    PIC 9(10).
    05 WS-TRAILER-TRF-IN  PIC 9(06) VALUE 0.
    05 WS-TRAILER-TRF-OUT PIC 9(06) VALUE 0.
    05 WS-TRAILER-MARQUE  PIC X(07) VALUE SPACES.
    05 FILLER             PIC X(55) VALUE SPACES.
01 WS-ENR-SENTINELLE  PIC X(104) VALUE HIGH-VALUES.
01 WS-HASH-ACCUM      PIC 9(12) VALUE 0.

01 WS-NB-ECRITS       PIC 9(10) VALUE 0.
01 WS-NB-ECARTES      PIC 9(06) VALUE 0.
01 WS-ERREUR-SURVENUE PIC X(01) VALUE "N".
    88 ERREUR-SURVENUE VALUE "O".
01 WS-FIN-CURSEUR     PIC X(01) VALUE "N".
    88 FIN-CURSEUR VALUE "O".

*> Adresse de la consigne de nuit : NULL en lancement autonome.
01 WS-PTR-CONSIGNE    USAGE POINTER.

LINKAGE SECTION.
*> Consigne de la chaine de nuit (copybook CNSNUI).
01 DC-CONSIGNE-NUIT.
    05 DC-MODE          PIC X(01).
        88 DC-MODE-NUIT VALUE "N".
    05 DC-DATE          PIC 9(08).

PROCEDURE DIVISION USING DC-CONSIGNE-NUIT.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    SET WS-PTR-CONSIGNE TO ADDRESS OF DC-CONSIGNE-NUIT.
    IF WS-PTR-CONSIGNE NOT = NULL
        MOVE "C" TO WS-TYPE-DECHARGE
    ELSE
        PERFORM DEMANDER-PLAGE
    END-IF.
    IF NOT DECHARGE-COMPLETE AND NOT DECHARGE-PLAGE
        DISPLAY "Type de dechargement inconnu : " WS-TYPE-DECHARGE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-ID-MIN > WS-ID-MAX
        DISPLAY "Plage vide : " WS-ID-MIN " > " WS-ID-MAX
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT F-DECHARGE.
    IF WS-FS-DECHARGE NOT = "00"
        DISPLAY "Erreur ouverture UNL001. FILE STATUS: " WS-FS-DECHARGE
        MOVE 99 TO RETURN-CODE
        GOBACK
    END-IF.
    ACCEPT WS-ENTETE-DATE FROM DATE YYYYMMDD.
    WRITE FS-ENR-DECHARGE FROM WS-ENR-ENTETE.
    PERFORM DECHARGER-TABLE.
*> Un dechargement interrompu n'a ni trailer ni sentinelle : le
*> controle "trailer absent" de VERIF-SORTIE le retient, comme un
*> extrait tronque.
    IF NOT ERREUR-SURVENUE
        PERFORM ECRIRE-FIN-DE-FICHIER
    END-IF.
    CLOSE F-DECHARGE.
    PERFORM AFFICHER-BILAN.
    EVALUATE TRUE
        WHEN ERREUR-SURVENUE
            MOVE 99 TO RETURN-CODE
        WHEN WS-NB-ECARTES > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.
    GOBACK.

*> Dechargement complet, ou plage d'identifiants bornes incluses.
DEMANDER-PLAGE.
    DISPLAY "Dechargement complet (C) ou par plage d'identifiants "
        "(P) ? " WITH NO ADVANCING.
    ACCEPT WS-TYPE-DECHARGE.
    MOVE FUNCTION UPPER-CASE(WS-TYPE-DECHARGE) TO WS-TYPE-DECHARGE.
    IF DECHARGE-PLAGE
        DISPLAY "Premier identifiant : " WITH NO ADVANCING
        ACCEPT WS-ID-MIN
        DISPLAY "Dernier identifiant : " WITH NO ADVANCING
        ACCEPT WS-ID-MAX
    END-IF.

*> Parcours de la table par identifiant croissant, dans la plage.
DECHARGER-TABLE.
    EXEC SQL
        DECLARE CURSOR_DECHARGE CURSOR FOR
        SELECT ID_CLIENT, NOM, PRENOM, ADRESSE
        FROM CLIENT
        WHERE ID_CLIENT BETWEEN :WS-ID-MIN AND :WS-ID-MAX
        ORDER BY ID_CLIENT
    END-EXEC.
    EXEC SQL
        OPEN CURSOR_DECHARGE
    END-EXEC.
    IF SQLCODE NOT = 0
        DISPLAY "Erreur ouverture CURSOR_DECHARGE, SQLCODE : " SQLCODE
        SET ERREUR-SURVENUE TO TRUE
        EXIT PARAGRAPH
    END-IF.
    PERFORM DECHARGER-UN-CLIENT UNTIL FIN-CURSEUR OR ERREUR-SURVENUE.
    EXEC SQL
        CLOSE CURSOR_DECHARGE
    END-EXEC.

DECHARGER-UN-CLIENT.
    EXEC SQL
        FETCH CURSOR_DECHARGE
        INTO :WS-ID-CLIENT, :WS-DB-NOM, :WS-DB-PRENOM, :WS-DB-ADRESSE
    END-EXEC.
    EVALUATE TRUE
        WHEN SQLCODE = 100
            SET FIN-CURSEUR TO TRUE
        WHEN SQLCODE NOT = 0
            DISPLAY "Erreur lecture CURSOR_DECHARGE, SQLCODE : "
                SQLCODE
            SET ERREUR-SURVENUE TO TRUE
        WHEN WS-ID-CLIENT = 0 OR WS-ID-CLIENT = 9999999999
            ADD 1 TO WS-NB-ECARTES
            DISPLAY "Client " WS-ID-CLIENT " ecarte : cle reservee "
                "a l'entete ou au trailer."
        WHEN OTHER
            PERFORM ECRIRE-CLIENT
    END-EVALUATE.

*> Meme decoupage que le report de FILE-EXAMPLE : prenom, nom, puis
*> l'adresse a plat (code postal condense compris), telle que
*> CHARGE-DB2 l'a rangee dans la colonne ADRESSE.
ECRIRE-CLIENT.
    MOVE WS-ID-CLIENT TO WS-SORTIE-ID.
    MOVE WS-DB-PRENOM TO WS-DATA (1:20).
    MOVE WS-DB-NOM TO WS-DATA (21:20).
    MOVE WS-DB-ADRESSE TO WS-DATA (41:53).
    WRITE FS-ENR-DECHARGE FROM WS-ENR-SORTIE.
    IF WS-FS-DECHARGE NOT = "00"
        DISPLAY "Erreur ecriture UNL001. FILE STATUS: " WS-FS-DECHARGE
        SET ERREUR-SURVENUE TO TRUE
    ELSE
        ADD 1 TO WS-NB-ECRITS
        ADD WS-ID-CLIENT TO WS-HASH-ACCUM
    END-IF.

*> Trailer (nombre et total de controle, calcules comme
*> ECRIRE-TRAILER-SORTIE) puis sentinelle.
ECRIRE-FIN-DE-FICHIER.
    MOVE WS-NB-ECRITS TO WS-TRAILER-NB.
    MOVE FUNCTION MOD(WS-HASH-ACCUM, 9999999999) TO WS-TRAILER-HASH.
    WRITE FS-ENR-DECHARGE FROM WS-ENR-TRAILER.
    WRITE FS-ENR-DECHARGE FROM WS-ENR-SENTINELLE.
    IF WS-FS-DECHARGE NOT = "00"
        DISPLAY "Erreur ecriture UNL001. FILE STATUS: " WS-FS-DECHARGE
        SET ERREUR-SURVENUE TO TRUE
    END-IF.

AFFICHER-BILAN.
    DISPLAY "----------------------------------------------".
    DISPLAY "Dechargement de la table CLIENT dans UNL001".
    IF DECHARGE-PLAGE
        DISPLAY "Plage           : " WS-ID-MIN " a " WS-ID-MAX
    ELSE
        DISPLAY "Plage           : table complete"
    END-IF.
    DISPLAY "Clients ecrits  : " WS-NB-ECRITS.
    DISPLAY "Clients ecartes : " WS-NB-ECARTES.
    IF ERREUR-SURVENUE
        DISPLAY "Dechargement INTERROMPU : UNL001 sans trailer, "
            "inutilisable."
    END-IF.
    DISPLAY "----------------------------------------------".
