*> appliques, sur le modele du point de reprise de CHARGE-DB2 : une
*> relance saute les clients deja traites. Le bilan rend les comptes
*> appliques / identiques / en conflit (absents du fichier).
*> Un email de la base qui differe du fichier ne le remplace plus
*> d'office : il passe par l'arbitrage arbitre-client (source DB2),
*> date de la derniere correction en base de cet email (piste AUD001
*> de MISE-A-JOUR-CURSEUR) ; un email jamais corrige en base est
*> celui que CHARGE-DB2 y a pousse, donc plus ancien que tout
*> mouvement du fichier. Un email qui perd l'arbitrage reste tel
*> quel dans le fichier et part au rapport ARB001.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FS-CLIENT-ID
        ALTERNATE RECORD KEY IS FS-TELEPHONE
            WITH DUPLICATES
        FILE STATUS IS WS-FS-CLIENT.
    SELECT OPTIONAL F-CHECKPOINT-SYN ASSIGN TO DYNAMIC WS-NOM-CKPSYN
        FILE STATUS IS WS-FS-CKP.
*> Piste d'audit des corrections d'emails faites en base.
    SELECT OPTIONAL F-AUDIT ASSIGN TO DYNAMIC WS-NOM-AUD001
        FILE STATUS IS WS-FS-AUDIT.

DATA DIVISION.
FILE SECTION.
    05 FC-EMPREINTE  PIC 9(06).
    05 FILLER        PIC X(04).

*> Le decoupage de la piste AUD001 de MISE-A-JOUR-CURSEUR.
FD F-AUDIT RECORD CONTAINS 220 CHARACTERS.
01 FS-ENR-AUDIT.
    05 FA-ID-CLIENT     PIC 9(5).
    05 FA-EMAIL-AVANT   PIC X(100).
    05 FA-EMAIL-APRES   PIC X(100).
    05 FA-HORODATAGE    PIC X(15).

WORKING-STORAGE SECTION.
EXEC SQL INCLUDE SQLCA END-EXEC.

*> Noms physiques des fichiers : prefixes par bac-a-sable quand
*> le bac a sable est actif (variable BAC_A_SABLE).
01 WS-NOMS-FICHIERS.
    05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
    05 WS-NOM-CKPSYN    PIC X(30) VALUE "CKPSYN".
    05 WS-NOM-AUD001    PIC X(30) VALUE "AUD001".
01 WS-DEMANDE-BAC-A-SABLE.
    05 WS-BS-FONCTION    PIC X(01) VALUE "T".
    05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
    05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
        88 BAC-A-SABLE-ACTIF VALUE "O".
    05 WS-BS-PREFIXE     PIC X(08).
    05 WS-BS-NOM         PIC X(40).
    05 WS-BS-CODE-RETOUR PIC 9(02).

01 WS-FS-CLIENT       PIC X(02).
01 WS-FS-CKP          PIC X(02).
01 WS-FS-AUDIT        PIC X(02).
01 WS-FIN-AUDIT       PIC X(01).
    88 FIN-AUDIT VALUE "O".

*> Variables hotes du curseur sur la table CLIENTS (identifiants
*> sur 5 chiffres cote base, comme MISE-A-JOUR-CURSEUR).
01 WS-ERREUR-SURVENUE PIC X(01) VALUE "N".
    88 ERREUR-SURVENUE VALUE "O".

*> L'email de la base tronque a la largeur du fichier (29), pour la
*> comparaison et le report.
01 WS-EMAIL-FICHIER   PIC X(29).

*> Jeton de mise a jour de F-CLIENT (sous-programme partage
*> verrou-client, fichier LCK001) : pris a l'ouverture, rendu a la
    05 WS-JRN-AVANT     PIC X(145).
    05 WS-JRN-APRES     PIC X(145).

*> Arbitrage de l'email de la base contre les derniers mouvements
*> du fichier (copybook ARBCLI), horodatage de la valeur de base.
01 WS-DEMANDE-ARBITRAGE.
    COPY ARBCLI.
01 WS-HORO-BASE       PIC X(14).

*> Compteurs du bilan de synchronisation.
01 WS-COMPTEURS.
    05 WS-NB-LUS        PIC 9(06) VALUE 0.
    05 WS-NB-APPLIQUES  PIC 9(06) VALUE 0.
    05 WS-NB-IDENTIQUES PIC 9(06) VALUE 0.
    05 WS-NB-CONFLITS   PIC 9(06) VALUE 0.
    05 WS-NB-ECARTES    PIC 9(06) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE WS-NOMS-FICHIERS.
    IF WS-BS-CODE-RETOUR NOT = 0
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LIRE-CHECKPOINT-SYN.
    MOVE "P" TO WS-VR-FONCTION.
    CALL "verrou-client" USING WS-DEMANDE-VERROU.
            ADD 1 TO WS-NB-CONFLITS
            PERFORM NOTER-PROGRESSION
        NOT INVALID KEY
            MOVE WS-EMAIL-BASE (1:29) TO WS-EMAIL-FICHIER
            IF FS-EMAIL = WS-EMAIL-FICHIER
                ADD 1 TO WS-NB-IDENTIQUES
                PERFORM NOTER-PROGRESSION

REECRIRE-EMAIL-FICHIER.
    MOVE FS-ENR-CLIENT TO WS-JRN-AVANT.
    PERFORM DATER-EMAIL-BASE.
    MOVE "DB2" TO AR-SOURCE.
    MOVE "SYNC-RETOUR" TO AR-PROGRAMME.
    MOVE "CLIENTS" TO AR-LOT.
    MOVE WS-HORO-BASE TO AR-HORODATAGE.
    MOVE FS-ENR-CLIENT TO AR-ACTUELLE.
    MOVE WS-EMAIL-FICHIER TO FS-EMAIL.
    MOVE FS-ENR-CLIENT TO AR-PROPOSEE.
    CALL "arbitre-client" USING WS-DEMANDE-ARBITRAGE.
    IF AR-CODE-RETOUR NOT = 0
        DISPLAY "Arbitrage impossible pour le client " WS-ID-CLIENT
            " : synchronisation interrompue."
        SET ERREUR-SURVENUE TO TRUE
        EXIT PARAGRAPH
    END-IF.
*> Email de la base ecarte par l'arbitrage : la fiche reste telle
*> quelle, le rapport ARB001 en garde la trace.
    IF AR-PROPOSEE = AR-ACTUELLE
        ADD 1 TO WS-NB-ECARTES
        PERFORM NOTER-PROGRESSION
        EXIT PARAGRAPH
    END-IF.
    MOVE AR-PROPOSEE TO FS-ENR-CLIENT.
    REWRITE FS-ENR-CLIENT
    END-REWRITE.
*> Le statut 02 signale seulement un doublon sur la cle secondaire
        PERFORM NOTER-PROGRESSION
    END-IF.

*> Date de la valeur de base : la derniere correction AUD001 de ce
*> client qui a donne l'email actuel de la base ; a defaut, l'email
*> vient du chargement du fichier et ne date de rien (zeros).
DATER-EMAIL-BASE.
    MOVE ALL "0" TO WS-HORO-BASE.
    MOVE "N" TO WS-FIN-AUDIT.
    OPEN INPUT F-AUDIT.
    IF WS-FS-AUDIT NOT = "00"
        SET FIN-AUDIT TO TRUE
    END-IF.
    PERFORM LIRE-AUDIT UNTIL FIN-AUDIT.
    CLOSE F-AUDIT.

LIRE-AUDIT.
    READ F-AUDIT
        AT END
            SET FIN-AUDIT TO TRUE
        NOT AT END
            IF FA-ID-CLIENT = WS-ID-CLIENT
                AND FA-EMAIL-APRES = WS-EMAIL-BASE
                MOVE FA-HORODATAGE (1:14) TO WS-HORO-BASE
            END-IF
    END-READ.

*> Notation de la progression tous les WS-INTERVALLE-NOTE clients :
*> le point de reprise n'avance que par paliers, jamais au-dela de
*> ce qui a reellement ete applique au fichier.
    DISPLAY "Corrections appliquees  : " WS-NB-APPLIQUES.
    DISPLAY "Deja identiques         : " WS-NB-IDENTIQUES.
    DISPLAY "Conflits (absents)      : " WS-NB-CONFLITS.
    DISPLAY "Ecartes par arbitrage   : " WS-NB-ECARTES.
    IF WS-NB-LUS = WS-NB-APPLIQUES + WS-NB-IDENTIQUES
        + WS-NB-CONFLITS + WS-NB-ECARTES
        DISPLAY "Bilan OK : aucun client perdu."
    ELSE
        DISPLAY "ATTENTION : ecart dans le bilan !"
