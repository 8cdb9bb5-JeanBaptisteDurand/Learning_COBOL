      * sans cle inconnue, calendrier des feries JRF001 couvrant la
      * nuit, ACT001 assez frais, lot WEB001 frais et jamais
      * charge (entete de lot et registre WEBREG), compteur de run
      * NUM001 coherent, aucune table en memoire que ses entrees
      * feraient deborder (capacite-tables) - et le verdict
      * GO / NO-GO tombe avec une ligne par controle : le fichier
      * manquant se corrige a 21:00, pas a 02:00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT OPTIONAL F-PARAMS ASSIGN TO DYNAMIC WS-NOM-PRM001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.
           SELECT OPTIONAL F-FERIES ASSIGN TO DYNAMIC WS-NOM-JRF001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIES.
           SELECT OPTIONAL F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
           SELECT OPTIONAL F-WEB ASSIGN TO DYNAMIC WS-NOM-WEB001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WEB.
           SELECT OPTIONAL F-REGISTRE-WEB
               ASSIGN TO DYNAMIC WS-NOM-WEBREG
               FILE STATUS IS WS-FS-REGISTRE.
           SELECT OPTIONAL F-NUMERO-RUN ASSIGN TO DYNAMIC WS-NOM-NUM001
               FILE STATUS IS WS-FS-NUMERO.

       DATA DIVISION.
       01 FS-ENR-NUMERO PIC X(04).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           05 WS-NOM-PRM001    PIC X(30) VALUE "PRM001".
           05 WS-NOM-JRF001    PIC X(30) VALUE "JRF001".
           05 WS-NOM-ACT001    PIC X(30) VALUE "ACT001".
           05 WS-NOM-WEB001    PIC X(30) VALUE "WEB001".
           05 WS-NOM-WEBREG    PIC X(30) VALUE "WEBREG".
           05 WS-NOM-NUM001    PIC X(30) VALUE "NUM001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 7.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CLIENT   PIC X(02).
       01 WS-FS-PARAMS   PIC X(02).
       01 WS-FS-FERIES   PIC X(02).

       01 WS-NUMERO-LU    PIC X(04).

      * Capacite des tables en memoire : une entree qui depasse le
      * plafond d'une table est un NO-GO (le programme tronquerait
      * sans le dire) ; au-dela de 80 %, simple vigilance.
       01 WS-DEMANDE-CAPACITE.
           COPY CAPTAB.
       01 WS-I-CAPACITE   PIC 9(02).

      * Verdict : un controle en echec suffit au NO-GO.
       01 WS-NB-KO        PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "==============================================".
           DISPLAY "Controle pre-vol de la chaine de nuit du "
           PERFORM CONTROLER-FRAICHEUR-ACTIVITE.
           PERFORM CONTROLER-LIVRAISON-WEB.
           PERFORM CONTROLER-COMPTEUR-RUN.
           PERFORM CONTROLER-CAPACITES.
           PERFORM RENDRE-VERDICT.
           GOBACK.

                   WS-NUMERO-LU "'."
           END-IF.

      ****************************************************************
      * Tables en memoire : aucun volume d'entree au-dela du plafond *
      * de la table qui le charge                                    *
      ****************************************************************
       CONTROLER-CAPACITES.
           CALL "capacite-tables" USING WS-DEMANDE-CAPACITE.
           PERFORM VARYING WS-I-CAPACITE FROM 1 BY 1
                   UNTIL WS-I-CAPACITE > CA-NB-CONTROLES
               PERFORM CONTROLER-UNE-CAPACITE
           END-PERFORM.
           IF CA-NB-DEPASSEMENTS = 0 AND CA-CODE-RETOUR = 0
               DISPLAY "TABLES  : OK - " CA-NB-CONTROLES
                   " tables sous leur plafond."
           END-IF.

       CONTROLER-UNE-CAPACITE.
           EVALUATE TRUE
               WHEN CA-ETAT-DEPASSE (WS-I-CAPACITE)
                   ADD 1 TO WS-NB-KO
                   DISPLAY "TABLES  : KO - "
                       FUNCTION TRIM(CA-PROGRAMME (WS-I-CAPACITE))
                       " " CA-FICHIER (WS-I-CAPACITE) " "
                       CA-VOLUME (WS-I-CAPACITE) " > plafond "
                       CA-PLAFOND (WS-I-CAPACITE) "."
               WHEN CA-ETAT-VIGILANCE (WS-I-CAPACITE)
                   DISPLAY "TABLES  : vigilance - "
                       FUNCTION TRIM(CA-PROGRAMME (WS-I-CAPACITE))
                       " " CA-FICHIER (WS-I-CAPACITE) " a "
                       CA-TAUX (WS-I-CAPACITE) "% du plafond."
               WHEN CA-ETAT-ILLISIBLE (WS-I-CAPACITE)
                   ADD 1 TO WS-NB-KO
                   DISPLAY "TABLES  : KO - "
                       CA-FICHIER (WS-I-CAPACITE)
                       " illisible, volume de "
                       FUNCTION TRIM(CA-PROGRAMME (WS-I-CAPACITE))
                       " inconnu."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************************************************************
      * Verdict GO / NO-GO                                           *
      ****************************************************************
