      * Controle de sante de la chaine de nuit pour l'equipe du
      * matin : inspecte en un seul passage le point de reprise de
      * l'extraction (CKP001), le point de reprise par etape
      * (CKJ001), le point de reprise de la purge (CKPURG), le
      * temoin de run (RUN001), le dernier enregistrement du
      * journal (JRN001) et la terminaison de F-SORTIE
      * (trailer et sentinelle), puis rend un verdict unique :
      * PROPRE, REPRISE EN ATTENTE (avec le client et l'etape), ou
      * INCOHERENT - INVESTIGUER. Remplace les vingt minutes de
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHECKPOINT ASSIGN TO DYNAMIC WS-NOM-CKP001
               FILE STATUS IS WS-FS-CKP.
           SELECT OPTIONAL F-CHECKPOINT-JOB
               ASSIGN TO DYNAMIC WS-NOM-CKJ001
               FILE STATUS IS WS-FS-CKJ.
           SELECT OPTIONAL F-CHECKPOINT-PURGE
               ASSIGN TO DYNAMIC WS-NOM-CKPURG
               FILE STATUS IS WS-FS-CKU.
           SELECT OPTIONAL F-TEMOIN-RUN ASSIGN TO DYNAMIC WS-NOM-RUN001
               FILE STATUS IS WS-FS-TEMOIN.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JRN001
               FILE STATUS IS WS-FS-JOURNAL.
           SELECT OPTIONAL F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-SORTIE.
      * Le carnet de reprise : la procedure concrete que l'astreinte
      * suit ligne a ligne a 3 heures du matin, deduite des constats
      * du controle au lieu d'etre re-deduite de tete a chaque
      * incident.
           SELECT F-RUNBOOK ASSIGN TO DYNAMIC WS-NOM-RBK001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNBOOK.

       01 FS-ENR-CKP PIC X(77).

       FD F-CHECKPOINT-JOB
           RECORD CONTAINS 85 CHARACTERS.
       01 FS-ENR-CKJ PIC X(85).

       FD F-CHECKPOINT-PURGE
           RECORD CONTAINS 666 CHARACTERS.
       01 FS-ENR-CKU PIC X(666).

       FD F-TEMOIN-RUN
           RECORD CONTAINS 9 CHARACTERS.
       01 FS-ENR-TEMOIN PIC X(09).

       FD F-JOURNAL
           RECORD CONTAINS 54 CHARACTERS.
       01 FS-ENR-JOURNAL PIC X(54).

       FD F-SORTIE
           RECORD CONTAINS 104 CHARACTERS
       01 FS-LIGNE-RUNBOOK PIC X(80).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CKP001    PIC X(30) VALUE "CKP001".
           05 WS-NOM-CKJ001    PIC X(30) VALUE "CKJ001".
           05 WS-NOM-CKPURG    PIC X(30) VALUE "CKPURG".
           05 WS-NOM-RUN001    PIC X(30) VALUE "RUN001".
           05 WS-NOM-JRN001    PIC X(30) VALUE "JRN001".
           05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
           05 WS-NOM-RBK001    PIC X(30) VALUE "RBK001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 7.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-CKP     PIC X(02).
       01 WS-FS-CKJ     PIC X(02).
       01 WS-FS-CKU     PIC X(02).
       01 WS-FS-TEMOIN  PIC X(02).
       01 WS-FS-JOURNAL PIC X(02).
       01 WS-FS-SORTIE  PIC X(02).
           88 REPRISE-EXTRACTION VALUE "O".
       01 WS-CKP-EMPREINTE-CALC PIC 9(06).

      * Point de reprise par travail du pilote : nombre de travaux
      * franchis et un indicateur par rang dans le reseau.
       01 WS-ENR-CKJ.
           05 WS-CKJ-DATE  PIC 9(08).
           05 WS-CKJ-ETAPE PIC 9(02).
           05 WS-CKJ-HORODATAGE PIC X(15).
           05 WS-CKJ-EMPREINTE  PIC 9(06).
           05 FILLER            PIC X(04).
           05 WS-CKJ-FAITS      PIC X(50).
       01 WS-CKJ-PRESENT PIC X(01) VALUE "N".
           88 REPRISE-ETAPE VALUE "O".
       01 WS-CKJ-EMPREINTE-CALC PIC 9(06).

      * Point de reprise de PURGE-CLIENTS (etat du dernier lot,
      * parametres du run, position dans ACT001, compteurs, sceau) ;
      * la liste des clients du lot en cours n'est pas detaillee.
       01 WS-ENR-CKU.
           05 WS-CKU-ETAT          PIC X(01).
               88 CKU-LOT-A-SUPPRIMER VALUE "A".
           05 WS-CKU-DATE-PURGE    PIC 9(08).
           05 WS-CKU-NB-ANNEES     PIC 9(02).
           05 WS-CKU-DATE-CHARNIERE PIC 9(08).
           05 WS-CKU-NOM-ARCHIVE   PIC X(30).
           05 WS-CKU-LUS           PIC 9(06).
           05 WS-CKU-DERNIER-ID    PIC 9(10).
           05 FILLER               PIC X(12).
           05 WS-CKU-NB-ARCHIVES   PIC 9(06).
           05 WS-CKU-NB-SUPPRIMES  PIC 9(06).
           05 FILLER               PIC X(30).
           05 WS-CKU-HASH-ARCHIVE  PIC 9(12).
           05 WS-CKU-HASH-SUPPRIMES PIC 9(12).
           05 WS-CKU-HORODATAGE    PIC X(15).
           05 WS-CKU-EMPREINTE     PIC 9(06).
           05 WS-CKU-NB-EN-ATTENTE PIC 9(02).
           05 FILLER               PIC X(500).
       01 WS-CKU-PRESENT PIC X(01) VALUE "N".
           88 REPRISE-PURGE VALUE "O".
       01 WS-CKU-EMPREINTE-CALC PIC 9(06).

      * Temoin de run.
       01 WS-ENR-TEMOIN.
           05 WS-TEMOIN-DATE PIC 9(08).
           05 WS-JRN-ECRITS PIC 9(06).
           05 WS-JRN-REJETS PIC 9(06).
           05 WS-JRN-AGENCE PIC 9(02).
           05 WS-JRN-TRAVAIL PIC X(08).
           05 WS-JRN-ETAT   PIC X(01).
               88 JRN-EN-ECHEC VALUE "E".
           05 WS-JRN-ORIGINE PIC X(01).
      * Travaux en echec du dernier run journalise (les anciens
      * enregistrements, sans issue, comptent sur leur code retour).
       01 WS-ECHECS-DERNIER-RUN PIC 9(03) VALUE 0.
       01 WS-DATE-DERNIER-RUN   PIC 9(08) VALUE 0.
       01 WS-JOURNAL-PRESENT PIC X(01) VALUE "N".
           88 JOURNAL-PRESENT VALUE "O".
       01 WS-FIN-JOURNAL PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "==============================================".
           DISPLAY "Controle de sante de la chaine de nuit".
           DISPLAY "==============================================".
           PERFORM EXAMINER-CHECKPOINT-EXTRACTION.
           PERFORM EXAMINER-CHECKPOINT-ETAPE.
           PERFORM EXAMINER-CHECKPOINT-PURGE.
           PERFORM EXAMINER-TEMOIN-RUN.
           PERFORM EXAMINER-JOURNAL.
           PERFORM EXAMINER-SORTIE.
                   "attente."
           END-IF.

      * CKJ001 non vide = le pilote s'est arrete avant la fin du
      * reseau de travaux.
       EXAMINER-CHECKPOINT-ETAPE.
           OPEN INPUT F-CHECKPOINT-JOB.
           IF WS-FS-CKJ = "00"
           IF REPRISE-ETAPE
               ADD 1 TO WS-REPRISES
               DISPLAY "CKJ001  : run du " WS-CKJ-DATE
                   " interrompu, " WS-CKJ-ETAPE
                   " travail(aux) franchi(s)."
               COMPUTE WS-CKJ-EMPREINTE-CALC =
                   FUNCTION MOD(WS-CKJ-DATE + WS-CKJ-ETAPE, 999983)
               IF WS-CKJ-EMPREINTE NOT = WS-CKJ-EMPREINTE-CALC
               DISPLAY "CKJ001  : pas de reprise d'etape en attente."
           END-IF.

      * CKPURG non vide = une purge de retention s'est arretee
      * entre deux lots et attend sa reprise.
       EXAMINER-CHECKPOINT-PURGE.
           MOVE SPACES TO WS-ENR-CKU.
           OPEN INPUT F-CHECKPOINT-PURGE.
           IF WS-FS-CKU = "00"
               READ F-CHECKPOINT-PURGE INTO WS-ENR-CKU
               END-READ
               IF WS-FS-CKU = "00" AND WS-CKU-NOM-ARCHIVE NOT = SPACES
                   SET REPRISE-PURGE TO TRUE
               END-IF
           END-IF.
           CLOSE F-CHECKPOINT-PURGE.
           IF REPRISE-PURGE
               ADD 1 TO WS-REPRISES
               DISPLAY "CKPURG  : purge du " WS-CKU-DATE-PURGE
                   " interrompue apres le client " WS-CKU-DERNIER-ID
                   " (" WS-CKU-NB-SUPPRIMES " supprime(s))."
               IF CKU-LOT-A-SUPPRIMER
                   DISPLAY "CKPURG  : lot de " WS-CKU-NB-EN-ATTENTE
                       " client(s) archive, suppressions a rejouer."
               END-IF
               COMPUTE WS-CKU-EMPREINTE-CALC = FUNCTION MOD(
                   WS-CKU-DATE-PURGE + WS-CKU-LUS + WS-CKU-DERNIER-ID
                   + WS-CKU-HASH-ARCHIVE + WS-CKU-HASH-SUPPRIMES
                   + WS-CKU-NB-EN-ATTENTE + FUNCTION ORD(WS-CKU-ETAT),
                   999983)
               IF WS-CKU-EMPREINTE NOT = WS-CKU-EMPREINTE-CALC
                   ADD 1 TO WS-ANOMALIES
                   DISPLAY "CKPURG  : SCEAU INVALIDE - la reprise "
                       "sera refusee par la purge."
               END-IF
           ELSE
               DISPLAY "CKPURG  : pas de purge en attente de reprise."
           END-IF.

       EXAMINER-TEMOIN-RUN.
           OPEN INPUT F-TEMOIN-RUN.
           IF WS-FS-TEMOIN = "00"
                   DISPLAY "RUN001  : temoin illisible."
           END-EVALUATE.

      * Dernier enregistrement du journal : le dernier travail
      * journalise et son code retour ; le dernier run est en
      * anomalie si l'un de ses travaux a echoue.
       EXAMINER-JOURNAL.
           OPEN INPUT F-JOURNAL.
           IF WS-FS-JOURNAL = "00"
           CLOSE F-JOURNAL.
           IF JOURNAL-PRESENT
               DISPLAY "JRN001  : derniere etape " WS-JRN-ETAPE
                   " " WS-JRN-TRAVAIL
                   " le " WS-JRN-DATE " a " WS-JRN-HFIN
                   ", code retour " WS-JRN-RC "."
               IF WS-ECHECS-DERNIER-RUN > 0
                   ADD 1 TO WS-ANOMALIES
                   DISPLAY "JRN001  : " WS-ECHECS-DERNIER-RUN
                       " travail(aux) en echec le "
                       WS-DATE-DERNIER-RUN "."
               END-IF
           ELSE
               DISPLAY "JRN001  : journal vide ou absent."
       RETENIR-DERNIER.
           MOVE FS-ENR-JOURNAL TO WS-ENR-JOURNAL.
           SET JOURNAL-PRESENT TO TRUE.
           IF WS-JRN-DATE NOT = WS-DATE-DERNIER-RUN
               MOVE WS-JRN-DATE TO WS-DATE-DERNIER-RUN
               MOVE 0 TO WS-ECHECS-DERNIER-RUN
           END-IF.
           IF JRN-EN-ECHEC
               OR (WS-JRN-ETAT = SPACE AND WS-JRN-RC NOT = 0)
               ADD 1 TO WS-ECHECS-DERNIER-RUN
           END-IF.
           PERFORM LIRE-JOURNAL.

      * Terminaison de F-SORTIE : un fichier sans trailer ou sans
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-RUNBOOK.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO WS-LIGNE
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RUNBOOK
           END-IF.
           IF WS-ANOMALIES = 0 AND WS-REPRISES = 0
               MOVE "Chaine propre : aucune action de reprise."
                   TO WS-LIGNE
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RUNBOOK
               STRING "   les " WS-CKJ-ETAPE " travaux franchis "
                   "du run du " WS-CKJ-DATE " seront sautes."
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RUNBOOK
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RUNBOOK
               MOVE "   depuis le debut du reseau." TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RUNBOOK
           END-IF.
           IF REPRISE-EXTRACTION
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RUNBOOK
           END-IF.
           IF REPRISE-PURGE
               PERFORM NUMEROTER-CONSIGNE
               STRING WS-NUM-CONSIGNE ". Purge du " WS-CKU-DATE-PURGE
                   " interrompue : relancer PURGE-CLIENTS,"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RUNBOOK
               STRING "   elle reprendra seule apres le client "
                   WS-CKU-DERNIER-ID " (archive "
                   FUNCTION TRIM(WS-CKU-NOM-ARCHIVE) ")."
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-RUNBOOK
               MOVE "   NE PAS effacer CKPURG ni cette archive."
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE-RUNBOOK
           END-IF.
           IF SORTIE-PRESENTE
               AND (NOT TRAILER-VU OR NOT SENTINELLE-VUE)
               PERFORM NUMEROTER-CONSIGNE
