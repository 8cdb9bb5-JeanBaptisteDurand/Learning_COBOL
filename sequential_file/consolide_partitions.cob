      * laisse en place est signale au lieu de passer inapercu.
           SELECT F-REJ-PART ASSIGN TO DYNAMIC WS-NOM-REJ-PART
               FILE STATUS IS WS-FS-REJ-PART.
           SELECT F-REJETS-NAT ASSIGN TO DYNAMIC WS-NOM-REJ001
               FILE STATUS IS WS-FS-REJETS-NAT.
           SELECT F-CKP-PART ASSIGN TO DYNAMIC WS-NOM-CKP-PART
               FILE STATUS IS WS-FS-CKP-PART.
           SELECT F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-SORTIE.
           SELECT OPTIONAL F-NUMERO-RUN ASSIGN TO DYNAMIC WS-NOM-NUM001
               FILE STATUS IS WS-FS-NUMERO.
      * Historique des volumes : les instances partitionnees n'y
      * ecrivent pas (N fragments fausseraient les tendances), c'est
      * la consolidation qui pose la ligne unique de la nuit a
      * partir des totaux globaux.
           SELECT OPTIONAL F-VOLUMES ASSIGN TO DYNAMIC WS-NOM-VOL001
               FILE STATUS IS WS-FS-VOLUMES.
      * La carte parametre de l'extraction, relue pour la seule
      * ligne AGENCE=nn : la ligne de volumes de la nuit consolidee
      * porte l'agence, comme celle de l'extraction simple.
           SELECT OPTIONAL F-PARAMS ASSIGN TO DYNAMIC WS-NOM-PRM001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.
      * La reconstruction de l'instantane delta : les instances
      * partitionnees ne touchent pas SNP001, c'est ici, une fois la
      * fusion jugee conforme, que F-CLIENT devient la reference de
      * la prochaine extraction delta.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               ALTERNATE RECORD KEY IS FS-TELEPHONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
           SELECT F-SNAPSHOT ASSIGN TO DYNAMIC WS-NOM-SNP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CLIENT-ID
                       ==CLI-STATUT== BY ==SN-STATUT==.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-REJ001    PIC X(30) VALUE "REJ001".
              05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
              05 WS-NOM-NUM001    PIC X(30) VALUE "NUM001".
              05 WS-NOM-VOL001    PIC X(30) VALUE "VOL001".
              05 WS-NOM-PRM001    PIC X(30) VALUE "PRM001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-SNP001    PIC X(30) VALUE "SNP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 7.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-PARTITION  PIC X(02).
           01 WS-FS-BILAN-PART PIC X(02).
           01 WS-FS-SORTIE     PIC X(02).

           01 WS-NB-PARTITIONS PIC 9(01).
           01 WS-NUM-PARTITION PIC 9(01).
           01 WS-NOM-PARTITION PIC X(30).
           01 WS-NOM-BILAN-PART PIC X(30).

           01 WS-FIN-PARTITION PIC X(01).
              88 FIN-FICHIER-PARTITION VALUE "O".
              88 FIN-RELECTURE-CLIENT VALUE "O".

      * Consolidation des rejets de partitions dans REJ001.
           01 WS-NOM-REJ-PART  PIC X(30).
           01 WS-FS-REJ-PART   PIC X(02).
           01 WS-FS-REJETS-NAT PIC X(02).
           01 WS-FIN-REJ-PART  PIC X(01).
      * Controle des points de reprise de partitions laisses en
      * place : la cle et le compte au point d'arret, au decoupage
      * de l'extraction.
           01 WS-NOM-CKP-PART  PIC X(30).
           01 WS-FS-CKP-PART   PIC X(02).
           01 WS-ENR-CKP-PART.
              05 WS-CKP-CLE      PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RELEVER-AGENCE.
           DISPLAY "Nombre de partitions a consolider (1-9) : "
               WITH NO ADVANCING.
           STRING "REJ001P" WS-NUM-PARTITION DELIMITED BY SIZE
               INTO WS-NOM-REJ-PART
           END-STRING.
           MOVE WS-NOM-REJ-PART TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-REJ-PART.
           MOVE "N" TO WS-FIN-REJ-PART.
           OPEN INPUT F-REJ-PART.
           IF WS-FS-REJ-PART NOT = "00"
           STRING "CKP001P" WS-NUM-PARTITION DELIMITED BY SIZE
               INTO WS-NOM-CKP-PART
           END-STRING.
           MOVE WS-NOM-CKP-PART TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-CKP-PART.
           OPEN INPUT F-CKP-PART.
           IF WS-FS-CKP-PART = "00"
               READ F-CKP-PART INTO WS-ENR-CKP-PART
           STRING "OUT001P" WS-NUM-PARTITION DELIMITED BY SIZE
               INTO WS-NOM-PARTITION
           END-STRING.
           MOVE WS-NOM-PARTITION TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-PARTITION.
           MOVE 0 TO WS-NB-PART-DATA.
           MOVE 0 TO WS-HASH-PART.
           MOVE "N" TO WS-TRAILER-TROUVE.
           STRING "BIL001P" WS-NUM-PARTITION DELIMITED BY SIZE
               INTO WS-NOM-BILAN-PART
           END-STRING.
           MOVE WS-NOM-BILAN-PART TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-BILAN-PART.
           OPEN INPUT F-BILAN-PART.
           IF WS-FS-BILAN-PART NOT = "00"
               DISPLAY "Recapitulatif absent : " WS-NOM-BILAN-PART
                       TO WS-AGENCE
               END-IF
           END-IF.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
