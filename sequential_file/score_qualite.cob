       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               FILE STATUS IS WS-FS-CLIENT.
      * Le score de chaque client : identifiant, note sur 100 et
      * motifs en echec.
           SELECT F-SCORES ASSIGN TO DYNAMIC WS-NOM-SCO001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCORES.
      * Le referentiel postal (code;commune, celui de
      * CONTROLE-POSTAL) : la coherence code postal / ville entre
      * dans la note. Son absence conserve la notation historique.
           SELECT OPTIONAL F-REFERENTIEL ASSIGN TO DYNAMIC WS-NOM-REFCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.
      * Historique date des notes : SCO001 est ecrase a chaque run,
      * SCOHIS accumule une ligne date/client/note par notation.
      * C'est lui que RAPPORT-SCORES relit pour dire qui baisse et
      * qui remonte d'un mois sur l'autre.
           SELECT OPTIONAL F-HISTO-SCORES
               ASSIGN TO DYNAMIC WS-NOM-SCOHIS
               FILE STATUS IS WS-FS-HISTO-SCORES.

       DATA DIVISION.
              05 FH-NOTE      PIC 9(03).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-SCO001    PIC X(30) VALUE "SCO001".
              05 WS-NOM-REFCP     PIC X(30) VALUE "REFCP".
              05 WS-NOM-SCOHIS    PIC X(30) VALUE "SCOHIS".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 4.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-SCORES     PIC X(02).
           01 WS-FS-REFERENTIEL PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM CHARGER-REFERENTIEL.
      * L'historique des notes s'accumule de run en run ; le statut
