      * numeros impossibles a normaliser, et trace chaque            *
      * changement (avant, apres, horodatage) dans AUDTEL comme     *
      * ECRIRE-AUDIT de MISE-A-JOUR-CURSEUR le fait pour les emails. *
      * En periode de gel des modifications clients (calendrier      *
      * CALEXP), la mise a jour est refusee, sauf derogation         *
      * d'urgence accordee par controle-gel et alertee dans ALR001.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Piste d'audit des normalisations, accumulee de run en run.
           SELECT OPTIONAL F-AUDIT-TEL ASSIGN TO DYNAMIC WS-NOM-AUDTEL
               FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
              05 FA-HORODATAGE  PIC X(15).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-AUDTEL    PIC X(30) VALUE "AUDTEL".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-AUDIT      PIC X(02).

              05 WS-VR-PROGRAMME   PIC X(20) VALUE "NORMALISE-TEL".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "NORMALISE-TEL".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

           01 WS-COMPTEURS.
              05 WS-NB-LUS         PIC 9(06) VALUE 0.
              05 WS-NB-CONFORMES   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "controle-gel" USING WS-GARDE-GEL.
           IF WS-GM-CODE-RETOUR = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
