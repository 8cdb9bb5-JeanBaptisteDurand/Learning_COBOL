       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Le fichier des rejets de la derniere extraction, en lecture.
           SELECT F-REJETS ASSIGN TO DYNAMIC WS-NOM-REJ001
               FILE STATUS IS WS-FS-REJETS.
      * Le fichier client indexe, ouvert en mise a jour : la
      * correction se fait sur l'enregistrement d'origine, retrouve
      * par sa cle, et non sur la copie a plat du rejet (qui ne porte
      * ni le telephone ni l'email).
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
                       ==CLI-STATUT== BY ==FS-STATUT==.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-REJ001    PIC X(30) VALUE "REJ001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-REJETS     PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
      * Selon le motif en cours, l'operateur corrige le prenom
      * (PRE01), la rue et la ville (ADR01), l'email (EML01), le
      * telephone (TEL01) ou le code postal (CPO01) — tous les
      * motifs que valide-client sait lever — ainsi que l'email
      * tronque a 29 caracteres signale par CONVERSION-EMAIL
      * (EML02). Un email saisi au-dela de 29 caracteres est refuse
      * et l'ancien conserve. Les autres champs de l'enregistrement
      * d'origine sont conserves tels quels.
       SAISIR-CORRECTION.
           EVALUATE WS-CODE-A-CORRIGER
               WHEN "PRE01"
                   ACCEPT WS-SAISIE-VILLE
                   MOVE WS-SAISIE-VILLE TO FS-VILLE
               WHEN "EML01"
               WHEN "EML02"
                   DISPLAY "Email actuel   : " FS-EMAIL
                   DISPLAY "Nouvel email   : " WITH NO ADVANCING
                   ACCEPT WS-SAISIE-EMAIL
                   IF WS-SAISIE-EMAIL (30:1) NOT = SPACE
                       DISPLAY "Email de plus de 29 caracteres : "
                           "correction refusee."
                   ELSE
                       MOVE WS-SAISIE-EMAIL TO FS-EMAIL
                   END-IF
               WHEN "TEL01"
                   DISPLAY "Telephone actuel : " FS-TELEPHONE
                   DISPLAY "Nouveau telephone : " WITH NO ADVANCING
