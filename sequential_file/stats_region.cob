      * affiche les effectifs par region avec un pourcentage du      *
      * total edite en PIC 99.99 suivi du caractere %, comme         *
      * MIXED-PERCENT dans var.cob. La derniere ligne verifie que    *
      * la somme des regions retombe sur le total lu. Les adresses   *
      * etrangeres, sans code postal francais, forment une region    *
      * "International" a part. Suit la repartition particuliers /   *
      * entreprises selon le type client.                            *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==
                       ==CLI-PARTICULIER== BY ==FS-PARTICULIER==
                       ==CLI-ENTREPRISE== BY ==FS-ENTREPRISE==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).

           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
      * Effectif par region 00 a 99 (indice = departement + 1).
           01 WS-TABLE-REGIONS.
              05 WS-NB-REGION PIC 9(06) OCCURS 100 TIMES.
           01 WS-NB-INTERNATIONAL PIC 9(06) VALUE 0.
           01 WS-I             PIC 9(03).
           01 WS-REGION-AFF    PIC 9(02).


           01 WS-NB-LUS        PIC 9(06) VALUE 0.
           01 WS-SOMME-REGIONS PIC 9(06) VALUE 0.
      * Repartition par type de client ; un type non reconnu est
      * compte a part pour que la repartition retombe sur le total.
           01 WS-NB-PARTICULIERS  PIC 9(06) VALUE 0.
           01 WS-NB-ENTREPRISES   PIC 9(06) VALUE 0.
           01 WS-NB-TYPE-INCONNU  PIC 9(06) VALUE 0.
           01 WS-NB-EDIT       PIC ZZZ,ZZ9.
           01 WS-LIGNE         PIC X(132).


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Ouverture du fichier F-CLIENT en lecture...".
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
      * Cumul du client courant dans la region de son code postal    *
      ****************************************************************
       COMPTER-CLIENT.
           IF FS-ETRANGER
               ADD 1 TO WS-NB-INTERNATIONAL
           ELSE
               MOVE FS-CODE-POSTAL TO WS-CODE-POSTAL-AFF
               MOVE WS-CODE-POSTAL-AFF (1:2) TO WS-REGION
               ADD 1 TO WS-NB-REGION (WS-REGION + 1)
           END-IF.
           EVALUATE TRUE
               WHEN FS-PARTICULIER
                   ADD 1 TO WS-NB-PARTICULIERS
               WHEN FS-ENTREPRISE
                   ADD 1 TO WS-NB-ENTREPRISES
               WHEN OTHER
                   ADD 1 TO WS-NB-TYPE-INCONNU
           END-EVALUATE.
           PERFORM LIRE-CLIENT.

      ****************************************************************
                   PERFORM ECRIRE-LIGNE-ETAT
               END-IF
           END-PERFORM.
           IF WS-NB-INTERNATIONAL > 0
               ADD WS-NB-INTERNATIONAL TO WS-SOMME-REGIONS
               COMPUTE WS-POURCENT ROUNDED =
                   WS-NB-INTERNATIONAL * 100 / WS-NB-LUS
               MOVE WS-NB-INTERNATIONAL TO WS-NB-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING "International : " WS-NB-EDIT
                   " client(s), soit " WS-POURCENT-AFF
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           MOVE WS-NB-LUS TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE.
           STRING "Total lu (F-CLIENT) : " WS-NB-EDIT
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.
           PERFORM EDITER-TYPES-CLIENT.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.

      ****************************************************************
      * Repartition des clients particuliers et entreprises, avec le *
      * meme pourcentage du total lu que les regions                 *
      ****************************************************************
       EDITER-TYPES-CLIENT.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF WS-NB-LUS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NB-PARTICULIERS TO WS-NB-EDIT.
           COMPUTE WS-POURCENT ROUNDED =
               WS-NB-PARTICULIERS * 100 / WS-NB-LUS.
           MOVE SPACES TO WS-LIGNE.
           STRING "Particuliers : " WS-NB-EDIT
               " client(s), soit " WS-POURCENT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           MOVE WS-NB-ENTREPRISES TO WS-NB-EDIT.
           COMPUTE WS-POURCENT ROUNDED =
               WS-NB-ENTREPRISES * 100 / WS-NB-LUS.
           MOVE SPACES TO WS-LIGNE.
           STRING "Entreprises  : " WS-NB-EDIT
               " client(s), soit " WS-POURCENT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF WS-NB-TYPE-INCONNU > 0
               MOVE WS-NB-TYPE-INCONNU TO WS-NB-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING "Type inconnu : " WS-NB-EDIT " client(s)"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
           END-IF.

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
