      * dans CPOREP la liste des fiches dont la ville ne correspond  *
      * pas au code postal. La comparaison ignore la casse ; un code *
      * absent du referentiel est signale a part (referentiel a      *
      * completer), pas compte en discordance. Une adresse           *
      * etrangere, sans code postal francais a confronter, est       *
      * comptee a part, hors referentiel.                            *
      ****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Le referentiel postal, une ligne code;commune.
           SELECT F-REFERENTIEL ASSIGN TO DYNAMIC WS-NOM-REFCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFERENTIEL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CLIENT.
      * Le rapport des discordances, reecrit a chaque passe.
           SELECT F-RAPPORT ASSIGN TO DYNAMIC WS-NOM-CPOREP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPORT.

                       ==CLI-VILLE== BY ==FS-VILLE==
                       ==CLI-TELEPHONE== BY ==FS-TELEPHONE==
                       ==CLI-EMAIL== BY ==FS-EMAIL==
                       ==CLI-STATUT== BY ==FS-STATUT==
                       ==CLI-ETRANGER== BY ==FS-ETRANGER==.

           FD F-RAPPORT.
           01 FS-LIGNE-RAPPORT PIC X(132).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-REFCP     PIC X(30) VALUE "REFCP".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CPOREP    PIC X(30) VALUE "CPOREP".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-REFERENTIEL PIC X(02).
           01 WS-FS-CLIENT      PIC X(02).
           01 WS-FS-RAPPORT     PIC X(02).
              05 WS-NB-CONFORMES  PIC 9(06) VALUE 0.
              05 WS-NB-DISCORDANTS PIC 9(06) VALUE 0.
              05 WS-NB-CODES-INCONNUS PIC 9(06) VALUE 0.
              05 WS-NB-ETRANGERES PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-REFERENTIEL.
           IF WS-NB-REF = 0
               DISPLAY "Referentiel REFCP vide ou absent : controle "
           MOVE "Discordances code postal / ville (passe de nuit)"
               TO FS-LIGNE-RAPPORT.
           WRITE FS-LIGNE-RAPPORT.
           IF BAC-A-SABLE-ACTIF
               MOVE SPACES TO FS-LIGNE-RAPPORT
               STRING "*** BAC A SABLE " WS-BS-PREFIXE
                   " : fichiers du run de repetition ***"
                   DELIMITED BY SIZE INTO FS-LIGNE-RAPPORT
               END-STRING
               WRITE FS-LIGNE-RAPPORT
           END-IF.
           PERFORM LIRE-CLIENT.
           PERFORM CONTROLER-CLIENT UNTIL FIN-FICHIER-CLIENT.
           CLOSE F-CLIENT.
      * Confrontation du client courant au referentiel               *
      ****************************************************************
       CONTROLER-CLIENT.
           IF FS-ETRANGER
               ADD 1 TO WS-NB-ETRANGERES
               PERFORM LIRE-CLIENT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CODE-CONNU.
           MOVE "N" TO WS-VILLE-CONFORME.
           MOVE FUNCTION UPPER-CASE(FS-VILLE) TO WS-VILLE-COMPAREE.
               WS-NB-DISCORDANTS.
           DISPLAY "Codes hors referentiel        : "
               WS-NB-CODES-INCONNUS.
           DISPLAY "Adresses etrangeres           : "
               WS-NB-ETRANGERES.
           IF WS-NB-LUS = WS-NB-CONFORMES + WS-NB-DISCORDANTS
               + WS-NB-CODES-INCONNUS + WS-NB-ETRANGERES
               DISPLAY "Bilan OK : aucune fiche perdue."
           ELSE
               DISPLAY "ATTENTION : ecart dans le bilan du controle !"
