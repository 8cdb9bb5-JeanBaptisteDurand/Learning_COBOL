       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Le fichier a verifier, relu tel que le recepteur le recoit.
           SELECT F-SORTIE ASSIGN TO DYNAMIC WS-NOM-OUT001
               FILE STATUS IS WS-FS-SORTIE.
      * Registre des numeros de run deja charges : une ligne par
      * fichier accepte.
           SELECT OPTIONAL F-REGISTRE ASSIGN TO DYNAMIC WS-NOM-LOAD01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRE.

           01 FS-ENR-REGISTRE PIC X(04).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-OUT001    PIC X(30) VALUE "OUT001".
              05 WS-NOM-LOAD01    PIC X(30) VALUE "LOAD01".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 2.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-SORTIE      PIC X(02).
           01 WS-FS-REGISTRE    PIC X(02).

              05 WS-ENT-DATE    PIC 9(08).
              05 WS-ENT-SEQ     PIC 9(04).
              05 WS-ENT-SOURCE  PIC X(06).
      * Image de la table CLIENT ecrite par DECHARGE-CLIENTS : pas
      * un run de nuit, ni fraicheur ni registre a controler.
                 88 ENTETE-DECHARGEMENT-BASE VALUE "DB2CLI".
              05 FILLER         PIC X(76).
           01 WS-ENTETE-TROUVE  PIC X(01) VALUE "N".
              88 ENTETE-TROUVE VALUE "O".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OUVRIR-SORTIE.
           PERFORM LIRE-SORTIE.
           PERFORM CONTROLER-ENREGISTREMENT
               MOVE "N" TO WS-VERDICT
           END-IF.
           PERFORM CONTROLER-ENTETE.
           EVALUATE TRUE
               WHEN FICHIER-CONFORME AND ENTETE-DECHARGEMENT-BASE
                   DISPLAY "Dechargement de la base conforme."
                   MOVE 0 TO RETURN-CODE
               WHEN FICHIER-CONFORME
                   PERFORM ENREGISTRER-CHARGEMENT
                   DISPLAY "Fichier conforme : chargement aval "
                       "autorise."
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Fichier NON conforme : chargement aval "
                       "bloque."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "----------------------------------------------".

      ****************************************************************
      * completee dans la fenetre suivante - il est accepte.         *
      ****************************************************************
       CONTROLER-ENTETE.
           EVALUATE TRUE
               WHEN NOT ENTETE-TROUVE
                   DISPLAY "ECART : entete absent (fichier d'avant la "
                       "mise en place des entetes ?)."
                   MOVE "N" TO WS-VERDICT
               WHEN ENTETE-DECHARGEMENT-BASE
                   DISPLAY "Entete : dechargement de la base du "
                       WS-ENT-DATE " (hors serie des runs, ni "
                       "fraicheur ni registre LOAD01)."
               WHEN OTHER
                   DISPLAY "Entete : date " WS-ENT-DATE ", run "
                       WS-ENT-SEQ ", source " WS-ENT-SOURCE
                   ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
                   PERFORM CHERCHER-SEQ-AU-REGISTRE
                   IF WS-ENT-DATE NOT = WS-DATE-DU-JOUR
                       PERFORM CALCULER-DATE-VEILLE
                       IF WS-ENT-DATE = WS-DATE-VEILLE
                           AND NOT SEQUENCE-DEJA-CHARGEE
                           DISPLAY "Entete date de la veille, run "
                               WS-ENT-SEQ " jamais charge : "
                               "continuation d'un run suspendu, "
                               "acceptee."
                       ELSE
                           DISPLAY "ECART : fichier perime, date "
                               "d'entete " WS-ENT-DATE
                               " differente du jour "
                               WS-DATE-DU-JOUR "."
                           MOVE "N" TO WS-VERDICT
                       END-IF
                   END-IF
                   IF SEQUENCE-DEJA-CHARGEE
                       DISPLAY "ECART : run " WS-ENT-SEQ " deja charge "
                           "(registre LOAD01)."
                       MOVE "N" TO WS-VERDICT
                   END-IF
           END-EVALUATE.

      * La veille calendaire du jour de verification, bascules de
      * mois et d'annee comprises (le nombre de jours du mois
