       IDENTIFICATION DIVISION.
       PROGRAM-ID. bac-a-sable.

      * Bac a sable de la suite client : pour repeter une
      * modification ou une reprise, on recopiait les fichiers de
      * production a la main en esperant qu'aucun programme n'ecrive
      * dans le vrai INP001, JRN001 ou ALR001. Une seule variable
      * d'environnement, BAC_A_SABLE, porte un prefixe (huit
      * caracteres au plus, sans blanc, par exemple BAS1_ ou un
      * repertoire bas1/) ; positionnee, elle fait prefixer par ce
      * sous-programme tous les noms de fichiers de la suite, les
      * noms fixes (INP001, OUT001, REJ001...) comme les noms
      * construits au fil du run (archives, etats dates...). Absente
      * ou a blanc, les noms de production s'appliquent tels quels.
      * Chaque programme appelle ce sous-programme en tete, dans le
      * style sous-programme de verrou-client :
      *   BS-FONCTION = T  resoudre la table des noms fixes de
      *                    l'appelant (BS-NB-NOMS noms de 30) ; une
      *                    table deja resolue n'est pas reprefixee
      *                 N  prefixer le nom construit fourni en
      *                    BS-NOM (un nom relu dans un catalogue est
      *                    deja le nom physique : il ne repasse pas
      *                    par ici)
      * En retour BS-ETAT dit si le bac a sable est actif et
      * BS-PREFIXE le prefixe, pour le marquage des etats et des
      * journaux. Le premier appel du run affiche le bandeau bac a
      * sable a la console. Un prefixe invalide (trop long, blanc
      * interne) donne BS-CODE-RETOUR 8 : l'appelant s'arrete plutot
      * que de toucher aux fichiers de production.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-VALEUR        PIC X(20).
       01 WS-PREFIXE       PIC X(08).
       01 WS-LONGUEUR      PIC 9(02).
       01 WS-NB-BLANCS     PIC 9(02).
       01 WS-NOM-PREFIXE   PIC X(40).
       01 WS-IX            PIC 9(03).
       01 WS-BANNIERE      PIC X(01) VALUE "N".
          88 BANNIERE-AFFICHEE VALUE "O".

       LINKAGE SECTION.
       01 BS-DEMANDE.
           05 BS-FONCTION    PIC X(01).
           05 BS-NB-NOMS     PIC 9(03).
           05 BS-ETAT        PIC X(01).
              88 BS-ACTIF    VALUE "O".
              88 BS-RESOLU   VALUE "O" "N".
           05 BS-PREFIXE     PIC X(08).
           05 BS-NOM         PIC X(40).
           05 BS-CODE-RETOUR PIC 9(02).
      * Les noms fixes de l'appelant, dans l'ordre de sa table.
       01 BS-NOMS.
           05 BS-NOM-FICHIER PIC X(30) OCCURS 200 TIMES.

       PROCEDURE DIVISION USING BS-DEMANDE BS-NOMS.
       MAIN-PROCEDURE.
           MOVE 0 TO BS-CODE-RETOUR.
           IF BS-FONCTION = "T" AND BS-RESOLU
               GOBACK
           END-IF.
           PERFORM LIRE-PARAMETRE.
           IF BS-CODE-RETOUR NOT = 0
               GOBACK
           END-IF.
           EVALUATE BS-FONCTION
               WHEN "T"
                   PERFORM RESOUDRE-TABLE
               WHEN "N"
                   PERFORM PREFIXER-NOM
               WHEN OTHER
                   MOVE 99 TO BS-CODE-RETOUR
           END-EVALUATE.
           GOBACK.

      * La variable BAC_A_SABLE : a blanc, la production.
       LIRE-PARAMETRE.
           MOVE SPACES TO WS-VALEUR.
           ACCEPT WS-VALEUR FROM ENVIRONMENT "BAC_A_SABLE".
           IF WS-VALEUR = SPACES
               MOVE "N" TO BS-ETAT
               MOVE SPACES TO BS-PREFIXE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-VALEUR) TO WS-VALEUR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALEUR))
               TO WS-LONGUEUR.
           MOVE 0 TO WS-NB-BLANCS.
           INSPECT WS-VALEUR (1:WS-LONGUEUR)
               TALLYING WS-NB-BLANCS FOR ALL SPACES.
           IF WS-LONGUEUR > 8 OR WS-NB-BLANCS > 0
               DISPLAY "BAC_A_SABLE invalide (" FUNCTION TRIM(WS-VALEUR)
                   ") : 8 caracteres au plus, sans blanc. Arret."
               MOVE 8 TO BS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALEUR TO WS-PREFIXE.
           MOVE "O" TO BS-ETAT.
           MOVE WS-PREFIXE TO BS-PREFIXE.
           IF NOT BANNIERE-AFFICHEE
               SET BANNIERE-AFFICHEE TO TRUE
               DISPLAY "**************************************"
                   "*****************************"
               DISPLAY "*** BAC A SABLE " WS-PREFIXE
                   " : fichiers prefixes, pas de production ***"
               DISPLAY "**************************************"
                   "*****************************"
           END-IF.

       RESOUDRE-TABLE.
           IF NOT BS-ACTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREFIXER-ENTREE
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > BS-NB-NOMS.

       PREFIXER-ENTREE.
           MOVE SPACES TO WS-NOM-PREFIXE.
           STRING WS-PREFIXE DELIMITED BY SPACE
               BS-NOM-FICHIER (WS-IX) DELIMITED BY SPACE
               INTO WS-NOM-PREFIXE
           END-STRING.
           MOVE WS-NOM-PREFIXE TO BS-NOM-FICHIER (WS-IX).

       PREFIXER-NOM.
           IF NOT BS-ACTIF OR BS-NOM = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOM-PREFIXE.
           STRING WS-PREFIXE DELIMITED BY SPACE
               BS-NOM DELIMITED BY SPACE
               INTO WS-NOM-PREFIXE
           END-STRING.
           MOVE WS-NOM-PREFIXE TO BS-NOM.
