      *      confrontee a son entree de catalogue ;                  *
      *   R  restauration : le F-CLIENT indexe est reconstruit       *
      *      depuis une generation choisie, apres verification et    *
      *      confirmation de l'operateur ;                           *
      *   P  reprise a un instant : restauration R, puis rejeu des   *
      *      images apres de MVT001 jusqu'a la date et l'heure       *
      *      donnees. Chaque mouvement est confronte a l'etat        *
      *      courant : image avant conforme, il est applique ; deja  *
      *      en place (mouvement anterieur a la sauvegarde), il est  *
      *      saute ; ni l'un ni l'autre, la reprise s'arrete sur ce  *
      *      conflit. Etat REPRISE : appliques, sautes, conflit.     *
      * Le jour ou INP001 se corrompt, c'est la difference entre     *
      * une heure et une semaine.                                    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
               FILE STATUS IS WS-FS-CLIENT.
           SELECT F-GENERATION ASSIGN TO DYNAMIC WS-NOM-GENERATION
               FILE STATUS IS WS-FS-GENERATION.
           SELECT OPTIONAL F-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATSAV
               FILE STATUS IS WS-FS-CATALOGUE.
      * Le journal central des mouvements, rejoue par le mode P.
           SELECT OPTIONAL F-MOUVEMENTS ASSIGN TO DYNAMIC WS-NOM-MVT001
               FILE STATUS IS WS-FS-MOUVEMENTS.

       DATA DIVISION.
       FILE SECTION.
              05 FG-NB-ENREG    PIC 9(06).
              05 FG-HASH        PIC 9(12).

           FD F-MOUVEMENTS
               RECORD CONTAINS 344 CHARACTERS.
           01 FM-ENR-MOUVEMENT.
              05 FM-HORODATAGE  PIC X(15).
              05 FM-PROGRAMME   PIC X(20).
              05 FM-ID-CLIENT   PIC 9(10).
              05 FM-ACTION      PIC X(05).
              05 FM-AVANT       PIC X(145).
              05 FM-APRES       PIC X(145).
              05 FM-OPERATEUR   PIC X(03).
              05 FM-ORIGINE     PIC X(01).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CATSAV    PIC X(30) VALUE "CATSAV".
              05 WS-NOM-MVT001    PIC X(30) VALUE "MVT001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-GENERATION PIC X(02).
           01 WS-FS-CATALOGUE  PIC X(02).
           01 WS-FS-MOUVEMENTS PIC X(02).

           01 WS-IND-CLIENT    PIC X(01) VALUE "N".
              88 FIN-FICHIER-CLIENT VALUE "O".
              88 FIN-FICHIER-GENERATION VALUE "O".
           01 WS-FIN-CATALOGUE PIC X(01) VALUE "N".
              88 FIN-FICHIER-CATALOGUE VALUE "O".
           01 WS-FIN-MOUVEMENTS PIC X(01) VALUE "N".
              88 FIN-FICHIER-MOUVEMENTS VALUE "O".

           01 WS-MODE          PIC X(01).
           01 WS-REPONSE       PIC X(01).

           01 WS-VERDICT       PIC X(01).
              88 GENERATION-CONFORME VALUE "O".
           01 WS-RECONSTRUCTION PIC X(01).
              88 RECONSTRUCTION-FAITE VALUE "O".

      * Mode P : instant de reprise (AAAAMMJJHHMMSS, compare au debut
      * de l'horodatage MVT001), issue de chaque mouvement rejoue et
      * bilan de la reprise.
           01 WS-INSTANT-CIBLE PIC 9(14).
           01 WS-INSTANT-DEC REDEFINES WS-INSTANT-CIBLE.
              05 WS-INSTANT-DATE  PIC 9(08).
              05 WS-INSTANT-HEURE PIC 9(06).
           01 WS-INSTANT-TEXTE REDEFINES WS-INSTANT-CIBLE PIC X(14).
           01 WS-ISSUE         PIC X(01).
              88 MOUVEMENT-APPLIQUE VALUE "A".
              88 MOUVEMENT-SAUTE    VALUE "S".
              88 MOUVEMENT-EN-CONFLIT VALUE "C".
           01 WS-LIBELLE-ISSUE PIC X(40).
           01 WS-ARRET         PIC X(01) VALUE "N".
              88 REPRISE-ARRETEE VALUE "O".
           01 WS-COMPTEURS-REPRISE.
              05 WS-NB-ANTERIEURS PIC 9(07) VALUE 0.
              05 WS-NB-APPLIQUES  PIC 9(07) VALUE 0.
              05 WS-NB-SAUTES     PIC 9(07) VALUE 0.
              05 WS-NB-CONFLITS   PIC 9(07) VALUE 0.
              05 WS-NB-NON-REJOUES PIC 9(07) VALUE 0.
              05 WS-NB-POSTERIEURS PIC 9(07) VALUE 0.

           01 WS-DEMANDE-EDITION.
              05 WS-ED-FONCTION    PIC X(01).
              05 WS-ED-NOM-ETAT    PIC X(08) VALUE "REPRISE".
              05 WS-ED-TITRE       PIC X(60).
              05 WS-ED-LIGNE       PIC X(132).
              05 WS-ED-CODE-RETOUR PIC 9(02).
           01 WS-LIGNE         PIC X(132).

      * Jeton de mise a jour de F-CLIENT (sous-programme partage
      * verrou-client, fichier LCK001) : pris avant la

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Sauvegarde (S), verification (V), "
               "restauration (R) ou reprise a un instant (P) ? "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN "R"
                   PERFORM DEMANDER-GENERATION
                   PERFORM RESTAURER-LA-GENERATION
               WHEN "P"
                   PERFORM DEMANDER-GENERATION
                   PERFORM REPRENDRE-A-UN-INSTANT
               WHEN OTHER
                   DISPLAY "Mode inconnu."
                   MOVE 8 TO RETURN-CODE
           DISPLAY "Nom de la generation (SAVAAAAMMJJ.DAT) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOM-GENERATION.
           MOVE WS-NOM-GENERATION TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-GENERATION.

      ****************************************************************
      * Mode S : copie complete de F-CLIENT dans la generation du    *
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOM-GENERATION
           END-STRING.
           MOVE WS-NOM-GENERATION TO WS-BS-NOM.
           PERFORM PREFIXER-NOM-CONSTRUIT.
           MOVE WS-BS-NOM TO WS-NOM-GENERATION.
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECONSTRUIRE-F-CLIENT.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF RECONSTRUCTION-FAITE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Rechargement d'INP001 depuis la generation, jeton deja pris.
       RECONSTRUIRE-F-CLIENT.
           MOVE "N" TO WS-RECONSTRUCTION.
           MOVE "N" TO WS-FIN-GENERATION.
           MOVE 0 TO WS-NB-ENREG.
           OPEN INPUT F-GENERATION.
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-GENERATION
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECHARGER-UN-ENREG UNTIL FIN-FICHIER-GENERATION.
           CLOSE F-CLIENT.
           CLOSE F-GENERATION.
           SET RECONSTRUCTION-FAITE TO TRUE.
           DISPLAY "F-CLIENT reconstruit : " WS-NB-ENREG
               " enregistrement(s) recharges depuis "
               FUNCTION TRIM(WS-NOM-GENERATION) ".".

       RECHARGER-UN-ENREG.
           READ F-GENERATION
                       FG-CLIENT-ID ". FILE STATUS: " WS-FS-CLIENT
               END-IF
           END-IF.

      ****************************************************************
      * Mode P : reconstruction depuis la generation puis rejeu de   *
      * MVT001 jusqu'a l'instant demande, sous un seul jeton. Les    *
      * mouvements dates d'avant le jour de la sauvegarde y sont     *
      * deja ; ceux du jour meme peuvent y etre ou non (le catalogue *
      * ne garde pas l'heure) : l'etat courant le dit, un mouvement  *
      * deja en place est saute. Les mouvements rejoues ne sont pas  *
      * rejournalises : MVT001 les porte deja.                       *
      ****************************************************************
       REPRENDRE-A-UN-INSTANT.
           DISPLAY "Instant de reprise (AAAAMMJJHHMMSS) : "
               WITH NO ADVANCING.
           ACCEPT WS-INSTANT-CIBLE.
           PERFORM VERIFIER-LA-GENERATION.
           IF NOT GENERATION-CONFORME
               DISPLAY "Reprise refusee : la generation n'est "
                   "pas conforme a son catalogue."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-INSTANT-DATE < WS-CAT-DATE
               OR WS-INSTANT-HEURE > 235959
               DISPLAY "Instant de reprise " WS-INSTANT-CIBLE
                   " invalide ou anterieur a la sauvegarde du "
                   WS-CAT-DATE "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirmer la reconstruction d'INP001 depuis "
               FUNCTION TRIM(WS-NOM-GENERATION) " et le rejeu "
               "jusqu'au " WS-INSTANT-CIBLE " (O/N) ? "
               WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Reprise abandonnee."
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECONSTRUIRE-F-CLIENT.
           IF RECONSTRUCTION-FAITE
               PERFORM REJOUER-LES-MOUVEMENTS
           END-IF.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.

       REJOUER-LES-MOUVEMENTS.
           OPEN INPUT F-MOUVEMENTS.
           IF WS-FS-MOUVEMENTS NOT = "00"
               AND WS-FS-MOUVEMENTS NOT = "05"
               DISPLAY "Erreur ouverture MVT001. FILE STATUS: "
                   WS-FS-MOUVEMENTS
               DISPLAY "F-CLIENT reste a l'etat de la generation."
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture F-CLIENT. FILE STATUS: "
                   WS-FS-CLIENT
               CLOSE F-MOUVEMENTS
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO WS-ED-FONCTION.
           MOVE SPACES TO WS-ED-TITRE.
           STRING "REPRISE DE " DELIMITED BY SIZE
               WS-NOM-GENERATION DELIMITED BY SPACE
               " JUSQU'AU " WS-INSTANT-CIBLE
               DELIMITED BY SIZE INTO WS-ED-TITRE
           END-STRING.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF WS-ED-CODE-RETOUR NOT = 0
               DISPLAY "Etat REPRISE indisponible : seuls le "
                   "conflit eventuel et le bilan seront affiches."
           END-IF.
           MOVE "N" TO WS-FIN-MOUVEMENTS.
           PERFORM REJOUER-UN-MOUVEMENT UNTIL FIN-FICHIER-MOUVEMENTS.
           CLOSE F-CLIENT.
           CLOSE F-MOUVEMENTS.
           PERFORM EDITER-BILAN-REPRISE.
           MOVE "F" TO WS-ED-FONCTION.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           IF REPRISE-ARRETEE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Un mouvement de MVT001 : hors fenetre, apres l'arret sur
      * conflit, ou rejoue contre l'etat courant.
       REJOUER-UN-MOUVEMENT.
           READ F-MOUVEMENTS
               AT END
                   SET FIN-FICHIER-MOUVEMENTS TO TRUE
           END-READ.
           IF FIN-FICHIER-MOUVEMENTS
               EXIT PARAGRAPH
           END-IF.
           IF FM-HORODATAGE (1:8) < WS-CAT-DATE
               ADD 1 TO WS-NB-ANTERIEURS
               EXIT PARAGRAPH
           END-IF.
           IF FM-HORODATAGE (1:14) > WS-INSTANT-TEXTE
               ADD 1 TO WS-NB-POSTERIEURS
               EXIT PARAGRAPH
           END-IF.
           IF REPRISE-ARRETEE
               ADD 1 TO WS-NB-NON-REJOUES
               EXIT PARAGRAPH
           END-IF.
      * Les traces de retrait d'orphelins (AUDIT-REFERENTIEL) portent
      * sur les fichiers satellites, pas sur F-CLIENT.
           IF FM-ACTION = "ORPHE"
               SET MOUVEMENT-SAUTE TO TRUE
               MOVE "saute (hors F-CLIENT)" TO WS-LIBELLE-ISSUE
           ELSE
               MOVE FM-ID-CLIENT TO FS-CLIENT-ID
               READ F-CLIENT
                   KEY IS FS-CLIENT-ID
                   INVALID KEY
                       MOVE SPACES TO FS-ENR-CLIENT
               END-READ
               EVALUATE TRUE
                   WHEN FM-AVANT = SPACES
                       PERFORM REJOUER-CREATION
                   WHEN FM-APRES = SPACES
                       PERFORM REJOUER-SUPPRESSION
                   WHEN OTHER
                       PERFORM REJOUER-MODIFICATION
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN MOUVEMENT-APPLIQUE
                   ADD 1 TO WS-NB-APPLIQUES
               WHEN MOUVEMENT-SAUTE
                   ADD 1 TO WS-NB-SAUTES
               WHEN OTHER
                   ADD 1 TO WS-NB-CONFLITS
                   SET REPRISE-ARRETEE TO TRUE
           END-EVALUATE.
           STRING FM-HORODATAGE " " FM-PROGRAMME " " FM-ID-CLIENT
               " " FM-ACTION " " WS-LIBELLE-ISSUE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           IF MOUVEMENT-EN-CONFLIT
               DISPLAY FUNCTION TRIM(WS-LIGNE)
           END-IF.
           PERFORM ECRIRE-LIGNE-ETAT.

      * Creation (AJOUT, RESTA...) : le client doit etre absent.
       REJOUER-CREATION.
           IF FS-ENR-CLIENT = FM-APRES
               SET MOUVEMENT-SAUTE TO TRUE
               MOVE "saute (deja en place)" TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-CLIENT NOT = SPACES
               SET MOUVEMENT-EN-CONFLIT TO TRUE
               MOVE "CONFLIT : client deja present" TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           WRITE FS-ENR-CLIENT FROM FM-APRES
           END-WRITE.
           PERFORM NOTER-ECRITURE.

      * Suppression : l'image avant doit etre l'etat courant.
       REJOUER-SUPPRESSION.
           IF FS-ENR-CLIENT = SPACES
               SET MOUVEMENT-SAUTE TO TRUE
               MOVE "saute (deja supprime)" TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-CLIENT NOT = FM-AVANT
               SET MOUVEMENT-EN-CONFLIT TO TRUE
               MOVE "CONFLIT : image avant differente"
                   TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           DELETE F-CLIENT RECORD
           END-DELETE.
           PERFORM NOTER-ECRITURE.

      * Modification (MODIF, ANONY...) : l'image avant doit etre
      * l'etat courant, sauf si l'image apres y est deja.
       REJOUER-MODIFICATION.
           IF FS-ENR-CLIENT = FM-APRES
               SET MOUVEMENT-SAUTE TO TRUE
               MOVE "saute (deja en place)" TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-CLIENT = SPACES
               SET MOUVEMENT-EN-CONFLIT TO TRUE
               MOVE "CONFLIT : client absent" TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           IF FS-ENR-CLIENT NOT = FM-AVANT
               SET MOUVEMENT-EN-CONFLIT TO TRUE
               MOVE "CONFLIT : image avant differente"
                   TO WS-LIBELLE-ISSUE
               EXIT PARAGRAPH
           END-IF.
           REWRITE FS-ENR-CLIENT FROM FM-APRES
           END-REWRITE.
           PERFORM NOTER-ECRITURE.

      * Le statut 02 signale seulement un doublon sur la cle
      * secondaire telephone ; toute autre erreur arrete la reprise.
       NOTER-ECRITURE.
           IF WS-FS-CLIENT = "00" OR WS-FS-CLIENT = "02"
               SET MOUVEMENT-APPLIQUE TO TRUE
               MOVE "applique" TO WS-LIBELLE-ISSUE
           ELSE
               SET MOUVEMENT-EN-CONFLIT TO TRUE
               MOVE SPACES TO WS-LIBELLE-ISSUE
               STRING "CONFLIT : FILE STATUS " WS-FS-CLIENT
                   DELIMITED BY SIZE INTO WS-LIBELLE-ISSUE
               END-STRING
           END-IF.

       EDITER-BILAN-REPRISE.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Mouvements appliques              : "
               WS-NB-APPLIQUES DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Mouvements sautes                 : "
               WS-NB-SAUTES DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Mouvements en conflit             : "
               WS-NB-CONFLITS DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Non rejoues (apres le conflit)    : "
               WS-NB-NON-REJOUES DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Anterieurs a la sauvegarde        : "
               WS-NB-ANTERIEURS DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           STRING "Posterieurs a l'instant de reprise: "
               WS-NB-POSTERIEURS DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ETAT.
           IF REPRISE-ARRETEE
               STRING "Reprise ARRETEE sur conflit : F-CLIENT est a "
                   "l'etat du dernier mouvement applique."
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "Reprise complete : F-CLIENT est a l'etat du "
                   WS-INSTANT-CIBLE "." DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(WS-LIGNE).
           PERFORM ECRIRE-LIGNE-ETAT.
           DISPLAY "Appliques " WS-NB-APPLIQUES ", sautes "
               WS-NB-SAUTES ", conflits " WS-NB-CONFLITS ".".

       ECRIRE-LIGNE-ETAT.
           MOVE "L" TO WS-ED-FONCTION.
           MOVE WS-LIGNE TO WS-ED-LIGNE.
           CALL "edition-etat" USING WS-DEMANDE-EDITION.
           MOVE SPACES TO WS-LIGNE.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
