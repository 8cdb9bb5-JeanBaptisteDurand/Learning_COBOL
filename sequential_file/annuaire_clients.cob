      * page, une ligne par client (identifiant, nom, rue, code      *
      * postal, telephone), un sous-total par ville et un total      *
      * general. C'est la liste lisible que les auditeurs demandent  *
      * chaque annee a la place du OUT001 brut. Un client entreprise *
      * s'y range sous sa raison sociale, suivie de son contact ; un *
      * client a l'etranger sous sa ville et son pays, avec son code *
      * postal libre.                                                *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT-TRIE ASSIGN TO DYNAMIC WS-NOM-TRI001
               FILE STATUS IS WS-FS-CLIENT-TRIE.
      * Fichier de travail du tri par ville puis nom.
           SELECT SD-ANNUAIRE-TRI ASSIGN TO DYNAMIC WS-NOM-SRT002.
           SELECT F-VILLE-TRIE ASSIGN TO DYNAMIC WS-NOM-TRI002
               FILE STATUS IS WS-FS-VILLE-TRIE.
      * L'etat imprimable part desormais par le formateur partage
      * edition-etat, qui tient la pagination et le spool date.
                       ==CLI-VILLE== BY ==FT-VILLE==
                       ==CLI-TELEPHONE== BY ==FT-TELEPHONE==
                       ==CLI-EMAIL== BY ==FT-EMAIL==
                       ==CLI-STATUT== BY ==FT-STATUT==
                       ==CLI-ETRANGER== BY ==FT-ETRANGER==
                       ==CLI-PAYS== BY ==FT-PAYS==
                       ==CLI-VILLE-ETRANGER== BY ==FT-VILLE-ETRANGER==.

      * Le fichier de travail du tri porte en tete les cles pliees
      * (majuscules, accents rabattus par plie-caracteres) : les
                       ==CLI-VILLE== BY ==FV-VILLE==
                       ==CLI-TELEPHONE== BY ==FV-TELEPHONE==
                       ==CLI-EMAIL== BY ==FV-EMAIL==
                       ==CLI-STATUT== BY ==FV-STATUT==
                       ==CLI-CONTACT== BY ==FV-CONTACT==
                       ==CLI-ENTREPRISE== BY ==FV-ENTREPRISE==
                       ==CLI-ETRANGER== BY ==FV-ETRANGER==
                       ==CLI-PAYS== BY ==FV-PAYS==
                       ==CLI-CP-ETRANGER== BY ==FV-CP-ETRANGER==
                       ==CLI-VILLE-ETRANGER== BY ==FV-VILLE-ETRANGER==.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-TRI001    PIC X(30) VALUE "TRI001".
              05 WS-NOM-SRT002    PIC X(30) VALUE "SRT002".
              05 WS-NOM-TRI002    PIC X(30) VALUE "TRI002".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT-TRIE PIC X(02).
           01 WS-FS-VILLE-TRIE  PIC X(02).

           01 WS-ZONE-PLIEE     PIC X(30).

      * Rupture sur la ville : la ville de l'enregistrement courant
      * est comparee a celle du groupe en cours d'edition. Pour une
      * adresse etrangere, c'est la ville suivie du code pays.
           01 WS-VILLE-COURANTE PIC X(20).
           01 WS-VILLE-CLIENT   PIC X(20).
           01 WS-PREMIER-GROUPE PIC X(01) VALUE "O".
              88 AUCUN-GROUPE-EDITE VALUE "O".

      * Zones d'edition d'une ligne de detail.
           01 WS-AFF-ID         PIC 9(10).
           01 WS-AFF-CODE-POSTAL PIC 9(05).
      * Colonne du code postal : les cinq chiffres francais ou le
      * code postal libre d'une adresse etrangere.
           01 WS-AFF-CP         PIC X(08).
      * Colonne du prenom : le contact d'un client entreprise, dont
      * la raison sociale occupe la colonne du nom.
           01 WS-AFF-PRENOM     PIC X(20).
           01 WS-LIGNE          PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Le fichier d'entree est deja trie par nom ; l'annuaire se
      * presente par ville, d'ou un second tri ville puis nom, sur
      * les cles pliees posees par la procedure d'entree.
      * saut de page tous les WS-LIGNES-PAGE-MAX                     *
      ****************************************************************
       EDITER-CLIENT.
           IF FV-ETRANGER
               MOVE SPACES TO WS-VILLE-CLIENT
               STRING FUNCTION TRIM(FV-VILLE-ETRANGER)
                   DELIMITED BY SIZE
                   " (" FV-PAYS ")" DELIMITED BY SIZE
                   INTO WS-VILLE-CLIENT
               END-STRING
           ELSE
               MOVE FV-VILLE TO WS-VILLE-CLIENT
           END-IF.
           IF AUCUN-GROUPE-EDITE
               MOVE WS-VILLE-CLIENT TO WS-VILLE-COURANTE
               MOVE "N" TO WS-PREMIER-GROUPE
               PERFORM EDITER-ENTETE-VILLE
           ELSE
               IF WS-VILLE-CLIENT NOT = WS-VILLE-COURANTE
                   PERFORM EDITER-SOUS-TOTAL-VILLE
                   MOVE WS-VILLE-CLIENT TO WS-VILLE-COURANTE
                   PERFORM EDITER-ENTETE-VILLE
               END-IF
           END-IF.
           MOVE FV-CLIENT-ID TO WS-AFF-ID.
           IF FV-ETRANGER
               MOVE FV-CP-ETRANGER TO WS-AFF-CP
           ELSE
               MOVE FV-CODE-POSTAL TO WS-AFF-CODE-POSTAL
               MOVE WS-AFF-CODE-POSTAL TO WS-AFF-CP
           END-IF.
           IF FV-ENTREPRISE
               MOVE SPACES TO WS-AFF-PRENOM
               STRING "Ctc " FV-CONTACT DELIMITED BY SIZE
                   INTO WS-AFF-PRENOM
               END-STRING
           ELSE
               MOVE FV-PRENOM TO WS-AFF-PRENOM
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " WS-AFF-ID "  " DELIMITED BY SIZE
               FV-NOM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFF-PRENOM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FV-RUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFF-CP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FV-TELEPHONE DELIMITED BY SIZE
               INTO WS-LIGNE
           END-READ.
           IF NOT FIN-VERSEMENT-TRI
               MOVE FT-ENR-CLIENT-TRIE TO SD-DONNEES
      * Une adresse etrangere se range sous sa ville puis son
      * pays, et non sous la zone CLI-VILLE qui n'a pas de sens
      * pour elle.
               MOVE SPACES TO WS-ZONE-A-PLIER
               IF FT-ETRANGER
                   MOVE FT-VILLE-ETRANGER TO WS-ZONE-A-PLIER (1:12)
                   MOVE FT-PAYS TO WS-ZONE-A-PLIER (14:2)
               ELSE
                   MOVE FT-VILLE TO WS-ZONE-A-PLIER (1:20)
               END-IF
               CALL "plie-caracteres"
                   USING WS-ZONE-A-PLIER WS-ZONE-PLIEE
               MOVE WS-ZONE-PLIEE (1:20) TO SD-CLE-VILLE
