      * batch, le chargeur web, la reparation des rejets et la
      * maintenance rejettent exactement les memes enregistrements :
      *   PRE01  prenom absent (VALIDER-CLIENT de FILE-EXAMPLE)
      *   SIR01  client entreprise : SIRET non numerique, nul, ou
      *          dont la cle (Luhn sur le SIREN et sur les 14
      *          chiffres) ne tombe pas juste
      *   ENT01  client entreprise : raison sociale ou contact
      *          absent, ou forme juridique inconnue
      *   TYP01  type de client ni particulier ni entreprise
      *   ADR01  rue ou ville non imprimable (idem)
      *   EML01  email sans la forme locale@domaine.tld exigee par
      *          VALIDER-EMAIL de MISE-A-JOUR-CURSEUR
      *   TEL01  telephone absent ou porteur de caracteres interdits
      *   CPO01  code postal hors de la plage 01000-98999
      *   PAY01  adresse etrangere : code pays qui n'est pas deux
      *          lettres majuscules (ou qui vaut FR), ou code postal
      *          et ville etrangers tous deux absents
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ADRESSE-INVALIDE PIC X(01).
       01 WS-TELEPHONE-INVALIDE PIC X(01).
          88 TELEPHONE-INVALIDE VALUE "O".

      * Zones de travail du controle de cle du SIREN/SIRET : le SIRET
      * depaquete chiffre par chiffre, le SIREN en tete (9 chiffres)
      * suivi du NIC (5 chiffres).
       01 WS-SIRET-AFF       PIC 9(14).
       01 WS-SIRET-CHIFFRES REDEFINES WS-SIRET-AFF.
          05 WS-SIRET-CHIFFRE PIC 9(01) OCCURS 14 TIMES.
       01 WS-SIREN-AFF REDEFINES WS-SIRET-AFF.
          05 WS-SIREN        PIC 9(09).
          05 FILLER          PIC 9(05).
       01 WS-SIRET-INVALIDE  PIC X(01).
          88 SIRET-INVALIDE VALUE "O".
       01 WS-SOMME-LUHN      PIC 9(03).
       01 WS-CHIFFRE-LUHN    PIC 9(02).
      * Les etablissements de La Poste partagent un SIREN dont les
      * SIRET ne suivent pas tous la cle de Luhn : la somme de leurs
      * 14 chiffres est alors un multiple de 5.
       01 WS-SIREN-LA-POSTE  PIC 9(09) VALUE 356000000.

       LINKAGE SECTION.
      * L'enregistrement a controler, dans la structure du copybook
      * CLIENT partage.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE SPACES TO VC-MOTIF (WS-I)
           END-PERFORM.
           PERFORM CONTROLER-IDENTITE.
           PERFORM CONTROLER-ADRESSE.
           PERFORM CONTROLER-EMAIL.
           PERFORM CONTROLER-TELEPHONE.
           PERFORM CONTROLER-CODE-POSTAL.
           GOBACK.

      * Identite selon le type de client : le prenom pour un
      * particulier ; le SIRET, puis la raison sociale, la forme
      * juridique et le contact pour une entreprise. Un seul motif
      * au plus, la table des motifs n'ayant que cinq places.
       CONTROLER-IDENTITE.
           EVALUATE TRUE
               WHEN CLI-PARTICULIER
                   PERFORM CONTROLER-PRENOM
               WHEN CLI-ENTREPRISE
                   PERFORM CONTROLER-SIRET
                   IF SIRET-INVALIDE
                       MOVE "SIR01" TO VC-MOTIF (VC-NB-MOTIFS + 1)
                       ADD 1 TO VC-NB-MOTIFS
                   ELSE
                       IF CLI-NOM = SPACES
                           OR CLI-CONTACT = SPACES
                           OR NOT CLI-FORME-CONNUE
                           MOVE "ENT01"
                               TO VC-MOTIF (VC-NB-MOTIFS + 1)
                           ADD 1 TO VC-NB-MOTIFS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "TYP01" TO VC-MOTIF (VC-NB-MOTIFS + 1)
                   ADD 1 TO VC-NB-MOTIFS
           END-EVALUATE.

       CONTROLER-PRENOM.
           IF CLI-PRENOM = SPACES
               MOVE "PRE01" TO VC-MOTIF (VC-NB-MOTIFS + 1)
               ADD 1 TO VC-NB-MOTIFS
           END-IF.

      * Cle du SIRET : Luhn sur le SIREN (chiffres de rang pair
      * doubles) puis sur les 14 chiffres (rangs impairs doubles),
      * La Poste admettant aussi la somme des chiffres multiple de 5.
       CONTROLER-SIRET.
           MOVE "N" TO WS-SIRET-INVALIDE.
           IF CLI-SIRET NOT NUMERIC
               SET SIRET-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE CLI-SIRET TO WS-SIRET-AFF.
           IF WS-SIREN = 0
               SET SIRET-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SOMME-LUHN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF FUNCTION MOD(WS-I, 2) = 0
                   COMPUTE WS-CHIFFRE-LUHN =
                       WS-SIRET-CHIFFRE (WS-I) * 2
                   IF WS-CHIFFRE-LUHN > 9
                       SUBTRACT 9 FROM WS-CHIFFRE-LUHN
                   END-IF
               ELSE
                   MOVE WS-SIRET-CHIFFRE (WS-I) TO WS-CHIFFRE-LUHN
               END-IF
               ADD WS-CHIFFRE-LUHN TO WS-SOMME-LUHN
           END-PERFORM.
           IF FUNCTION MOD(WS-SOMME-LUHN, 10) NOT = 0
               SET SIRET-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SOMME-LUHN.
           IF WS-SIREN = WS-SIREN-LA-POSTE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 14
                   ADD WS-SIRET-CHIFFRE (WS-I) TO WS-SOMME-LUHN
               END-PERFORM
               IF FUNCTION MOD(WS-SOMME-LUHN, 5) = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SOMME-LUHN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 14
               IF FUNCTION MOD(WS-I, 2) = 1
                   COMPUTE WS-CHIFFRE-LUHN =
                       WS-SIRET-CHIFFRE (WS-I) * 2
                   IF WS-CHIFFRE-LUHN > 9
                       SUBTRACT 9 FROM WS-CHIFFRE-LUHN
                   END-IF
               ELSE
                   MOVE WS-SIRET-CHIFFRE (WS-I) TO WS-CHIFFRE-LUHN
               END-IF
               ADD WS-CHIFFRE-LUHN TO WS-SOMME-LUHN
           END-PERFORM.
           IF FUNCTION MOD(WS-SOMME-LUHN, 10) NOT = 0
               SET SIRET-INVALIDE TO TRUE
           END-IF.

      * Imprimabilite de la rue et de la ville, zone caractere par
      * zone caractere (le code postal COMP-3 entre les deux ne se
      * prete pas a un balayage d'ensemble).
               ADD 1 TO VC-NB-MOTIFS
           END-IF.

      * Code postal : plage francaise metropolitaine et DOM ; une
      * adresse etrangere n'a pas de code postal francais et passe
      * par le controle du pays.
       CONTROLER-CODE-POSTAL.
           IF CLI-ETRANGER
               PERFORM CONTROLER-PAYS
               EXIT PARAGRAPH
           END-IF.
           IF CLI-CODE-POSTAL < 1000 OR CLI-CODE-POSTAL > 98999
               MOVE "CPO01" TO VC-MOTIF (VC-NB-MOTIFS + 1)
               ADD 1 TO VC-NB-MOTIFS
           END-IF.

      * Adresse etrangere : code pays ISO sur deux lettres, autre que
      * FR (une adresse francaise garde son code postal), et au moins
      * le code postal ou la ville du pays.
       CONTROLER-PAYS.
           IF CLI-PAYS NOT ALPHABETIC-UPPER
               OR CLI-PAYS (1:1) = SPACE
               OR CLI-PAYS (2:1) = SPACE
               OR CLI-PAYS = "FR"
               OR (CLI-CP-ETRANGER = SPACES
                   AND CLI-VILLE-ETRANGER = SPACES)
               MOVE "PAY01" TO VC-MOTIF (VC-NB-MOTIFS + 1)
               ADD 1 TO VC-NB-MOTIFS
           END-IF.
