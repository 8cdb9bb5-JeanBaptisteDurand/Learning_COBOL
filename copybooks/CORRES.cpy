      ****************************************************************
      * Copybook CORRES : historique des correspondances envoyees    *
      * aux clients (fichier indexe COR001, cle CR-CLE = client +    *
      * date d'envoi AAAAMMJJ + rang dans la journee). Une ligne par *
      * contact : chaque canal de chaque selection de campagne       *
      * (SELECTION-CAMPAGNE) et chaque courrier produit par la suite *
      * (LETTRES-ADRESSE, DOSSIER-CLIENT), avec la nature, le canal, *
      * la reference de la campagne ou du courrier et le programme   *
      * emetteur. Ecrit et compte par le sous-programme partage      *
      * correspondance-client ; sert au plafond de pression          *
      * commerciale de SELECTION-CAMPAGNE.                           *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CR-CLE.
              10 CR-ID-CLIENT      PIC 9(10).
              10 CR-DATE           PIC 9(08).
              10 CR-RANG           PIC 9(03).
           05 CR-NATURE            PIC X(01).
              88 CR-CAMPAGNE       VALUE "C".
              88 CR-COURRIER-SUITE VALUE "L".
      * Canal : EMAIL, SMS, COURRIER ou TELEPHONE (libelles de
      * SELECTION-CAMPAGNE).
           05 CR-CANAL             PIC X(10).
      * Reference : CAMPAGNE + numero de run NUM001 pour une
      * selection, code du courrier pour une lettre.
           05 CR-REFERENCE         PIC X(12).
           05 CR-PROGRAMME         PIC X(20).
           05 FILLER               PIC X(06).
