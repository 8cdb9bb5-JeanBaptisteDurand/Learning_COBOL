      ****************************************************************
      * Copybook CONTRAT : fichier indexe des contrats clients       *
      * (CTR001, cle CT-NUMERO, cle secondaire CT-ID-CLIENT avec     *
      * doublons). Un enregistrement par contrat : le numero, le     *
      * client titulaire (CLI-ID), le code produit, les dates        *
      * d'ouverture et de cloture (0 tant que le contrat court) et   *
      * le statut. Un contrat est dit ouvert tant qu'il n'est pas    *
      * clos : un contrat suspendu engage toujours le client, et     *
      * bloque comme un contrat ouvert la purge, l'anonymisation et  *
      * la fusion (sous-programme partage contrat-client).           *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CT-NUMERO            PIC X(12).
           05 CT-ID-CLIENT         PIC 9(10).
           05 CT-PRODUIT           PIC X(06).
           05 CT-DATE-OUVERTURE    PIC 9(08).
           05 CT-DATE-CLOTURE      PIC 9(08).
           05 CT-STATUT            PIC X(01).
              88 CT-OUVERT         VALUE "O".
              88 CT-SUSPENDU       VALUE "S".
              88 CT-CLOS           VALUE "C".
           05 FILLER               PIC X(05).
