      ****************************************************************
      * Copybook CRTCLI : nombre de cartes par client (fichier       *
      * indexe CRH001, cle CT-ID-CLIENT). Reconstruit a chaque       *
      * passe du batch cartes (luhn) : un enregistrement par         *
      * titulaire d'au moins une carte acceptee, avec le nombre de   *
      * numeros distincts et la date du lot. Lu par carte-client,    *
      * pour la fiche client du support.                             *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CT-ID-CLIENT         PIC 9(10).
           05 CT-NB-CARTES         PIC 9(04).
           05 CT-DATE-LOT          PIC 9(08).
           05 FILLER               PIC X(08).
