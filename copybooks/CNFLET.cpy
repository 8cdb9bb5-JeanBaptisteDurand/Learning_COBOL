      ****************************************************************
      * Copybook CNFLET : registre des lettres de confirmation       *
      * annuelle des donnees (fichier indexe CNF001, cle             *
      * CF-REFERENCE, cle secondaire CF-ID-CLIENT avec doublons).    *
      * Un enregistrement par lettre envoyee par                     *
      * CONFIRMATION-DONNEES : la reference imprimee sur le coupon   *
      * (annee de la campagne puis rang dans l'annee), le client,    *
      * son agence, la date d'envoi et l'image de la fiche telle     *
      * qu'elle a ete imprimee - l'ancienne valeur d'une correction  *
      * renvoyee par le client est celle qu'il a lue. La date de     *
      * reponse (0 tant que rien n'est revenu) et le nombre de       *
      * corrections retenues sont portes au chargement des retours.  *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CF-REFERENCE         PIC 9(10).
           05 CF-REFERENCE-DEC REDEFINES CF-REFERENCE.
              10 CF-ANNEE          PIC 9(04).
              10 CF-RANG           PIC 9(06).
           05 CF-ID-CLIENT         PIC 9(10).
           05 CF-AGENCE            PIC 9(02).
           05 CF-DATE-ENVOI        PIC 9(08).
           05 CF-DATE-REPONSE      PIC 9(08).
           05 CF-NB-CORRECTIONS    PIC 9(02).
           05 CF-IMAGE             PIC X(145).
           05 FILLER               PIC X(15).
