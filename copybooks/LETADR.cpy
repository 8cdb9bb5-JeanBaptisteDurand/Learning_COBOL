      ****************************************************************
      * Copybook LETADR : journal des courriers de confirmation de   *
      * changement d'adresse (fichier sequentiel LET001, complete a  *
      * chaque passage de LETTRES-ADRESSE). Un enregistrement par    *
      * lettre envoyee : le client, la date du changement (date      *
      * d'effet de l'entree HIS001), la date d'envoi, le             *
      * destinataire (A ancienne adresse, N nouvelle adresse) et     *
      * l'adresse a laquelle la lettre est partie. Relu par          *
      * DOSSIER-CLIENT. Adresse hors de France (LA-ETRANGER) : code  *
      * postal a zero, la zone de la ville porte le code postal      *
      * libre du pays puis la ville, comme dans le copybook CLIENT,  *
      * et LA-PAYS le code pays ISO.                                 *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 LA-ID-CLIENT         PIC 9(10).
           05 LA-DATE-CHANGEMENT   PIC 9(08).
           05 LA-DATE-ENVOI        PIC 9(08).
           05 LA-DESTINATAIRE      PIC X(01).
              88 LA-ANCIENNE-ADRESSE VALUE "A".
              88 LA-NOUVELLE-ADRESSE VALUE "N".
           05 LA-RUE               PIC X(30).
           05 LA-CODE-POSTAL       PIC 9(05).
           05 LA-VILLE             PIC X(20).
           05 LA-VILLE-ETRANGERE REDEFINES LA-VILLE.
              10 LA-CP-ETRANGER    PIC X(08).
              10 LA-VILLE-ETRANGER PIC X(12).
           05 LA-PAYS              PIC X(02).
           05 LA-MARQUE-ETRANGER   PIC X(01).
              88 LA-ETRANGER       VALUE "*".
           05 FILLER               PIC X(05).
