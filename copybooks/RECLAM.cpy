      ****************************************************************
      * Copybook RECLAM : registre des reclamations des clients      *
      * (fichier indexe RCL001, cle RC-NUMERO de la forme AAAANNNN,  *
      * rang de la reclamation dans l'annee de sa reception ; cle    *
      * secondaire RC-ID-CLIENT avec doublons, dans l'ordre          *
      * d'arrivee). L'agence est celle du client a la reception      *
      * (agence-client, 00 = non rattache). L'echeance reglementaire *
      * de reponse est la reception plus deux mois, reportee au jour *
      * ouvre suivant si elle tombe un jour chome                    *
      * (calendar-jours-ouvres). Statut O ouverte (a attribuer), A   *
      * attribuee a un gestionnaire (trigramme OPR001), R repondue   *
      * (date de reponse posee), C close. Une reclamation n'est      *
      * jamais supprimee. Tenu par MAINT-RECLAMATIONS, edite par     *
      * RAPPORT-RECLAMATIONS et DOSSIER-CLIENT.                      *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 RC-NUMERO            PIC 9(08).
           05 RC-ID-CLIENT         PIC 9(10).
           05 RC-DATE-RECEPTION    PIC 9(08).
           05 RC-CANAL             PIC X(10).
           05 RC-CATEGORIE         PIC X(01).
              88 RC-CAT-TARIFICATION VALUE "T".
              88 RC-CAT-SERVICE      VALUE "S".
              88 RC-CAT-PRODUIT      VALUE "P".
              88 RC-CAT-DONNEES      VALUE "D".
              88 RC-CAT-AUTRE        VALUE "A".
              88 RC-CATEGORIE-CONNUE VALUE "T" "S" "P" "D" "A".
           05 RC-AGENCE            PIC 9(02).
           05 RC-STATUT            PIC X(01).
              88 RC-OUVERTE        VALUE "O".
              88 RC-ATTRIBUEE      VALUE "A".
              88 RC-REPONDUE       VALUE "R".
              88 RC-CLOSE          VALUE "C".
              88 RC-EN-ATTENTE-REPONSE VALUE "O" "A".
           05 RC-GESTIONNAIRE      PIC X(03).
           05 RC-DATE-ATTRIBUTION  PIC 9(08).
           05 RC-DATE-ECHEANCE     PIC 9(08).
           05 RC-DATE-REPONSE      PIC 9(08).
           05 RC-DATE-CLOTURE      PIC 9(08).
           05 RC-RESUME            PIC X(50).
           05 RC-OPERATEUR         PIC X(03).
           05 FILLER               PIC X(22).
