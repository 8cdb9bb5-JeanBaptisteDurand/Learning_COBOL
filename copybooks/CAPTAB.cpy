      ****************************************************************
      * Copybook CAPTAB : zone d'echange du sous-programme           *
      * capacite-tables avec ses appelants (RAPPORT-CAPACITE,        *
      * CONTROLE-PREVOL). Un controle par couple programme / entree  *
      * chargee en table : plafond de la table du programme, volume  *
      * compte dans l'entree, taux d'occupation en pour cent et etat *
      * (O sous 80 %, V vigilance au-dela de 80 %, D plafond         *
      * depasse, A entree absente, I entree illisible).              *
      * CA-CODE-RETOUR : 0, ou 99 si une entree est illisible.       *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CA-NB-CONTROLES     PIC 9(02).
           05 CA-NB-VIGILANCES    PIC 9(02).
           05 CA-NB-DEPASSEMENTS  PIC 9(02).
           05 CA-CODE-RETOUR      PIC 9(02).
           05 CA-CONTROLE OCCURS 15 TIMES.
              10 CA-PROGRAMME     PIC X(30).
              10 CA-FICHIER       PIC X(06).
              10 CA-PLAFOND       PIC 9(05).
              10 CA-VOLUME        PIC 9(07).
              10 CA-TAUX          PIC 9(03).
              10 CA-ETAT          PIC X(01).
                 88 CA-ETAT-OK        VALUE "O".
                 88 CA-ETAT-VIGILANCE VALUE "V".
                 88 CA-ETAT-DEPASSE   VALUE "D".
                 88 CA-ETAT-ABSENT    VALUE "A".
                 88 CA-ETAT-ILLISIBLE VALUE "I".
