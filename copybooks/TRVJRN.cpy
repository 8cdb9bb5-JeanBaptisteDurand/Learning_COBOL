      ****************************************************************
      * Copybook TRVJRN : evenement du journal des travaux de        *
      * remediation TRJ001 (sequentiel, complete en EXTEND).         *
      * WRK001 ne garde que l'etat courant de chaque travail ; le    *
      * journal en garde l'histoire. GENERE-TRAVAUX y trace          *
      * l'ouverture, la reouverture et la cloture d'office d'un      *
      * travail, CONSOLE-TRAVAUX la prise et la cloture par un       *
      * clerc. RAPPORT-TRAVAUX en tire l'etat mensuel.               *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 TJ-HORODATAGE        PIC X(15).
           05 TJ-EVENEMENT         PIC X(01).
              88 TJ-OUVERTURE      VALUE "O".
              88 TJ-PRISE          VALUE "P".
              88 TJ-CLOTURE-CLERC  VALUE "C".
              88 TJ-CLOTURE-OFFICE VALUE "A".
              88 TJ-REOUVERTURE    VALUE "R".
              88 TJ-CLOTURE VALUE "C" "A".
           05 TJ-ID-CLIENT         PIC 9(10).
           05 TJ-MOTIF             PIC X(05).
      * Le clerc qui prend ou cloture ; pour une cloture d'office,
      * celui qui avait pris le travail (a blanc s'il n'etait pas
      * pris).
           05 TJ-INITIALES         PIC X(03).
      * Origine : B = evenement d'un run du bac a sable.
           05 TJ-ORIGINE           PIC X(01).
           05 FILLER               PIC X(05).
