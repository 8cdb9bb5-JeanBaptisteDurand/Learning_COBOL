      ****************************************************************
      * Copybook CNFCOR : corrections renvoyees par les clients sur  *
      * le coupon de la confirmation annuelle (fichier sequentiel    *
      * CNC001, complete en EXTEND par CONFIRMATION-DONNEES). Une    *
      * correction retenue par zone : la reference de la lettre, le  *
      * client, le code zone de TRNCLI, la valeur imprimee sur la    *
      * lettre et la valeur demandee, la date de saisie. Chaque      *
      * correction part aussi en transaction TRN001 pour             *
      * MAJ-CHAMPS-CLIENT ; le bilan de campagne la dit appliquee    *
      * quand F-CLIENT porte la valeur demandee.                     *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CC-REFERENCE         PIC 9(10).
           05 CC-REFERENCE-DEC REDEFINES CC-REFERENCE.
              10 CC-ANNEE          PIC 9(04).
              10 CC-RANG           PIC 9(06).
           05 CC-ID-CLIENT         PIC 9(10).
           05 CC-CODE-ZONE         PIC X(03).
           05 CC-ANCIENNE-VALEUR   PIC X(30).
           05 CC-NOUVELLE-VALEUR   PIC X(30).
           05 CC-DATE-SAISIE       PIC 9(08).
           05 FILLER               PIC X(09).
