      ****************************************************************
      * Copybook BULARC : archive des bulletins de paie (fichier     *
      * indexe BUA001, cle BA-CLE = matricule + periode de paie +    *
      * numero de ligne). Chaque ligne de bulletin editee sur BUL001 *
      * par PAIE-EMPLOYES y est gardee telle quelle, avec la date du *
      * run qui l'a produite ; un run relance pour la meme periode   *
      * remplace le bulletin de l'employe. Relu par                  *
      * REEDITE-BULLETINS pour les duplicatas.                       *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 BA-CLE.
              10 BA-EMP-ID         PIC 9(05).
              10 BA-PERIODE        PIC 9(08).
              10 BA-NO-LIGNE       PIC 9(03).
           05 BA-TEXTE             PIC X(80).
           05 BA-DATE-RUN          PIC 9(08).
           05 FILLER               PIC X(16).
