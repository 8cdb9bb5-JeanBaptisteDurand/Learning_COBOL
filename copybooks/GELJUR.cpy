      ****************************************************************
      * Copybook GELJUR : registre des gels juridiques (fichier      *
      * indexe GEL001, cle GJ-CLE = client + reference du dossier).  *
      * Un enregistrement par dossier contentieux qui gele un        *
      * client : date de debut, date de levee (0 tant que le gel     *
      * court jusqu'a nouvel ordre), demandeur au service juridique, *
      * operateur et date de la derniere mise a jour. Un gel est dit *
      * en cours tant qu'il n'est pas leve (levee nulle ou           *
      * posterieure au jour), meme si son debut est a venir : la     *
      * purge, l'anonymisation, la fusion et le changement de statut *
      * en masse laissent alors le client intact (sous-programme     *
      * partage gel-juridique). Tenu par MAINT-GELS ; un gel n'est   *
      * jamais supprime, il est leve.                                *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 GJ-CLE.
              10 GJ-ID-CLIENT      PIC 9(10).
              10 GJ-DOSSIER        PIC X(20).
           05 GJ-DATE-DEBUT        PIC 9(08).
           05 GJ-DATE-LEVEE        PIC 9(08).
           05 GJ-DEMANDEUR         PIC X(30).
           05 GJ-OPERATEUR         PIC X(03).
           05 GJ-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(13).
