      ****************************************************************
      * Copybook CONSENT : registre des consentements de contact     *
      * (fichier indexe CNS001, cle CN-ID-CLIENT), un enregistrement *
      * par client et un poste par canal, dans cet ordre :           *
      *   1 EMAIL   2 SMS   3 COURRIER   4 TELEPHONE                 *
      * Chaque poste porte le choix exprime par le client (O accord, *
      * N refus, espace si jamais exprime), la date AAAAMMJJ et la   *
      * source du choix (formulaire, guichet, appel, web...).        *
      * Regle d'usage commune aux programmes qui le consultent :     *
      * EMAIL et SMS exigent un accord explicite (sans choix connu,  *
      * pas d'envoi) ; COURRIER et TELEPHONE restent permis tant que *
      * le client ne s'y est pas oppose. Le telephone reste en outre *
      * soumis a la liste d'opposition nationale BLT001.             *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CN-ID-CLIENT      PIC 9(10).
           05 CN-CANAL OCCURS 4 TIMES.
              10 CN-CHOIX       PIC X(01).
                 88 CN-ACCORD   VALUE "O".
                 88 CN-REFUS    VALUE "N".
              10 CN-DATE-CHOIX  PIC 9(08).
              10 CN-SOURCE      PIC X(10).
           05 FILLER            PIC X(04).
