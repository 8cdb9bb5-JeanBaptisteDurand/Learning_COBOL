      ****************************************************************
      * Copybook MODATT : modification sensible en attente de        *
      * validation (fichier indexe ATT001, cle MA-CLE = client +     *
      * horodatage de la demande). MAINT-CLIENT y depose toute       *
      * modification du nom, de l'adresse, du telephone ou de        *
      * l'email au lieu de l'appliquer ; un second operateur la      *
      * valide ou la rejette depuis CONSOLE-CLIENT                   *
      * (VALIDE-MODIFICATIONS), et RAPPORT-ATTENTES fait expirer les *
      * demandes trop anciennes. Les images sont au format plein du  *
      * copybook CLIENT : l'image avant sert a detecter une fiche    *
      * modifiee entre la demande et la validation.                  *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 MA-CLE.
              10 MA-ID-CLIENT      PIC 9(10).
              10 MA-HORODATAGE.
                 15 MA-DATE-DEMANDE  PIC 9(08).
                 15 MA-HEURE-DEMANDE PIC 9(06).
           05 MA-DEMANDEUR         PIC X(03).
           05 MA-STATUT            PIC X(01).
              88 MA-EN-ATTENTE     VALUE "E".
              88 MA-APPROUVEE      VALUE "A".
              88 MA-REJETEE        VALUE "R".
              88 MA-EXPIREE        VALUE "X".
           05 MA-VALIDEUR          PIC X(03).
           05 MA-DATE-DECISION     PIC 9(08).
           05 MA-AVANT             PIC X(145).
           05 MA-APRES             PIC X(145).
           05 FILLER               PIC X(11).
