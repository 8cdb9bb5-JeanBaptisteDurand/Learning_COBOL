      ****************************************************************
      * Copybook OPERAT : profil d'un operateur (fichier indexe      *
      * OPR001, cle OP-CODE). Le code est le trigramme que portent   *
      * CTC001, ALRSTA, WRK001 et MVT001 ; le role decide des        *
      * options de console ouvertes (table des habilitations de      *
      * connexion-operateur). Un profil inactif ne peut plus se      *
      * connecter. Tenu par MAINT-OPERATEURS.                        *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 OP-CODE              PIC X(03).
           05 OP-NOM               PIC X(30).
           05 OP-ROLE              PIC X(03).
              88 OP-ROLE-CONSULTATION   VALUE "CON".
              88 OP-ROLE-GESTION        VALUE "GES".
              88 OP-ROLE-SUPERVISION    VALUE "SUP".
              88 OP-ROLE-EXPLOITATION   VALUE "EXP".
              88 OP-ROLE-ADMINISTRATION VALUE "ADM".
              88 OP-ROLE-VALIDE VALUE "CON" "GES" "SUP" "EXP" "ADM".
           05 OP-ACTIF             PIC X(01).
              88 OP-EST-ACTIF      VALUE "O".
              88 OP-EST-INACTIF    VALUE "N".
           05 OP-DATE-MAJ          PIC 9(08).
           05 OP-AUTEUR-MAJ        PIC X(03).
           05 FILLER               PIC X(12).
