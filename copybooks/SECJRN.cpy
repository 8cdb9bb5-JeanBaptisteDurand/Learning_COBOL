      ****************************************************************
      * Copybook SECJRN : evenement du journal de securite SEC001    *
      * (sequentiel, complete en EXTEND). connexion-operateur y      *
      * ecrit chaque tentative refusee (code inconnu, profil         *
      * inactif, option non habilitee pour le role) ;                *
      * MAINT-OPERATEURS y trace chaque creation ou modification de  *
      * profil ; RESOUT-PSEUDONYME y trace chaque levee de jeton du  *
      * coffre des pseudonymes PSV001, resolue ou non. RAPPORT-      *
      * SECURITE en tire l'etat mensuel.                             *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 SJ-HORODATAGE        PIC X(15).
           05 SJ-OPERATEUR         PIC X(03).
           05 SJ-PROGRAMME         PIC X(20).
           05 SJ-OPTION            PIC X(02).
           05 SJ-MOTIF             PIC X(03).
              88 SJ-CODE-INCONNU   VALUE "INC".
              88 SJ-PROFIL-INACTIF VALUE "INA".
              88 SJ-NON-HABILITE   VALUE "HAB".
              88 SJ-SANS-SESSION   VALUE "SES".
              88 SJ-MAJ-PROFIL     VALUE "PRF".
              88 SJ-LEVEE-JETON    VALUE "PSD".
              88 SJ-JETON-INCONNU  VALUE "PSI".
              88 SJ-LEVEE VALUE "PSD" "PSI".
              88 SJ-REFUS VALUE "INC" "INA" "HAB" "SES".
           05 SJ-ROLE              PIC X(03).
      * Pour une mise a jour de profil : le profil concerne et son
      * etat apres la mise a jour (role en SJ-ROLE).
           05 SJ-CIBLE             PIC X(03).
           05 SJ-ACTIF             PIC X(01).
      * Origine : B = evenement d'un run du bac a sable.
           05 SJ-ORIGINE           PIC X(01).
      * Pour une levee de pseudonyme : le jeton demande.
           05 SJ-JETON             PIC 9(09).
