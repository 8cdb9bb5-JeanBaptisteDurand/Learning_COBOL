      ****************************************************************
      * Copybook PSEUDO : coffre des pseudonymes (fichier indexe     *
      * PSV001, cle PV-ID-CLIENT, cle secondaire unique PV-JETON).   *
      * Un enregistrement par client livre sous pseudonyme a         *
      * l'environnement de test : le jeton qui remplace son          *
      * identifiant dans l'extrait, la date de creation du jeton et  *
      * celle du dernier extrait qui l'a porte. Un client garde son  *
      * jeton d'un extrait a l'autre. L'enregistrement de controle   *
      * (client 0, jeton 0) tient le dernier jeton attribue.         *
      * Alimente par EXTRAIT-TEST (carte PSEUDONYMES=O) ; le coffre  *
      * reste en production et ne se lit que par RESOUT-PSEUDONYME,  *
      * reserve aux roles habilites, qui trace chaque levee dans     *
      * SEC001.                                                      *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 PV-ID-CLIENT         PIC 9(10).
           05 PV-JETON             PIC 9(09).
           05 PV-DATES.
              10 PV-DATE-CREATION  PIC 9(08).
              10 PV-DATE-EXTRAIT   PIC 9(08).
           05 PV-CONTROLE REDEFINES PV-DATES.
              10 PV-DERNIER-JETON  PIC 9(09).
              10 FILLER            PIC X(07).
           05 FILLER               PIC X(05).
