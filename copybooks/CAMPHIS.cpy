      ****************************************************************
      * Copybook CAMPHIS : historique des selections de campagne     *
      * (fichier indexe CSH001, cle CH-CLE = run + client). Une      *
      * ligne par client retenu, ecrite par SELECTION-CAMPAGNE avec  *
      * le contexte de la selection (code postal, agence, note       *
      * SCO001), puis completee par CHARGE-REPONSES quand le client  *
      * repond. Relu par RAPPORT-REPONSES pour les taux de retour.   *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 CH-CLE.
              10 CH-RUN            PIC 9(04).
              10 CH-ID-CLIENT      PIC 9(10).
           05 CH-DATE-SELECTION    PIC 9(08).
      * Code postal a blanc pour un client a l'etranger (agence 0).
           05 CH-CODE-POSTAL       PIC 9(05).
           05 CH-AGENCE            PIC 9(02).
           05 CH-NOTE              PIC 9(03).
           05 CH-NOTE-CONNUE       PIC X(01).
              88 CH-NOTE-PRESENTE  VALUE "O".
      * Reponse du client : code (espaces tant qu'il n'a pas repondu)
      * et date AAAAMMJJ.
           05 CH-REPONSE-CODE      PIC X(03).
              88 CH-SANS-REPONSE   VALUE SPACES.
           05 CH-REPONSE-DATE      PIC 9(08).
           05 FILLER               PIC X(06).
