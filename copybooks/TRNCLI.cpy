      ****************************************************************
      * Copybook TRNCLI : transaction de correction d'une zone       *
      * client (fichier sequentiel TRN001, une transaction par       *
      * ligne de 80 caracteres, colonnes fixes). La transaction      *
      * porte l'ancienne valeur telle que le back-office l'a vue :   *
      * MAJ-CHAMPS-CLIENT ne l'applique que si F-CLIENT porte encore *
      * cette valeur. Valeurs cadrees a gauche, completees par des   *
      * espaces ; code postal sur 5 chiffres, statut A ou I.         *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 TR-ID-CLIENT-X       PIC X(10).
           05 TR-ID-CLIENT REDEFINES TR-ID-CLIENT-X PIC 9(10).
           05 TR-CODE-ZONE         PIC X(03).
              88 TR-ZONE-PRENOM    VALUE "PRE".
              88 TR-ZONE-NOM       VALUE "NOM".
              88 TR-ZONE-RUE       VALUE "RUE".
              88 TR-ZONE-CODE-POSTAL VALUE "CPO".
              88 TR-ZONE-VILLE     VALUE "VIL".
              88 TR-ZONE-TELEPHONE VALUE "TEL".
              88 TR-ZONE-EMAIL     VALUE "EML".
              88 TR-ZONE-STATUT    VALUE "STA".
              88 TR-ZONE-CONNUE VALUE "PRE" "NOM" "RUE" "CPO" "VIL"
                                      "TEL" "EML" "STA".
           05 TR-ANCIENNE-VALEUR   PIC X(30).
           05 TR-NOUVELLE-VALEUR   PIC X(30).
           05 FILLER               PIC X(07).
