      ****************************************************************
      * Copybook LIENCL : fichier indexe des liens entre clients     *
      * (LIE001, cle LN-CLE = client + type + client lie, cle        *
      * secondaire LN-ID-LIE avec doublons pour retrouver un lien    *
      * depuis l'autre bout). Un enregistrement par lien : le client *
      * concerne, le type de lien, le client lie, les dates de debut *
      * et de fin (0 tant que le lien court), l'operateur et la date *
      * de la derniere mise a jour. Le type se lit "LN-ID-LIE est le *
      * <type> de LN-ID-CLIENT" : conjoint, garant (caution de ses   *
      * engagements), representant legal (d'un mineur ou d'un majeur *
      * protege). Un lien n'est jamais supprime, il prend fin ; la   *
      * fusion de doublons seule le reporte sur le survivant. Tenu   *
      * par MAINT-LIENS ; un operateur a blanc signale une mise a    *
      * jour par traitement (FUSION-DOUBLONS, ANONYMISE-CLIENT).     *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 LN-CLE.
              10 LN-ID-CLIENT      PIC 9(10).
              10 LN-TYPE           PIC X(01).
                 88 LN-CONJOINT       VALUE "C".
                 88 LN-GARANT         VALUE "G".
                 88 LN-REPRESENTANT   VALUE "R".
                 88 LN-TYPE-CONNU     VALUE "C" "G" "R".
              10 LN-ID-LIE         PIC 9(10).
           05 LN-DATE-DEBUT        PIC 9(08).
           05 LN-DATE-FIN          PIC 9(08).
           05 LN-OPERATEUR         PIC X(03).
           05 LN-DATE-MAJ          PIC 9(08).
           05 FILLER               PIC X(12).
