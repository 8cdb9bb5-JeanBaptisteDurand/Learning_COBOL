      ****************************************************************
      * Copybook DEMPER : registre des demandes des personnes sur    *
      * leurs donnees (fichier indexe DEM001, cle DP-NUMERO de la    *
      * forme AAAANNNN, rang de la demande dans l'annee de sa        *
      * reception ; cle secondaire DP-ID-CLIENT avec doublons, dans  *
      * l'ordre d'arrivee). Type A acces, E effacement, R            *
      * rectification. L'echeance legale est la reception plus un    *
      * mois, reportee au jour ouvre suivant si elle tombe un jour   *
      * chome (calendar-jours-ouvres). Statut O ouverte, C close     *
      * (traitee), R refusee (refus motive adresse au client) ; la   *
      * date et l'auteur de la cloture sont poses a ce moment-la.    *
      * DOSSIER-CLIENT et ANONYMISE-CLIENT closent d'eux-memes la    *
      * plus ancienne demande ouverte de leur type pour le client    *
      * (sous-programme partage demande-personne) ; les autres sont  *
      * closes dans MAINT-DEMANDES.                                  *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 DP-NUMERO            PIC 9(08).
           05 DP-ID-CLIENT         PIC 9(10).
           05 DP-TYPE              PIC X(01).
              88 DP-ACCES          VALUE "A".
              88 DP-EFFACEMENT     VALUE "E".
              88 DP-RECTIFICATION  VALUE "R".
           05 DP-DATE-RECEPTION    PIC 9(08).
           05 DP-DATE-ECHEANCE     PIC 9(08).
           05 DP-STATUT            PIC X(01).
              88 DP-OUVERTE        VALUE "O".
              88 DP-CLOSE          VALUE "C".
              88 DP-REFUSEE        VALUE "R".
           05 DP-DATE-CLOTURE      PIC 9(08).
           05 DP-CLOTURE-PAR       PIC X(20).
           05 DP-CANAL             PIC X(10).
           05 DP-OPERATEUR         PIC X(03).
           05 FILLER               PIC X(23).
