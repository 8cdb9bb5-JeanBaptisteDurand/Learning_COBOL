      ****************************************************************
      * Copybook ARBCLI : zone d'echange du sous-programme           *
      * arbitre-client avec les canaux qui reecrivent une fiche      *
      * existante de F-CLIENT (CHARGE-CLIENTS pour le web,           *
      * SYNC-RETOUR pour la base, CHARGE-CRM pour les corrections du *
      * CRM). L'appelant fournit sa source (WEB, DB2, CRM),          *
      * l'horodatage de la donnee entrante (AAAAMMJJHHMMSS), la      *
      * fiche actuelle et la fiche proposee ; il recoit en retour la *
      * fiche arbitree dans AR-PROPOSEE : chaque champ perdant y     *
      * reprend la valeur actuelle et part au rapport ARB001.        *
      * Les images sont au format plein du copybook CLIENT.          *
      * AR-CODE-RETOUR : 0, ou 99 si MVT001 ou ARB001 est illisible  *
      * (la fiche proposee est alors rendue egale a l'actuelle : pas *
      * d'ecriture a l'aveugle).                                     *
      * Inclus tel quel (sans REPLACING) sous le 01 de l'appelant.   *
      ****************************************************************
           05 AR-SOURCE           PIC X(03).
              88 AR-SOURCE-WEB    VALUE "WEB".
              88 AR-SOURCE-DB2    VALUE "DB2".
              88 AR-SOURCE-CRM    VALUE "CRM".
           05 AR-PROGRAMME        PIC X(20).
           05 AR-LOT              PIC X(20).
           05 AR-HORODATAGE       PIC X(14).
           05 AR-ACTUELLE         PIC X(145).
           05 AR-PROPOSEE         PIC X(145).
           05 AR-NB-PROPOSES      PIC 9(02).
           05 AR-NB-RETENUS       PIC 9(02).
           05 AR-NB-ECARTES       PIC 9(02).
           05 AR-CODE-RETOUR      PIC 9(02).
