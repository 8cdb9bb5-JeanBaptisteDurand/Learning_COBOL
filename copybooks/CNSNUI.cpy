      ****************************************************************
      * Copybook CNSNUI : consigne de la chaine de nuit passee par   *
      * batch_nuit_client.cob a tout programme de son reseau de      *
      * travaux qui n'a pas de zone d'echange propre. CN-MODE = N    *
      * signale un passage de nuit sans operateur : le programme     *
      * qui l'exploite saute ses questions et prend ses choix par    *
      * defaut. CN-DATE est la date du run. Un programme lance seul  *
      * ne recoit rien (adresse NULL) et garde son dialogue. Inclus  *
      * tel quel (sans REPLACING) des deux cotes.                    *
      ****************************************************************
           05 CN-MODE           PIC X(01).
              88 CN-MODE-NUIT   VALUE "N".
           05 CN-DATE           PIC 9(08).
