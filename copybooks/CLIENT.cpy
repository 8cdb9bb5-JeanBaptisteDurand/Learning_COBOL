      ****************************************************************
           05 CLI-ID            PIC 9(10) COMP-3.
           05 CLI-PRENOM        PIC X(20).
      * Client entreprise (CLI-ENTREPRISE) : la raison sociale tient
      * dans CLI-NOM, ce qui garde le tri, la cle phonetique et la
      * recherche de doublons sur le nom ; les 20 octets du prenom
      * portent le SIRET (14 chiffres en COMP-3, 8 octets, le SIREN
      * en tete), la forme juridique et le nom du contact.
           05 CLI-DONNEES-ENTREPRISE REDEFINES CLI-PRENOM.
               10 CLI-SIRET           PIC 9(14) COMP-3.
               10 CLI-FORME-JURIDIQUE PIC X(01).
                  88 CLI-FORME-CONNUE
                     VALUE "S" "A" "R" "U" "C" "N" "I" "O" "X".
                  88 CLI-FORME-SAS         VALUE "S".
                  88 CLI-FORME-SA          VALUE "A".
                  88 CLI-FORME-SARL        VALUE "R".
                  88 CLI-FORME-EURL        VALUE "U".
                  88 CLI-FORME-SCI         VALUE "C".
                  88 CLI-FORME-SNC         VALUE "N".
                  88 CLI-FORME-EI          VALUE "I".
                  88 CLI-FORME-ASSOCIATION VALUE "O".
                  88 CLI-FORME-AUTRE       VALUE "X".
               10 CLI-CONTACT         PIC X(11).
           05 CLI-NOM           PIC X(20).
           05 CLI-ADRESSE.
               10 CLI-RUE          PIC X(30).
               10 CLI-CODE-POSTAL  PIC 9(05) COMP-3.
               10 CLI-VILLE        PIC X(20).
           05 CLI-ADRESSE-FLAT REDEFINES CLI-ADRESSE PIC X(53).
      * Adresse hors de France (CLI-ETRANGER) : la rue reste en
      * place ; les trois octets du code postal COMP-3 portent le
      * code pays ISO sur deux lettres et la marque "*", qu'aucun
      * code postal compacte ne peut produire (son dernier octet se
      * termine toujours par le signe) ; la zone de la ville porte
      * le code postal libre du pays puis la ville.
           05 CLI-ADRESSE-ETRANGERE REDEFINES CLI-ADRESSE.
               10 FILLER              PIC X(30).
               10 CLI-PAYS            PIC X(02).
               10 CLI-MARQUE-ETRANGER PIC X(01).
                  88 CLI-ETRANGER VALUE "*".
               10 CLI-CP-ETRANGER     PIC X(08).
               10 CLI-VILLE-ETRANGER  PIC X(12).
           05 CLI-TELEPHONE     PIC X(15).
      * L'email cede son dernier octet au type de client : a blanc
      * (enregistrements anterieurs) ou "P" pour un particulier,
      * "E" pour une entreprise.
           05 CLI-EMAIL         PIC X(29).
           05 CLI-TYPE-CLIENT   PIC X(01).
              88 CLI-PARTICULIER VALUE " " "P".
              88 CLI-ENTREPRISE  VALUE "E".
              88 CLI-TYPE-CONNU  VALUE " " "P" "E".
      * Statut du client cote fichier, aligne sur la notion ETAT du
      * cote DB2 : l'extraction peut desormais selectionner les
      * seuls clients actifs, comme CURSOR_CLIENT le fait en base.
