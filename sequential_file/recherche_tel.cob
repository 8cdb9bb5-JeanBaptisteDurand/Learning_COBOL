       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
      * Journal des consultations du centre d'appels : un client qui
      * appelle est la meilleure preuve d'activite qui soit, et ces
      * contacts alimentent ACT001 via MAJ-ACTIVITE-CONTACTS.
           SELECT OPTIONAL F-CONTACTS ASSIGN TO DYNAMIC WS-NOM-CTC001
               FILE STATUS IS WS-FS-CONTACTS.
      * La liste d'opposition au demarchage (BLT001, tenue par
      * CHARGE-BLOCTEL) : un titulaire dont le numero y figure est
      * signale a l'operateur, qui ne doit pas le demarcher.
           SELECT OPTIONAL F-BLOCAGE ASSIGN TO DYNAMIC WS-NOM-BLT001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-TELEPHONE
                       ==CLI-STATUT== BY ==FS-STATUT==.

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CTC001    PIC X(30) VALUE "CTC001".
              05 WS-NOM-BLT001    PIC X(30) VALUE "BLT001".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 3.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-CONTACTS   PIC X(02).
           01 WS-FS-BLOCAGE    PIC X(02).
           01 WS-BLOCAGE-OUVERT PIC X(01) VALUE "N".
              88 BLOCAGE-DISPONIBLE VALUE "O".

      * Identite de l'operateur connecte, reprise sur chaque contact
      * journalise : la session de la console appelante, a defaut
      * une connexion propre (sous-programme connexion-operateur).
           01 WS-OPERATEUR     PIC X(03).
           01 WS-DEMANDE-CONNEXION.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-PROGRAMME   PIC X(20) VALUE "RECHERCHE-TEL".
              05 WS-CO-OPTION      PIC X(02) VALUE "00".
              05 WS-CO-OPERATEUR   PIC X(03).
              05 WS-CO-NOM         PIC X(30).
              05 WS-CO-ROLE        PIC X(03).
              05 WS-CO-CODE-RETOUR PIC 9(02).
           01 WS-HORODATAGE    PIC X(15).
           01 WS-DATE-DU-JOUR  PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO WS-CO-FONCTION.
           CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION.
           IF WS-CO-CODE-RETOUR = 0
               MOVE "A" TO WS-CO-FONCTION
               CALL "connexion-operateur" USING WS-DEMANDE-CONNEXION
           END-IF.
           IF WS-CO-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CO-OPERATEUR TO WS-OPERATEUR.
           DISPLAY "Ouverture du fichier F-CLIENT en lecture...".
           OPEN INPUT F-CLIENT.
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Liste d'opposition BLT001 indisponible : "
                   "blocages non signales."
           END-IF.
           PERFORM DEMANDER-NUMERO.
           PERFORM RECHERCHER-PAR-TELEPHONE
               UNTIL WS-TEL-RECHERCHE = SPACES.
