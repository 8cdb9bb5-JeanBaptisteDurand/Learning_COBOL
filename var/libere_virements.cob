       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERE-VIREMENTS.

      * Liberation du fichier de virements de la paie : quand le
      * controle des ecarts de PAIE-EMPLOYES a signale des alertes,
      * VIR001 reste EN ATTENTE dans VST001 et ne part pas a la
      * banque. Ce programme presente les alertes d'ECP001 a un
      * superviseur connecte (connexion-operateur, roles SUP et ADM),
      * verifie que VIR001 est bien celui qui a ete mis en attente
      * (reference, nombre de credits et somme du trailer), puis sur
      * sa decision le libere ou le maintient en attente. Chaque
      * decision est tracee dans le journal des liberations LIB001.
      * Codes retour : 0 libere, 4 maintenu en attente, 8 refuse
      * (operateur non habilite, fichier bloque ou modifie), 99
      * fichier illisible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ETAT-VIREMENTS ASSIGN TO "VST001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT-VIR.
           SELECT F-VIREMENTS ASSIGN TO "VIR001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIREMENTS.
           SELECT F-ALERTES-PAIE ASSIGN TO "ECP001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTES.
           SELECT OPTIONAL F-LIBERATIONS ASSIGN TO "LIB001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIBERATIONS.

       DATA DIVISION.
       FILE SECTION.
      * Au format de PAIE-EMPLOYES.
       FD F-ETAT-VIREMENTS.
       01 FS-ENR-ETAT-VIR.
           05 FS-REFERENCE  PIC X(13).
           05 FILLER        PIC X(01).
           05 FS-ETAT       PIC X(07).
              88 FS-VIR-LIBERE  VALUE "LIBERE ".
              88 FS-VIR-ATTENTE VALUE "ATTENTE".
              88 FS-VIR-BLOQUE  VALUE "BLOQUE ".
           05 FILLER        PIC X(01).
           05 FS-NB-ALERTES PIC 9(04).
           05 FILLER        PIC X(01).
           05 FS-NB-CREDITS PIC 9(04).
           05 FILLER        PIC X(01).
           05 FS-SOMME      PIC 9(10).99.
           05 FILLER        PIC X(01).
           05 FS-OPERATEUR  PIC X(03).
           05 FILLER        PIC X(01).
           05 FS-DATE       PIC 9(08).

       FD F-VIREMENTS.
       01 FV-LIGNE-VIREMENT PIC X(80).

       FD F-ALERTES-PAIE.
       01 FA-LIGNE-ALERTE PIC X(80).

       FD F-LIBERATIONS.
       01 FL-LIGNE-LIBERATION PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ETAT-VIR    PIC X(02).
       01 WS-FS-VIREMENTS   PIC X(02).
       01 WS-FS-ALERTES     PIC X(02).
       01 WS-FS-LIBERATIONS PIC X(02).
       01 WS-FIN-FICHIER    PIC X(01).
           88 FIN-FICHIER VALUE "O".

      * Etat lu dans VST001, garde pour la reecriture.
       01 WS-ETAT-LU        PIC X(80).

      * Controle de VIR001 contre l'etat mis en attente.
       01 WS-ENTETE-ATTENDU PIC X(20).
       01 WS-ENTETE-TROUVE  PIC X(01).
           88 ENTETE-CONFORME VALUE "O".
       01 WS-TRAILER-LU     PIC X(80).
       01 WS-NB-CREDITS-LUS PIC 9(04).
       01 WS-NB-ALERTES-LUES PIC 9(04).

       01 WS-DEMANDE-CONNEXION.
           05 WS-CO-FONCTION    PIC X(01).
           05 WS-CO-PROGRAMME   PIC X(20) VALUE "LIBERE-VIREMENTS".
           05 WS-CO-OPTION      PIC X(02) VALUE "00".
           05 WS-CO-OPERATEUR   PIC X(03).
           05 WS-CO-NOM         PIC X(30).
           05 WS-CO-ROLE        PIC X(03).
           05 WS-CO-CODE-RETOUR PIC 9(02).

       01 WS-REPONSE        PIC X(01).
       01 WS-DECISION       PIC X(08).
       01 WS-DATE-DU-JOUR   PIC 9(08).
       01 WS-HEURE-COURANTE PIC X(08).
       01 WS-LIGNE          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT F-ETAT-VIREMENTS.
           IF WS-FS-ETAT-VIR NOT = "00"
               DISPLAY "Erreur ouverture VST001. FILE STATUS: "
                   WS-FS-ETAT-VIR
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           READ F-ETAT-VIREMENTS
               AT END
                   MOVE SPACES TO FS-ENR-ETAT-VIR
           END-READ.
           CLOSE F-ETAT-VIREMENTS.
           MOVE FS-ENR-ETAT-VIR TO WS-ETAT-LU.
           DISPLAY "Virements " FS-REFERENCE " : etat " FS-ETAT
               ", " FS-NB-CREDITS " credit(s), somme " FS-SOMME.
           IF FS-VIR-LIBERE
               DISPLAY "VIR001 deja libere (" FS-OPERATEUR " le "
                   FS-DATE ") : rien a faire."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT FS-VIR-ATTENTE
               DISPLAY "VIR001 bloque : somme des credits fausse, le "
                   "run de paie est a reprendre."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONTROLER-VIREMENTS.
           IF NOT ENTETE-CONFORME
               OR WS-NB-CREDITS-LUS NOT = FS-NB-CREDITS
               OR WS-TRAILER-LU (12:13) NOT = FS-SOMME
               DISPLAY "VIR001 ne correspond plus au fichier mis en "
                   "attente : liberation refusee."
               MOVE "REFUSE" TO WS-DECISION
               MOVE "RUN" TO WS-CO-OPERATEUR
               PERFORM TRACER-DECISION
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AFFICHER-ALERTES.
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
           DISPLAY "Liberer VIR001 pour la banque (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF WS-REPONSE = "O"
               PERFORM LIBERER-VIREMENTS
           ELSE
               MOVE "MAINTENU" TO WS-DECISION
               PERFORM TRACER-DECISION
               DISPLAY "VIR001 maintenu en attente."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************************************************
      * VIR001 doit etre celui du run mis en attente : meme entete,  *
      * meme nombre de credits et meme somme au trailer              *
      ****************************************************************
       CONTROLER-VIREMENTS.
           MOVE "N" TO WS-ENTETE-TROUVE.
           MOVE 0 TO WS-NB-CREDITS-LUS.
           MOVE SPACES TO WS-TRAILER-LU.
           MOVE SPACES TO WS-ENTETE-ATTENDU.
           STRING "ENTETE;" FS-REFERENCE DELIMITED BY SIZE
               INTO WS-ENTETE-ATTENDU
           END-STRING.
           OPEN INPUT F-VIREMENTS.
           IF WS-FS-VIREMENTS NOT = "00"
               DISPLAY "Erreur ouverture VIR001. FILE STATUS: "
                   WS-FS-VIREMENTS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-VIREMENT.
           PERFORM EXAMINER-VIREMENT UNTIL FIN-FICHIER.
           CLOSE F-VIREMENTS.

       LIRE-VIREMENT.
           READ F-VIREMENTS
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.

       EXAMINER-VIREMENT.
           EVALUATE TRUE
               WHEN FV-LIGNE-VIREMENT (1:7) = "ENTETE;"
                   IF FV-LIGNE-VIREMENT (1:20) = WS-ENTETE-ATTENDU
                       SET ENTETE-CONFORME TO TRUE
                   END-IF
               WHEN FV-LIGNE-VIREMENT (1:7) = "CREDIT;"
                   ADD 1 TO WS-NB-CREDITS-LUS
               WHEN FV-LIGNE-VIREMENT (1:6) = "TOTAL;"
                   MOVE FV-LIGNE-VIREMENT TO WS-TRAILER-LU
           END-EVALUATE.
           PERFORM LIRE-VIREMENT.

      ****************************************************************
      * Presentation des alertes du controle des ecarts              *
      ****************************************************************
       AFFICHER-ALERTES.
           MOVE 0 TO WS-NB-ALERTES-LUES.
           OPEN INPUT F-ALERTES-PAIE.
           IF WS-FS-ALERTES NOT = "00"
               DISPLAY "ECP001 illisible (FILE STATUS: "
                   WS-FS-ALERTES ") : alertes non presentees."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Alertes du controle des ecarts "
               "(matricule;motif;net;net precedent;detail) :".
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-ALERTE.
           PERFORM PRESENTER-ALERTE UNTIL FIN-FICHIER.
           CLOSE F-ALERTES-PAIE.
           DISPLAY WS-NB-ALERTES-LUES " alerte(s) presentee(s) sur "
               FS-NB-ALERTES " signalee(s) par le run.".

       LIRE-ALERTE.
           READ F-ALERTES-PAIE
               AT END
                   SET FIN-FICHIER TO TRUE
           END-READ.

       PRESENTER-ALERTE.
           IF FA-LIGNE-ALERTE (1:7) = "ALERTE;"
               ADD 1 TO WS-NB-ALERTES-LUES
               DISPLAY "  " FA-LIGNE-ALERTE (8:70)
           END-IF.
           PERFORM LIRE-ALERTE.

      ****************************************************************
      * Liberation : VST001 reecrit a LIBERE avec le superviseur et  *
      * la date, decision tracee dans LIB001                         *
      ****************************************************************
       LIBERER-VIREMENTS.
           MOVE WS-ETAT-LU TO FS-ENR-ETAT-VIR.
           SET FS-VIR-LIBERE TO TRUE.
           MOVE WS-CO-OPERATEUR TO FS-OPERATEUR.
           ACCEPT FS-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT F-ETAT-VIREMENTS.
           IF WS-FS-ETAT-VIR NOT = "00"
               DISPLAY "Erreur ouverture VST001. FILE STATUS: "
                   WS-FS-ETAT-VIR " : VIR001 reste en attente."
               MOVE 99 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           WRITE FS-ENR-ETAT-VIR.
           CLOSE F-ETAT-VIREMENTS.
           MOVE "LIBERE" TO WS-DECISION.
           PERFORM TRACER-DECISION.
           DISPLAY "VIR001 libere par " WS-CO-OPERATEUR ".".
           MOVE 0 TO RETURN-CODE.

      * horodatage;operateur;reference;decision;alertes;credits;somme
       TRACER-DECISION.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-LIGNE.
           STRING WS-DATE-DU-JOUR WS-HEURE-COURANTE (1:6) ";"
               WS-CO-OPERATEUR ";" FS-REFERENCE ";"
               FUNCTION TRIM(WS-DECISION) ";" FS-NB-ALERTES ";"
               FS-NB-CREDITS ";" FS-SOMME
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           OPEN EXTEND F-LIBERATIONS.
           IF WS-FS-LIBERATIONS NOT = "00"
               AND WS-FS-LIBERATIONS NOT = "05"
               DISPLAY "Erreur ouverture LIB001. FILE STATUS: "
                   WS-FS-LIBERATIONS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LIGNE TO FL-LIGNE-LIBERATION.
           WRITE FL-LIGNE-LIBERATION.
           CLOSE F-LIBERATIONS.
