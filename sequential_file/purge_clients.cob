      * indexe. Le rapport final (candidats, archives, supprimes,    *
      * erreurs) s'equilibre comme AFFICHER-BILAN de FILE-EXAMPLE.   *
      * Les clients sans date d'activite connue sont laisses en      *
      * place et signales : on ne purge pas dans le doute. Un client *
      * titulaire d'un contrat non clos (CTR001, sous-programme      *
      * partage contrat-client) est conserve quel que soit le        *
      * silence d'ACT001 ; un client sous gel juridique en cours     *
      * (GEL001, sous-programme partage gel-juridique) aussi, et le  *
      * rapport dit combien.                                         *
      * La purge est reprenable : les suppressions se font par lots, *
      * chaque lot n'etant supprime qu'une fois son archive vidangee *
      * et le lot inscrit au point de reprise CKPURG. Une relance    *
      * apres arret reprend d'elle-meme au dernier lot valide, avec  *
      * la date, le seuil et l'archive du run interrompu : l'archive *
      * est ramenee a ce qui a ete valide (personne n'y est ecrit    *
      * deux fois) et un lot archive mais pas encore supprime voit   *
      * ses suppressions rejouees. En fin de purge, l'archive est    *
      * relue et rapprochee des suppressions effectives (nombre et   *
      * total de controle) avant d'etre cataloguee dans CATARC.      *
      * En periode de gel des modifications clients (calendrier      *
      * CALEXP), la mise a jour est refusee, sauf derogation         *
      * d'urgence accordee par controle-gel et alertee dans ALR001.  *
      ****************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACTIVITE ASSIGN TO DYNAMIC WS-NOM-ACT001
               FILE STATUS IS WS-FS-ACTIVITE.
           SELECT F-CLIENT ASSIGN TO DYNAMIC WS-NOM-INP001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CLIENT-ID
      * (nom, date, nombre d'enregistrements, total de controle des
      * cles), tenue a chaque purge et relue par CHERCHE-ARCHIVE
      * pour retrouver un client sans ouvrir chaque archive.
           SELECT OPTIONAL F-CATALOGUE ASSIGN TO DYNAMIC WS-NOM-CATARC
               FILE STATUS IS WS-FS-CATALOGUE.
      * Point de reprise de la purge, reecrit a chaque lot valide et
      * vide en fin de purge complete.
           SELECT OPTIONAL F-CHECKPOINT ASSIGN TO DYNAMIC WS-NOM-CKPURG
               FILE STATUS IS WS-FS-CHECKPOINT.
      * Fichier de travail de la remise en etat de l'archive a la
      * reprise.
           SELECT F-TAMPON ASSIGN TO DYNAMIC WS-NOM-PRGTMP
               FILE STATUS IS WS-FS-TAMPON.

       DATA DIVISION.
       FILE SECTION.
              05 FG-NB-ARCHIVES PIC 9(06).
              05 FG-HASH        PIC 9(12).

           FD F-CHECKPOINT
               RECORD CONTAINS 666 CHARACTERS.
           01 FS-ENR-CHECKPOINT PIC X(666).

           FD F-TAMPON
               RECORD CONTAINS 145 CHARACTERS
               BLOCK CONTAINS 10 RECORDS.
           01 FT-ENR-TAMPON PIC X(145).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
           01 WS-NOMS-FICHIERS.
              05 WS-NOM-ACT001    PIC X(30) VALUE "ACT001".
              05 WS-NOM-INP001    PIC X(30) VALUE "INP001".
              05 WS-NOM-CATARC    PIC X(30) VALUE "CATARC".
              05 WS-NOM-CKPURG    PIC X(30) VALUE "CKPURG".
              05 WS-NOM-PRGTMP    PIC X(30) VALUE "PRGTMP".
           01 WS-DEMANDE-BAC-A-SABLE.
              05 WS-BS-FONCTION    PIC X(01) VALUE "T".
              05 WS-BS-NB-NOMS     PIC 9(03) VALUE 5.
              05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
                 88 BAC-A-SABLE-ACTIF VALUE "O".
              05 WS-BS-PREFIXE     PIC X(08).
              05 WS-BS-NOM         PIC X(40).
              05 WS-BS-CODE-RETOUR PIC 9(02).

           01 WS-FS-ACTIVITE   PIC X(02).
           01 WS-FS-CLIENT     PIC X(02).
           01 WS-FS-ARCHIVE    PIC X(02).
           01 WS-FS-CATALOGUE  PIC X(02).
           01 WS-FS-CHECKPOINT PIC X(02).
           01 WS-FS-TAMPON     PIC X(02).

      * Totaux de controle des cles archivees et des cles
      * effectivement supprimees, rapproches en fin de purge.
           01 WS-HASH-ARCHIVE  PIC 9(12) VALUE 0.
           01 WS-HASH-SUPPRIMES PIC 9(12) VALUE 0.

      * Point de reprise CKPURG : etat du dernier lot (A = archive
      * et vidange, suppressions a faire ; S = lot supprime), les
      * parametres du run, la position dans ACT001, les compteurs,
      * le sceau, et les clients du lot en cours.
           01 WS-ENR-CHECKPOINT.
              05 WS-CK-ETAT           PIC X(01).
                 88 CK-LOT-A-SUPPRIMER VALUE "A".
              05 WS-CK-DATE-PURGE     PIC 9(08).
              05 WS-CK-NB-ANNEES      PIC 9(02).
              05 WS-CK-DATE-CHARNIERE PIC 9(08).
              05 WS-CK-NOM-ARCHIVE    PIC X(30).
              05 WS-CK-LUS            PIC 9(06).
              05 WS-CK-DERNIER-ID     PIC 9(10).
              05 WS-CK-COMPTEURS.
                 10 WS-CK-NB-ACTIVITES PIC 9(06).
                 10 WS-CK-NB-CANDIDATS PIC 9(06).
                 10 WS-CK-NB-ARCHIVES  PIC 9(06).
                 10 WS-CK-NB-SUPPRIMES PIC 9(06).
                 10 FILLER             PIC X(30).
              05 WS-CK-HASH-ARCHIVE   PIC 9(12).
              05 WS-CK-HASH-SUPPRIMES PIC 9(12).
              05 WS-CK-HORODATAGE     PIC X(15).
              05 WS-CK-EMPREINTE      PIC 9(06).
              05 WS-CK-NB-EN-ATTENTE  PIC 9(02).
              05 WS-CK-EN-ATTENTE     PIC 9(10) OCCURS 50 TIMES.
           01 WS-EMPREINTE-CALCULEE PIC 9(06).
           01 WS-LOT-MAX       PIC 9(02) VALUE 50.
           01 WS-CKP-INTERVALLE PIC 9(06) VALUE 100.
           01 WS-REPRISE       PIC X(01) VALUE "N".
              88 REPRISE-PURGE VALUE "O".
           01 WS-REJEU         PIC X(01) VALUE "N".
              88 REJEU-SUPPRESSIONS VALUE "O".
           01 WS-DERNIER-ID    PIC 9(10) VALUE 0.
           01 WS-DATE-PURGE    PIC 9(08).
           01 WS-HEURE-COURANTE PIC X(08).
           01 WS-IL            PIC 9(02).
           01 WS-NB-SAUTES     PIC 9(06).
           01 WS-NB-RECOPIES   PIC 9(06).
           01 WS-NB-ECARTES    PIC 9(06).
           01 WS-HASH-RECOPIE  PIC 9(12).
           01 WS-FIN-TAMPON    PIC X(01).
              88 FIN-FICHIER-TAMPON VALUE "O".
           01 WS-NB-RELUS      PIC 9(06).
           01 WS-RAPPROCHEMENT PIC X(01) VALUE "O".
              88 RAPPROCHEMENT-OK VALUE "O".
           01 WS-HASH-RELU     PIC 9(12).
           01 WS-DEJA-CATALOGUEE PIC X(01).
              88 ARCHIVE-DEJA-CATALOGUEE VALUE "O".
           01 WS-FIN-CATALOGUE PIC X(01).
              88 FIN-FICHIER-CATALOGUE VALUE "O".

           01 WS-IND-ACTIVITE  PIC X(01) VALUE "N".
              88 FIN-FICHIER-ACTIVITE VALUE "O".
              05 WS-VR-PROGRAMME   PIC X(20) VALUE "PURGE-CLIENTS".
              05 WS-VR-CODE-RETOUR PIC 9(02).

      * Garde du gel des modifications clients (sous-programme
      * partage controle-gel, calendrier CALEXP) : consultee avant
      * la prise du verrou ; une derogation est alertee.
           01 WS-GARDE-GEL.
              05 WS-GM-PROGRAMME   PIC X(20) VALUE "PURGE-CLIENTS".
              05 WS-GM-OPERATEUR   PIC X(03) VALUE SPACES.
              05 WS-GM-CODE-RETOUR PIC 9(02).

      * Garde des contrats (sous-programme partage contrat-client) :
      * nombre de contrats non clos du candidat.
           01 WS-DEMANDE-CONTRATS.
              05 WS-CO-FONCTION    PIC X(01).
              05 WS-CO-ID-CLIENT   PIC 9(10).
              05 WS-CO-NB-OUVERTS  PIC 9(04).
              05 WS-CO-CODE-RETOUR PIC 9(02).

      * Garde des gels juridiques (sous-programme partage
      * gel-juridique) : nombre de gels en cours du candidat.
           01 WS-DEMANDE-GEL.
              05 WS-GE-FONCTION    PIC X(01).
              05 WS-GE-ID-CLIENT   PIC 9(10).
              05 WS-GE-NB-GELS     PIC 9(02).
              05 WS-GE-DOSSIER     PIC X(20).
              05 WS-GE-CODE-RETOUR PIC 9(02).

      * Compteurs du rapport de purge.
           01 WS-COMPTEURS.
              05 WS-NB-ACTIVITES  PIC 9(06) VALUE 0.
              05 WS-NB-ERREURS    PIC 9(06) VALUE 0.
              05 WS-NB-INTROUVES  PIC 9(06) VALUE 0.
              05 WS-NB-ACTIFS-PROTEGES PIC 9(06) VALUE 0.
              05 WS-NB-CONTRATS-PROTEGES PIC 9(06) VALUE 0.
              05 WS-NB-GELS-PROTEGES PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Purge des clients inactifs depuis plus de "
               "combien d'annees ? " WITH NO ADVANCING.
           ACCEPT WS-NB-ANNEES.
           PERFORM LIRE-CHECKPOINT-PURGE.
           IF REPRISE-PURGE
               MOVE WS-CK-NB-ANNEES TO WS-NB-ANNEES
               MOVE WS-CK-DATE-PURGE TO WS-DATE-PURGE
               MOVE WS-CK-DATE-CHARNIERE TO WS-DATE-CHARNIERE
               MOVE WS-CK-NOM-ARCHIVE TO WS-NOM-ARCHIVE
               DISPLAY "Purge du " WS-DATE-PURGE " interrompue : "
                   "reprise apres le client " WS-CK-DERNIER-ID
                   " (" WS-CK-LUS " ligne(s) d'activite validees), "
                   "seuil de " WS-NB-ANNEES " an(s) du run initial."
           ELSE
               IF WS-NB-ANNEES = 0
                   DISPLAY "Seuil nul : aucune purge effectuee."
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
               MOVE WS-DATE-DU-JOUR TO WS-DATE-PURGE
               MOVE WS-DATE-DU-JOUR TO WS-DATE-CHARNIERE
               COMPUTE WS-CH-ANNEE = WS-DJ-ANNEE - WS-NB-ANNEES
               MOVE SPACES TO WS-NOM-ARCHIVE
               STRING "ARCH" DELIMITED BY SIZE
                   WS-DATE-DU-JOUR DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-NOM-ARCHIVE
               END-STRING
               MOVE WS-NOM-ARCHIVE TO WS-BS-NOM
               PERFORM PREFIXER-NOM-CONSTRUIT
               MOVE WS-BS-NOM TO WS-NOM-ARCHIVE
           END-IF.
           DISPLAY "Date charniere : " WS-DATE-CHARNIERE
               ", archive : " WS-NOM-ARCHIVE.

           CALL "controle-gel" USING WS-GARDE-GEL.
           IF WS-GM-CODE-RETOUR = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "P" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           IF WS-VR-CODE-RETOUR NOT = 0
               GOBACK
           END-IF.
           PERFORM OUVERTURE-FICHIERS.
           IF REPRISE-PURGE
               PERFORM REPRENDRE-AU-POINT
           ELSE
               MOVE 0 TO WS-CK-NB-EN-ATTENTE
           END-IF.
           PERFORM LIRE-ACTIVITE.
           PERFORM EXAMINER-CLIENT UNTIL FIN-FICHIER-ACTIVITE.
           PERFORM VALIDER-LOT.
           CLOSE F-ACTIVITE.
           CLOSE F-CLIENT.
           CLOSE F-ARCHIVE.
           MOVE "F" TO WS-CO-FONCTION.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.
           MOVE "F" TO WS-GE-FONCTION.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           PERFORM RAPPROCHER-ARCHIVE.
           PERFORM CATALOGUER-ARCHIVE.
           PERFORM EFFACER-CHECKPOINT.
           PERFORM AFFICHER-RAPPORT.
           IF WS-NB-ERREURS > 0 OR NOT RAPPROCHEMENT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           IF REPRISE-PURGE
               PERFORM RETABLIR-ARCHIVE
           ELSE
               OPEN OUTPUT F-ARCHIVE
           END-IF.
           IF WS-FS-ARCHIVE NOT = "00"
               DISPLAY "Erreur ouverture archive. FILE STATUS: "
                   WS-FS-ARCHIVE
               ADD 1 TO WS-NB-CANDIDATS
               PERFORM ARCHIVER-ET-SUPPRIMER
           END-IF.
           MOVE FA-ID-CLIENT TO WS-DERNIER-ID.
           IF WS-CK-NB-EN-ATTENTE >= WS-LOT-MAX
               OR FUNCTION MOD(WS-NB-ACTIVITES, WS-CKP-INTERVALLE) = 0
               PERFORM VALIDER-LOT
           END-IF.
           PERFORM LIRE-ACTIVITE.

       ARCHIVER-ET-SUPPRIMER.
                       DISPLAY "Client " FA-ID-CLIENT " inactif de "
                           "date mais non marque inactif : conserve."
                   ELSE
                       PERFORM CONTROLER-GEL
                   END-IF
           END-READ.

      * Un gel juridique en cours protege le client ; un registre
      * des gels illisible aussi (on ne purge pas dans le doute).
       CONTROLER-GEL.
           MOVE "C" TO WS-GE-FONCTION.
           MOVE FA-ID-CLIENT TO WS-GE-ID-CLIENT.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           IF WS-GE-CODE-RETOUR NOT = 0
               ADD 1 TO WS-NB-GELS-PROTEGES
               DISPLAY "Client " FA-ID-CLIENT " : gels juridiques "
                   "illisibles (GEL001), conserve."
               EXIT PARAGRAPH
           END-IF.
           IF WS-GE-NB-GELS > 0
               ADD 1 TO WS-NB-GELS-PROTEGES
               DISPLAY "Client " FA-ID-CLIENT " sous gel juridique ("
                   "dossier " FUNCTION TRIM(WS-GE-DOSSIER)
                   ") : conserve."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-CONTRATS.

      * Un contrat non clos protege le client ; un fichier des
      * contrats illisible aussi (on ne purge pas dans le doute).
       CONTROLER-CONTRATS.
           MOVE "C" TO WS-CO-FONCTION.
           MOVE FA-ID-CLIENT TO WS-CO-ID-CLIENT.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.
           IF WS-CO-CODE-RETOUR NOT = 0
               ADD 1 TO WS-NB-CONTRATS-PROTEGES
               DISPLAY "Client " FA-ID-CLIENT " : contrats "
                   "illisibles (CTR001), conserve."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CO-NB-OUVERTS > 0
               ADD 1 TO WS-NB-CONTRATS-PROTEGES
               DISPLAY "Client " FA-ID-CLIENT " titulaire de "
                   WS-CO-NB-OUVERTS " contrat(s) non clos : conserve."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ARCHIVER-CLIENT.
           IF WS-FS-ARCHIVE = "00"
               ADD 1 TO WS-CK-NB-EN-ATTENTE
               MOVE FS-CLIENT-ID
                   TO WS-CK-EN-ATTENTE (WS-CK-NB-EN-ATTENTE)
           END-IF.

      * L'archive recoit l'enregistrement complet ; le DELETE
      * n'intervient qu'a la validation du lot, archive vidangee :
      * jamais un client supprime sans copie ecrite.
       ARCHIVER-CLIENT.
           WRITE FA-ENR-ARCHIVE FROM FS-ENR-CLIENT
           END-WRITE.
                   WS-FS-CLIENT
           ELSE
               ADD 1 TO WS-NB-SUPPRIMES
               ADD FS-CLIENT-ID TO WS-HASH-SUPPRIMES
               MOVE "SUPPR" TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-APRES
               CALL "journal-mouvement" USING WS-DEMANDE-JOURNAL
               WS-NB-INTROUVES.
           DISPLAY "Actifs proteges (non purges)    : "
               WS-NB-ACTIFS-PROTEGES.
           DISPLAY "Proteges par un contrat         : "
               WS-NB-CONTRATS-PROTEGES.
           DISPLAY "Proteges par un gel juridique   : "
               WS-NB-GELS-PROTEGES.
           DISPLAY "Erreurs                         : "
               WS-NB-ERREURS.
           IF WS-NB-CANDIDATS = WS-NB-SUPPRIMES + WS-NB-INTROUVES
               + WS-NB-ERREURS + WS-NB-ACTIFS-PROTEGES
               + WS-NB-CONTRATS-PROTEGES + WS-NB-GELS-PROTEGES
               DISPLAY "Bilan OK : aucun client perdu sans trace."
           ELSE
               DISPLAY "ATTENTION : ecart dans le bilan de purge !"
      * C'est ce qui permet de chercher un client purge dans toutes  *
      * les archives en une passe (CHERCHE-ARCHIVE).                 *
      ****************************************************************
      * Le catalogue porte le contenu relu de l'archive ; une
      * reprise ne catalogue pas deux fois la meme archive.
       CATALOGUER-ARCHIVE.
           IF WS-NB-RELUS = 0
               EXIT PARAGRAPH
           END-IF.
           IF REPRISE-PURGE
               PERFORM CHERCHER-ENTREE-CATALOGUE
               IF ARCHIVE-DEJA-CATALOGUEE
                   DISPLAY "Archive " FUNCTION TRIM(WS-NOM-ARCHIVE)
                       " deja cataloguee avant l'arret."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN EXTEND F-CATALOGUE.
           IF WS-FS-CATALOGUE = "00" OR WS-FS-CATALOGUE = "05"
               MOVE WS-NOM-ARCHIVE TO FG-NOM-ARCHIVE
               MOVE WS-DATE-PURGE TO FG-DATE-PURGE
               MOVE WS-NB-RELUS TO FG-NB-ARCHIVES
               MOVE WS-HASH-RELU TO FG-HASH
               WRITE FS-ENR-CATALOGUE
               END-WRITE
               CLOSE F-CATALOGUE
               DISPLAY "Archive " FUNCTION TRIM(WS-NOM-ARCHIVE)
                   " cataloguee (" WS-NB-RELUS
                   " enregistrement(s))."
           ELSE
               DISPLAY "Erreur ouverture CATARC. FILE STATUS: "
                   WS-FS-CATALOGUE
           END-IF.

       CHERCHER-ENTREE-CATALOGUE.
           MOVE "N" TO WS-DEJA-CATALOGUEE.
           MOVE "N" TO WS-FIN-CATALOGUE.
           OPEN INPUT F-CATALOGUE.
           IF WS-FS-CATALOGUE NOT = "00"
               SET FIN-FICHIER-CATALOGUE TO TRUE
           END-IF.
           PERFORM LIRE-ENTREE-CATALOGUE
               UNTIL FIN-FICHIER-CATALOGUE.
           CLOSE F-CATALOGUE.

       LIRE-ENTREE-CATALOGUE.
           READ F-CATALOGUE
               AT END
                   SET FIN-FICHIER-CATALOGUE TO TRUE
               NOT AT END
                   IF FG-NOM-ARCHIVE = WS-NOM-ARCHIVE
                       AND FG-DATE-PURGE = WS-DATE-PURGE
                       SET ARCHIVE-DEJA-CATALOGUEE TO TRUE
                       SET FIN-FICHIER-CATALOGUE TO TRUE
                   END-IF
           END-READ.

      ****************************************************************
      * Validation d'un lot : l'archive est vidangee (fermee puis    *
      * rouverte en extension), le lot est inscrit au point de       *
      * reprise (etat A), les clients du lot sont supprimes, puis le *
      * point de reprise passe a l'etat S. Un arret entre deux de    *
      * ces temps est rattrape a la relance.                         *
      ****************************************************************
       VALIDER-LOT.
           IF WS-CK-NB-EN-ATTENTE > 0
               CLOSE F-ARCHIVE
               OPEN EXTEND F-ARCHIVE
               IF WS-FS-ARCHIVE NOT = "00"
                   DISPLAY "Erreur vidange archive. FILE STATUS: "
                       WS-FS-ARCHIVE
                   PERFORM ABANDONNER-PURGE
               END-IF
               MOVE "A" TO WS-CK-ETAT
               PERFORM ECRIRE-CHECKPOINT
               PERFORM SUPPRIMER-LOT
           END-IF.
           MOVE 0 TO WS-CK-NB-EN-ATTENTE.
           MOVE "S" TO WS-CK-ETAT.
           PERFORM ECRIRE-CHECKPOINT.

       SUPPRIMER-LOT.
           PERFORM SUPPRIMER-CLIENT-DU-LOT
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL > WS-CK-NB-EN-ATTENTE.

      * A la relance d'un lot en etat A, un client deja absent a ete
      * supprime (et journalise) avant l'arret : il est compte sans
      * etre journalise une seconde fois.
       SUPPRIMER-CLIENT-DU-LOT.
           MOVE WS-CK-EN-ATTENTE (WS-IL) TO FS-CLIENT-ID.
           READ F-CLIENT
               KEY IS FS-CLIENT-ID
               INVALID KEY
                   IF REJEU-SUPPRESSIONS
                       ADD 1 TO WS-NB-SUPPRIMES
                       ADD WS-CK-EN-ATTENTE (WS-IL)
                           TO WS-HASH-SUPPRIMES
                   ELSE
                       ADD 1 TO WS-NB-ERREURS
                       DISPLAY "Client " WS-CK-EN-ATTENTE (WS-IL)
                           " archive mais absent de F-CLIENT."
                   END-IF
               NOT INVALID KEY
                   PERFORM SUPPRIMER-CLIENT
           END-READ.

      * Le point de reprise est reecrit en entier et scelle ; sans
      * point de reprise ecrit, aucune suppression n'est faite.
       ECRIRE-CHECKPOINT.
           MOVE WS-DATE-PURGE TO WS-CK-DATE-PURGE.
           MOVE WS-NB-ANNEES TO WS-CK-NB-ANNEES.
           MOVE WS-DATE-CHARNIERE TO WS-CK-DATE-CHARNIERE.
           MOVE WS-NOM-ARCHIVE TO WS-CK-NOM-ARCHIVE.
           MOVE WS-NB-ACTIVITES TO WS-CK-LUS.
           MOVE WS-DERNIER-ID TO WS-CK-DERNIER-ID.
           MOVE WS-COMPTEURS TO WS-CK-COMPTEURS.
           MOVE WS-HASH-ARCHIVE TO WS-CK-HASH-ARCHIVE.
           MOVE WS-HASH-SUPPRIMES TO WS-CK-HASH-SUPPRIMES.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE SPACES TO WS-CK-HORODATAGE.
           STRING WS-DATE-DU-JOUR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HEURE-COURANTE (1:6) DELIMITED BY SIZE
               INTO WS-CK-HORODATAGE
           END-STRING.
           PERFORM CALCULER-EMPREINTE.
           MOVE WS-EMPREINTE-CALCULEE TO WS-CK-EMPREINTE.
           OPEN OUTPUT F-CHECKPOINT.
           IF WS-FS-CHECKPOINT NOT = "00"
               DISPLAY "Erreur ouverture CKPURG. FILE STATUS: "
                   WS-FS-CHECKPOINT
               PERFORM ABANDONNER-PURGE
           END-IF.
           WRITE FS-ENR-CHECKPOINT FROM WS-ENR-CHECKPOINT
           END-WRITE.
           IF WS-FS-CHECKPOINT NOT = "00"
               DISPLAY "Erreur ecriture CKPURG. FILE STATUS: "
                   WS-FS-CHECKPOINT
               CLOSE F-CHECKPOINT
               PERFORM ABANDONNER-PURGE
           END-IF.
           CLOSE F-CHECKPOINT.

      * Sceau du point de reprise, recalcule par CONTROLE-SANTE.
       CALCULER-EMPREINTE.
           COMPUTE WS-EMPREINTE-CALCULEE = FUNCTION MOD(
               WS-CK-DATE-PURGE + WS-CK-LUS + WS-CK-DERNIER-ID
               + WS-CK-HASH-ARCHIVE + WS-CK-HASH-SUPPRIMES
               + WS-CK-NB-EN-ATTENTE + FUNCTION ORD(WS-CK-ETAT),
               999983).

      * Un point de reprise present (non vide) impose la reprise ;
      * un sceau faux la refuse : le fichier a ete altere.
       LIRE-CHECKPOINT-PURGE.
           MOVE "N" TO WS-REPRISE.
           MOVE SPACES TO WS-ENR-CHECKPOINT.
           OPEN INPUT F-CHECKPOINT.
           IF WS-FS-CHECKPOINT NOT = "00"
               IF WS-FS-CHECKPOINT = "05"
                   CLOSE F-CHECKPOINT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           READ F-CHECKPOINT INTO WS-ENR-CHECKPOINT
               AT END
                   MOVE SPACES TO WS-ENR-CHECKPOINT
           END-READ.
           CLOSE F-CHECKPOINT.
           IF WS-CK-NOM-ARCHIVE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-EMPREINTE.
           IF WS-CK-EMPREINTE NOT = WS-EMPREINTE-CALCULEE
               DISPLAY "CKPURG altere (sceau invalide) : reprise "
                   "refusee, purge non lancee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET REPRISE-PURGE TO TRUE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

      ****************************************************************
      * Reprise : compteurs et totaux du dernier lot valide, rejeu   *
      * des suppressions d'un lot en etat A, puis saut des lignes    *
      * d'activite deja traitees                                     *
      ****************************************************************
       REPRENDRE-AU-POINT.
           MOVE WS-CK-COMPTEURS TO WS-COMPTEURS.
           MOVE WS-CK-HASH-ARCHIVE TO WS-HASH-ARCHIVE.
           MOVE WS-CK-HASH-SUPPRIMES TO WS-HASH-SUPPRIMES.
           MOVE WS-CK-DERNIER-ID TO WS-DERNIER-ID.
           IF CK-LOT-A-SUPPRIMER
               DISPLAY "Lot de " WS-CK-NB-EN-ATTENTE " client(s) "
                   "archive avant l'arret : suppressions rejouees."
               SET REJEU-SUPPRESSIONS TO TRUE
               PERFORM SUPPRIMER-LOT
               MOVE "N" TO WS-REJEU
               MOVE 0 TO WS-CK-NB-EN-ATTENTE
               MOVE "S" TO WS-CK-ETAT
               PERFORM ECRIRE-CHECKPOINT
           END-IF.
           MOVE 0 TO WS-CK-NB-EN-ATTENTE.
           MOVE 0 TO WS-NB-SAUTES.
           PERFORM SAUTER-ACTIVITE
               UNTIL WS-NB-SAUTES >= WS-NB-ACTIVITES
               OR FIN-FICHIER-ACTIVITE.
           IF FIN-FICHIER-ACTIVITE
               ADD 1 TO WS-NB-ERREURS
               DISPLAY "ATTENTION : ACT001 plus court que lors du run "
                   "interrompu (" WS-NB-SAUTES " ligne(s))."
           END-IF.

       SAUTER-ACTIVITE.
           READ F-ACTIVITE
               AT END
                   SET FIN-FICHIER-ACTIVITE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-SAUTES
           END-READ.

      ****************************************************************
      * Remise en etat de l'archive a la reprise : seuls les         *
      * enregistrements valides au dernier lot sont conserves ; ce   *
      * qui a ete ecrit apres n'a rien supprime et sera reecrit.     *
      * L'archive reste ouverte en ecriture, positionnee a la fin.   *
      ****************************************************************
       RETABLIR-ARCHIVE.
           MOVE 0 TO WS-NB-RECOPIES.
           MOVE 0 TO WS-NB-ECARTES.
           MOVE 0 TO WS-HASH-RECOPIE.
           OPEN OUTPUT F-TAMPON.
           IF WS-FS-TAMPON NOT = "00"
               DISPLAY "Erreur ouverture PRGTMP. FILE STATUS: "
                   WS-FS-TAMPON
               PERFORM ABANDONNER-PURGE
           END-IF.
           MOVE "N" TO WS-FIN-TAMPON.
           OPEN INPUT F-ARCHIVE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET FIN-FICHIER-TAMPON TO TRUE
           END-IF.
           PERFORM RECOPIER-VERS-TAMPON UNTIL FIN-FICHIER-TAMPON.
           CLOSE F-ARCHIVE.
           CLOSE F-TAMPON.
           IF WS-NB-RECOPIES NOT = WS-CK-NB-ARCHIVES
               OR WS-HASH-RECOPIE NOT = WS-CK-HASH-ARCHIVE
               DISPLAY "ATTENTION : archive " FUNCTION TRIM(
                   WS-NOM-ARCHIVE) " incomplete (" WS-NB-RECOPIES
                   " enregistrement(s) pour " WS-CK-NB-ARCHIVES
                   " valides) : reprise impossible."
               PERFORM ABANDONNER-PURGE
           END-IF.
           IF WS-NB-ECARTES > 0
               DISPLAY WS-NB-ECARTES " enregistrement(s) d'archive "
                   "posterieurs au dernier lot ecartes."
           END-IF.
           OPEN OUTPUT F-ARCHIVE.
           IF WS-FS-ARCHIVE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-TAMPON.
           OPEN INPUT F-TAMPON.
           PERFORM RECOPIER-VERS-ARCHIVE UNTIL FIN-FICHIER-TAMPON.
           CLOSE F-TAMPON.
           OPEN OUTPUT F-TAMPON.
           CLOSE F-TAMPON.

       RECOPIER-VERS-TAMPON.
           READ F-ARCHIVE
               AT END
                   SET FIN-FICHIER-TAMPON TO TRUE
               NOT AT END
                   IF WS-NB-RECOPIES < WS-CK-NB-ARCHIVES
                       WRITE FT-ENR-TAMPON FROM FA-ENR-ARCHIVE
                       END-WRITE
                       ADD 1 TO WS-NB-RECOPIES
                       MOVE FA-ENR-ARCHIVE TO FS-ENR-CLIENT
                       ADD FS-CLIENT-ID TO WS-HASH-RECOPIE
                   ELSE
                       ADD 1 TO WS-NB-ECARTES
                   END-IF
           END-READ.

       RECOPIER-VERS-ARCHIVE.
           READ F-TAMPON
               AT END
                   SET FIN-FICHIER-TAMPON TO TRUE
               NOT AT END
                   WRITE FA-ENR-ARCHIVE FROM FT-ENR-TAMPON
                   END-WRITE
           END-READ.

      * Arret sur incident : le point de reprise reste en place et
      * la relance reprendra au dernier lot valide.
       ABANDONNER-PURGE.
           CLOSE F-ACTIVITE.
           CLOSE F-CLIENT.
           CLOSE F-ARCHIVE.
           MOVE "F" TO WS-CO-FONCTION.
           CALL "contrat-client" USING WS-DEMANDE-CONTRATS.
           MOVE "F" TO WS-GE-FONCTION.
           CALL "gel-juridique" USING WS-DEMANDE-GEL.
           MOVE "L" TO WS-VR-FONCTION.
           CALL "verrou-client" USING WS-DEMANDE-VERROU.
           DISPLAY "Purge arretee : relancer PURGE-CLIENTS pour la "
               "reprendre au dernier lot valide."
           MOVE 99 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
      * Rapprochement de fin de purge : l'archive relue doit porter  *
      * exactement les clients supprimes (nombre et total de         *
      * controle des cles)                                           *
      ****************************************************************
       RAPPROCHER-ARCHIVE.
           MOVE 0 TO WS-NB-RELUS.
           MOVE 0 TO WS-HASH-RELU.
           MOVE "N" TO WS-FIN-TAMPON.
           OPEN INPUT F-ARCHIVE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET FIN-FICHIER-TAMPON TO TRUE
           END-IF.
           PERFORM RELIRE-ARCHIVE UNTIL FIN-FICHIER-TAMPON.
           CLOSE F-ARCHIVE.
           IF WS-NB-RELUS = WS-NB-SUPPRIMES
               AND WS-HASH-RELU = WS-HASH-SUPPRIMES
               DISPLAY "Rapprochement archive / suppressions OK : "
                   WS-NB-RELUS " client(s), total " WS-HASH-RELU
           ELSE
               MOVE "N" TO WS-RAPPROCHEMENT
               DISPLAY "ATTENTION : archive " WS-NB-RELUS
                   " client(s), total " WS-HASH-RELU
               DISPLAY "            supprimes " WS-NB-SUPPRIMES
                   " client(s), total " WS-HASH-SUPPRIMES
           END-IF.

       RELIRE-ARCHIVE.
           READ F-ARCHIVE
               AT END
                   SET FIN-FICHIER-TAMPON TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-RELUS
                   MOVE FA-ENR-ARCHIVE TO FS-ENR-CLIENT
                   ADD FS-CLIENT-ID TO WS-HASH-RELU
           END-READ.

      * Purge complete : le point de reprise est vide.
       EFFACER-CHECKPOINT.
           OPEN OUTPUT F-CHECKPOINT.
           CLOSE F-CHECKPOINT.

      * Un nom construit au fil du run suit le prefixe du bac a
      * sable ; un nom relu dans un catalogue est deja physique.
       PREFIXER-NOM-CONSTRUIT.
           MOVE "N" TO WS-BS-FONCTION.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           MOVE "T" TO WS-BS-FONCTION.
