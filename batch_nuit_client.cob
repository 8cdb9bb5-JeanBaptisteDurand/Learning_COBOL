      * modele PERFORM ... THROUGH avec verification du code retour
      * entre chaque etape (dump/perform2.cob), applique ici a des
      * CALL de programmes plutot qu'a des paragraphes locaux.
      * Le pilote persiste en outre les travaux franchis dans
      * F-CHECKPOINT-JOB (CKJ001), sur le modele du F-CHECKPOINT de
      * FILE-EXAMPLE mais a la maille travail : une relance apres un
      * echec a 3 heures reprend sans refaire ce qui a reussi, sauf
      * si l'operateur force un passage complet.
      * L'ordre des travaux n'est plus ecrit en dur : il vient du
      * reseau de travaux RES001, une ligne par travail
      *   travail;programme;predecesseurs;criticite[;periodicite]
      * (predecesseurs separes par des virgules, cinq au plus ;
      * criticite C critique ou O optionnel ; periodicite Q chaque
      * nuit par defaut, H dernier jour ouvre de la semaine, M
      * dernier jour ouvre du mois ; une ligne commencant par * est
      * un commentaire). Par exemple :
      *   EXTRACT;FILE-EXAMPLE;;C
      *   VERIFSOR;VERIF-SORTIE;EXTRACT;C
      *   NORMTEL;NORMALISE-TEL;;O
      *   PHONET;GENERE-PHONETIQUE;NORMTEL;O
      *   CHGDB2;CHARGE-DB2;VERIFSOR;C
      *   DISTRIB;DISTRIBUE-SORTIE;VERIFSOR;O
      *   AUDITREF;AUDIT-REFERENTIEL;PHONET;O;H
      * Un travail part quand tous ses predecesseurs ont reussi ;
      * les successeurs d'un travail en echec sont sautes, les
      * branches independantes continuent. Le reseau est controle
      * entier avant le premier CALL (travail en double, predecesseur
      * inconnu, cycle...) : un reseau faux refuse le lancement.
      * Sans RES001, la chaine historique en quatre travaux
      * s'applique. Chaque travail - execute, saute, deja franchi ou
      * non prevu ce soir - laisse sa ligne dans JRN001. Ajouter une
      * passe a la nuit est une ligne de RES001, pas une modification
      * du pilote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHECKPOINT-JOB
               ASSIGN TO DYNAMIC WS-NOM-CKJ001
               FILE STATUS IS WS-FS-CKJ.
      * Journal des runs : un enregistrement par etape executee,
      * ajoute au fil de l'eau et conserve de run en run.
           SELECT OPTIONAL F-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JRN001
               FILE STATUS IS WS-FS-JOURNAL.
      * Alertes d'exploitation : un enregistrement par echec d'etape
      * avec tout le contexte (etape, programme, code retour, FILE
      * STATUS releve, compteurs), pour que l'astreinte paginee
      * decide "relance" ou "reveil" sans se connecter.
           SELECT OPTIONAL F-ALERTES ASSIGN TO DYNAMIC WS-NOM-ALR001
               FILE STATUS IS WS-FS-ALERTES.
      * Temoin de run : estampille posee au demarrage (D) et a la
      * fin d'un run complet (T). Un run deja termine pour la date
      * du jour n'est pas relance sans ordre explicite ; un temoin
      * reste en D signale un run plante jamais termine.
           SELECT OPTIONAL F-TEMOIN-RUN ASSIGN TO DYNAMIC WS-NOM-RUN001
               FILE STATUS IS WS-FS-TEMOIN.
      * La carte parametre de l'extraction, relue ici pour la seule
      * ligne AGENCE=nn : le journal des runs porte l'agence, pour
      * que deux agences exploitees cote a cote ne melangent pas
      * leurs historiques.
           SELECT OPTIONAL F-PARAMS ASSIGN TO DYNAMIC WS-NOM-PRM001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMS.
      * Le calendrier d'exploitation CALEXP (genere par
      * tourne, dans quel mode, si l'audit mensuel s'edite et si
      * c'est le soir de purge. Absent ou muet sur la date du jour,
      * la chaine garde ses decisions historiques.
           SELECT OPTIONAL F-CALENDRIER ASSIGN TO DYNAMIC WS-NOM-CALEXP
               FILE STATUS IS WS-FS-CALENDRIER.
      * Le reseau de travaux de la nuit : une ligne par travail
      * (nom, programme, predecesseurs, criticite, periodicite).
      * Absent, la chaine historique en quatre travaux s'applique.
           SELECT OPTIONAL F-RESEAU ASSIGN TO DYNAMIC WS-NOM-RES001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESEAU.

       DATA DIVISION.
       FILE SECTION.
      * Un seul enregistrement, reecrit apres chaque travail
      * franchi : date du run, nombre de travaux termines, le sceau
      * (horodatage + empreinte) qu'une relance valide avant de s'y
      * fier, et un indicateur "O" par rang de travail du reseau.
       FD F-CHECKPOINT-JOB
           RECORD CONTAINS 85 CHARACTERS.
       01 FS-ENR-CKJ PIC X(85).

      * Enregistrement de journal : date du run, rang du travail
      * dans le reseau, heures de debut et de fin, code retour,
      * compteurs remontes par FILE-EXAMPLE (zeros pour les autres
      * travaux), agence, nom du travail et son issue.
       FD F-JOURNAL
           RECORD CONTAINS 54 CHARACTERS.
       01 FS-ENR-JOURNAL PIC X(54).

      * Une ligne de la carte parametre.
       FD F-PARAMS.
       01 FS-ENR-PARAM PIC X(80).

      * Une entree du calendrier d'exploitation (le gel des
      * modifications clients est garde par controle-gel).
       FD F-CALENDRIER
           RECORD CONTAINS 64 CHARACTERS.
       01 FS-ENR-CALENDRIER.
           05 FC-DATE  PIC 9(08).
           05 FC-RUN   PIC X(01).
           05 FC-MODE  PIC X(01).
           05 FC-AUDIT PIC X(01).
           05 FC-PURGE PIC X(01).
           05 FC-GEL   PIC X(01).
           05 FC-MOTIF-GEL       PIC X(40).
           05 FC-CODE-DEROGATION PIC X(08).
           05 FILLER             PIC X(03).

      * Temoin de run : date du run et etat (D = demarre,
      * T = termine).

      * Une alerte d'exploitation par echec d'etape.
       FD F-ALERTES
           RECORD CONTAINS 69 CHARACTERS.
       01 FS-ENR-ALERTE PIC X(69).

      * Une ligne du reseau de travaux.
       FD F-RESEAU.
       01 FS-ENR-RESEAU PIC X(120).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-CKJ001    PIC X(30) VALUE "CKJ001".
           05 WS-NOM-JRN001    PIC X(30) VALUE "JRN001".
           05 WS-NOM-ALR001    PIC X(30) VALUE "ALR001".
           05 WS-NOM-RUN001    PIC X(30) VALUE "RUN001".
           05 WS-NOM-PRM001    PIC X(30) VALUE "PRM001".
           05 WS-NOM-CALEXP    PIC X(30) VALUE "CALEXP".
           05 WS-NOM-RES001    PIC X(30) VALUE "RES001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 7.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-CODE-RETOUR PIC 9(02) VALUE 0.
           88 RETOUR-OK      VALUE 00.
           88 RETOUR-ERREUR  VALUE 01 THRU 99.
       01 WS-CODE-RETOUR-JOB PIC 9(02) VALUE 0.

       01 WS-FS-CKJ PIC X(02).
      * WS-CKJ-ETAPE compte les travaux franchis du run ;
      * WS-CKJ-FAITS porte un "O" au rang de chacun d'eux (rang de
      * la ligne dans le reseau) : a la reprise, ces travaux sont
      * sautes et reputes reussis pour leurs successeurs.
       01 WS-ENR-CKJ.
           05 WS-CKJ-DATE  PIC 9(08).
           05 WS-CKJ-ETAPE PIC 9(02).
           05 WS-CKJ-HORODATAGE PIC X(15).
           05 WS-CKJ-EMPREINTE  PIC 9(06).
           05 FILLER            PIC X(04).
           05 WS-CKJ-FAITS      PIC X(50).
       01 WS-CKJ-EMPREINTE-CALC PIC 9(06).
       01 WS-REPRISE PIC X(01) VALUE "N".
           88 REPRISE-ACCEPTEE VALUE "O".
       01 WS-CKJ-PRESENT PIC X(01) VALUE "N".
           88 REPRISE-POSSIBLE VALUE "O".
       01 WS-REPONSE-REPRISE PIC X(01).
           05 WS-ALR-LUS         PIC 9(06).
           05 WS-ALR-ECRITS      PIC 9(06).
           05 WS-ALR-REJETS      PIC 9(06).
      * Origine de l'ecriture, comme WS-JRN-ORIGINE ci-dessous.
           05 WS-ALR-ORIGINE     PIC X(01).
      * Enregistrement de journal en cours de constitution : l'heure
      * de debut est prise juste avant le CALL du travail, l'heure de
      * fin et le code retour juste apres. Un travail non execute
      * (saute, deja franchi, non prevu) a ses deux heures egales.
       01 WS-ENR-JOURNAL.
           05 WS-JRN-DATE   PIC 9(08).
           05 WS-JRN-ETAPE  PIC 9(02).
           05 WS-JRN-ECRITS PIC 9(06).
           05 WS-JRN-REJETS PIC 9(06).
           05 WS-JRN-AGENCE PIC 9(02).
           05 WS-JRN-TRAVAIL PIC X(08).
           05 WS-JRN-ETAT   PIC X(01).
      * Origine de l'ecriture : B = run du bac a sable, blanc =
      * production (les anciens enregistrements n'en ont pas).
           05 WS-JRN-ORIGINE PIC X(01).
       01 WS-HEURE-COURANTE PIC X(08).

      * Agence du run, relevee sur la ligne AGENCE=nn de PRM001
           05 WS-SQLCODE-EMAILS PIC S9(09) SIGN LEADING SEPARATE.
       01 WS-CR-RAPPRO.
           05 WS-SQLCODE-RAPPRO PIC S9(09) SIGN LEADING SEPARATE.
      * Consigne passee a tout autre programme du reseau : mode nuit
      * (pas d'operateur) et date du run (copybook CNSNUI). Un
      * programme qui ne l'attend pas l'ignore.
       01 WS-CONSIGNE-NUIT.
           COPY CNSNUI.

      * Reseau de travaux charge depuis RES001 (ou la chaine
      * historique) : rang = ordre des lignes. Etat de chaque
      * travail au fil du run :
      *   O reussi (code retour 0 a 4)      E en echec (8 et plus)
      *   S saute, un predecesseur n'a pas abouti
      *   R deja franchi (reprise)          U suspendu (budget temps)
      *   N non prevu ce soir (periodicite)
      * Un travail R ou N compte comme abouti pour ses successeurs.
       01 WS-FS-RESEAU PIC X(02).
       01 WS-FIN-RESEAU PIC X(01) VALUE "N".
           88 FIN-FICHIER-RESEAU VALUE "O".
       01 WS-LIGNE-RESEAU PIC X(120).
       01 WS-NB-TRAVAUX PIC 9(02) VALUE 0.
       01 WS-TABLE-TRAVAUX.
           05 WS-TRAVAIL OCCURS 50.
               10 WS-TRV-NOM         PIC X(08).
               10 WS-TRV-PROGRAMME   PIC X(30).
               10 WS-TRV-NB-PRED     PIC 9(01).
               10 WS-TRV-PRED        PIC X(08) OCCURS 5.
               10 WS-TRV-RANG-PRED   PIC 9(02) OCCURS 5.
               10 WS-TRV-CRITICITE   PIC X(01).
                   88 TRV-CRITIQUE   VALUE "C".
                   88 TRV-OPTIONNEL  VALUE "O".
               10 WS-TRV-PERIODICITE PIC X(01).
                   88 TRV-QUOTIDIEN  VALUE "Q".
                   88 TRV-HEBDOMADAIRE VALUE "H".
                   88 TRV-MENSUEL    VALUE "M".
               10 WS-TRV-ETAT        PIC X(01).
                   88 TRV-REUSSI     VALUE "O".
                   88 TRV-EN-ECHEC   VALUE "E".
                   88 TRV-SAUTE      VALUE "S".
                   88 TRV-DEJA-FRANCHI VALUE "R".
                   88 TRV-SUSPENDU   VALUE "U".
                   88 TRV-NON-PREVU  VALUE "N".
                   88 TRV-ABOUTI     VALUE "O" "R" "N".
               10 WS-TRV-RC          PIC 9(02).
               10 WS-TRV-ORDONNE     PIC X(01).
                   88 TRV-ORDONNE    VALUE "O".
      * Ordre d'execution : rangs des travaux, chaque travail apres
      * tous ses predecesseurs.
       01 WS-TABLE-ORDRE.
           05 WS-ORDRE-RANG PIC 9(02) OCCURS 50.
       01 WS-NB-ORDONNES PIC 9(02) VALUE 0.
       01 WS-PROGRES PIC X(01).
           88 PASSE-PRODUCTIVE VALUE "O".
       01 WS-IX-TRV   PIC 9(02).
       01 WS-IX-AUTRE PIC 9(02).
       01 WS-IX-PRED  PIC 9(02).
       01 WS-IX-ORDRE PIC 9(02).
      * Decoupage d'une ligne du reseau.
       01 WS-RES-NOM         PIC X(20).
       01 WS-RES-PROGRAMME   PIC X(40).
       01 WS-RES-PREDS       PIC X(60).
       01 WS-RES-CRITICITE   PIC X(05).
       01 WS-RES-PERIODICITE PIC X(05).
       01 WS-RES-PRED-T.
           05 WS-RES-PRED PIC X(20) OCCURS 5.
       01 WS-RESEAU-VALIDE PIC X(01) VALUE "O".
           88 RESEAU-VALIDE   VALUE "O".
           88 RESEAU-INVALIDE VALUE "N".
      * La chaine historique, reseau applique sans RES001.
       01 WS-RESEAU-DEFAUT.
           05 FILLER PIC X(40)
               VALUE "EXTRACT;FILE-EXAMPLE;;C".
           05 FILLER PIC X(40)
               VALUE "VERIFSOR;VERIF-SORTIE;EXTRACT;C".
           05 FILLER PIC X(40)
               VALUE "EMAILS;MISE-A-JOUR-CURSEUR;VERIFSOR;C".
           05 FILLER PIC X(40)
               VALUE "RAPPRO;RAPPROCHEMENT;EMAILS;C".
       01 WS-RESEAU-DEFAUT-T REDEFINES WS-RESEAU-DEFAUT.
           05 WS-DEFAUT-LIGNE PIC X(40) OCCURS 4.
      * Dernier jour ouvre de la semaine (travaux hebdomadaires) :
      * le prochain jour ouvre tombe dans une autre semaine. Jour de
      * semaine 0 = lundi ... 6 = dimanche.
       01 WS-FIN-DE-SEMAINE PIC X(01) VALUE "N".
           88 DERNIER-JOUR-OUVRE-SEMAINE VALUE "O".
       01 WS-JOUR-SEMAINE         PIC 9(01).
       01 WS-JOUR-SEMAINE-SUIVANT PIC 9(01).
       01 WS-ECART-JOURS          PIC 9(05).
      * Bilan du run.
       01 WS-RC-MAX PIC 9(02) VALUE 0.
       01 WS-RUN-COMPLET PIC X(01) VALUE "O".
           88 RUN-COMPLET VALUE "O".
       01 WS-RESERVES PIC X(01) VALUE "N".
           88 RUN-AVEC-RESERVES VALUE "O".
       01 WS-SUSPENSION PIC X(01) VALUE "N".
           88 RUN-SUSPENDU VALUE "O".

      * Parametres du point d'entree calendar-jours-ouvres : la
      * chaine ne tourne plus les dimanches et jours feries, et le

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "== Debut du traitement de nuit clients ==".
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           PERFORM RELEVER-AGENCE.
           ELSE
               PERFORM CONTROLER-JOUR-OUVRE
           END-IF.
           PERFORM CHARGER-RESEAU.
           PERFORM CONTROLER-RESEAU.
           PERFORM CONTROLER-TEMOIN-RUN.
           PERFORM ESTAMPILLER-DEMARRAGE.
           PERFORM LIRE-CHECKPOINT-JOB.
           PERFORM DETERMINER-FIN-DE-SEMAINE.

           PERFORM EXECUTER-TRAVAIL
               VARYING WS-IX-ORDRE FROM 1 BY 1
               UNTIL WS-IX-ORDRE > WS-NB-ORDONNES.

           PERFORM DRESSER-BILAN-RUN.
           IF RUN-COMPLET
               IF RUN-AVEC-RESERVES
                   DISPLAY "Traitement de nuit termine avec "
                       "reserves (travaux optionnels non aboutis)."
                   MOVE 4 TO WS-CODE-RETOUR-JOB
               ELSE
                   DISPLAY "Traitement de nuit termine avec succes."
                   MOVE 0 TO WS-CODE-RETOUR-JOB
               END-IF
               PERFORM EFFACER-CHECKPOINT-JOB
               PERFORM ESTAMPILLER-FIN
               IF DERNIER-JOUR-OUVRE-DU-MOIS
                   CALL "RAPPORT-AUDIT" USING WS-MOIS-RAPPORT
               END-IF
           ELSE
               IF WS-RC-MAX > 0
                   MOVE WS-RC-MAX TO WS-CODE-RETOUR-JOB
               ELSE
                   MOVE 10 TO WS-CODE-RETOUR-JOB
               END-IF
               DISPLAY "Traitement de nuit termine en erreur, "
                   "code retour : " WS-CODE-RETOUR-JOB
           END-IF.
           CLOSE F-TEMOIN-RUN.

      * Recherche d'un point de reprise laisse par un run interrompu.
      * Si CKJ001 porte des travaux franchis, l'operateur choisit
      * entre reprendre (ces travaux sont sautes) ou forcer un
      * passage complet.
       LIRE-CHECKPOINT-JOB.
           OPEN INPUT F-CHECKPOINT-JOB.
           IF WS-FS-CKJ = "00"
           CLOSE F-CHECKPOINT-JOB.
      * Le sceau est valide avant de proposer la reprise : une
      * empreinte fausse (fichier a moitie ecrit) vaut refus avec
      * alerte, et le run repart du debut du reseau.
           IF REPRISE-POSSIBLE
               COMPUTE WS-CKJ-EMPREINTE-CALC =
                   FUNCTION MOD(WS-CKJ-DATE + WS-CKJ-ETAPE, 999983)
               IF WS-CKJ-EMPREINTE NOT = WS-CKJ-EMPREINTE-CALC
                   DISPLAY "CKJ001 : sceau invalide (point de "
                       "reprise corrompu) : reprise REFUSEE, la "
                       "chaine repart du debut du reseau."
                   MOVE "N" TO WS-CKJ-PRESENT
                   MOVE 0 TO WS-ALR-ETAPE
                   MOVE "BATCH-NUIT-CLIENT" TO WS-ALR-PROGRAMME
           END-IF.
           IF REPRISE-POSSIBLE
               DISPLAY "Run interrompu du " WS-CKJ-DATE
                   " : " WS-CKJ-ETAPE " travail(aux) franchi(s)."
               DISPLAY "Reprendre sans refaire les travaux franchis "
                   "(R) ou tout refaire (T) ? " WITH NO ADVANCING
               ACCEPT WS-REPONSE-REPRISE
               IF WS-REPONSE-REPRISE = "R" OR WS-REPONSE-REPRISE = "r"
                   SET REPRISE-ACCEPTEE TO TRUE
               ELSE
                   DISPLAY "Passage complet force par l'operateur."
               END-IF
           END-IF.
           IF NOT REPRISE-ACCEPTEE
               MOVE 0 TO WS-CKJ-ETAPE
               MOVE SPACES TO WS-CKJ-FAITS
           END-IF.

      * Enregistre le franchissement d'un travail (indicateur a son
      * rang dans WS-CKJ-FAITS) pour qu'une relance ne le refasse pas.
       ECRIRE-CHECKPOINT-JOB.
           MOVE WS-DATE-DU-JOUR TO WS-CKJ-DATE.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           OPEN OUTPUT F-CHECKPOINT-JOB.
           CLOSE F-CHECKPOINT-JOB.

      * Ecriture d'une alerte d'exploitation pour le travail en echec :
      * tout le contexte en un enregistrement, ajoute a ALR001.
       ECRIRE-ALERTE.
           ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE WS-HEURE-COURANTE (1:6) TO WS-ALR-HEURE.
           MOVE WS-CODE-RETOUR TO WS-ALR-RC.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-ALR-ORIGINE
           ELSE
               MOVE SPACE TO WS-ALR-ORIGINE
           END-IF.
           OPEN EXTEND F-ALERTES.
           IF WS-FS-ALERTES = "00" OR WS-FS-ALERTES = "05"
               WRITE FS-ENR-ALERTE FROM WS-ENR-ALERTE
               END-IF
           END-IF.

      * Prise de l'heure de debut du travail, juste avant le CALL.
       DEBUTER-JOURNAL-ETAPE.
           INITIALIZE WS-ENR-JOURNAL.
           MOVE WS-DATE-DU-JOUR TO WS-JRN-DATE.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE WS-HEURE-COURANTE (1:6) TO WS-JRN-HDEBUT.

      * Ajout de l'enregistrement du travail au journal des runs :
      * heure de fin, code retour et compteurs du compte-rendu.
       ECRIRE-JOURNAL-ETAPE.
           ACCEPT WS-HEURE-COURANTE FROM TIME.
           MOVE WS-HEURE-COURANTE (1:6) TO WS-JRN-HFIN.
           MOVE WS-CODE-RETOUR TO WS-JRN-RC.
           IF BAC-A-SABLE-ACTIF
               MOVE "B" TO WS-JRN-ORIGINE
           ELSE
               MOVE SPACE TO WS-JRN-ORIGINE
           END-IF.
      * Statut 05 = fichier OPTIONAL absent cree a l'ouverture :
      * c'est le premier run du journal, pas une erreur.
           OPEN EXTEND F-JOURNAL.
      * Application de l'entree du calendrier : la decision de
      * tourner, le mode demande a l'extraction et le declenchement
      * de l'audit mensuel viennent d'elle. L'entree obeie est
      * journalisee dans JRN001 sous le rang 0 (travail CALEXP).
       OBEIR-AU-CALENDRIER.
           DISPLAY "Calendrier CALEXP du " WS-DATE-DU-JOUR
               " : run " WS-CAL-RUN ", mode " WS-CAL-MODE
               ", audit " WS-CAL-AUDIT ", purge " WS-CAL-PURGE ".".
           PERFORM DEBUTER-JOURNAL-ETAPE.
           MOVE 0 TO WS-JRN-ETAPE.
           MOVE "CALEXP" TO WS-JRN-TRAVAIL.
           MOVE "O" TO WS-JRN-ETAT.
           MOVE 0 TO WS-CODE-RETOUR.
           PERFORM ECRIRE-JOURNAL-ETAPE.
           IF WS-CAL-RUN NOT = "O"
               STOP RUN
           END-IF.
      * Le mode demande est repris dans la zone CREXTR au moment du
      * CALL de FILE-EXAMPLE (elle est initialisee la-bas).
           IF WS-CAL-AUDIT = "O"
               SET DERNIER-JOUR-OUVRE-DU-MOIS TO TRUE
           END-IF.
                   "lancer PURGE-CLIENTS apres la chaine."
           END-IF.


      * Chargement du reseau de travaux : RES001 s'il existe, la
      * chaine historique sinon. Les lignes de commentaire (*) et
      * les lignes blanches sont ignorees.
       CHARGER-RESEAU.
           OPEN INPUT F-RESEAU.
           IF WS-FS-RESEAU = "00"
               PERFORM LIRE-LIGNE-RESEAU UNTIL FIN-FICHIER-RESEAU
               CLOSE F-RESEAU
               DISPLAY "Reseau RES001 : " WS-NB-TRAVAUX " travaux."
           ELSE
               CLOSE F-RESEAU
               PERFORM ANALYSER-LIGNE-DEFAUT
                   VARYING WS-IX-TRV FROM 1 BY 1 UNTIL WS-IX-TRV > 4
               DISPLAY "Pas de reseau RES001 : chaine historique ("
                   WS-NB-TRAVAUX " travaux)."
           END-IF.

       LIRE-LIGNE-RESEAU.
           READ F-RESEAU
               AT END
                   SET FIN-FICHIER-RESEAU TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-RESEAU
               MOVE FS-ENR-RESEAU TO WS-LIGNE-RESEAU
               PERFORM ANALYSER-LIGNE-RESEAU
           END-IF.

       ANALYSER-LIGNE-DEFAUT.
           MOVE WS-DEFAUT-LIGNE (WS-IX-TRV) TO WS-LIGNE-RESEAU.
           PERFORM ANALYSER-LIGNE-RESEAU.

      * Decoupage d'une ligne travail;programme;preds;criticite
      * [;periodicite] en une entree de la table des travaux. Les
      * anomalies de forme sont signalees ici ; la coherence du
      * reseau entier est controlee par CONTROLER-RESEAU.
       ANALYSER-LIGNE-RESEAU.
           MOVE FUNCTION UPPER-CASE(WS-LIGNE-RESEAU)
               TO WS-LIGNE-RESEAU.
           IF WS-LIGNE-RESEAU = SPACES
               OR WS-LIGNE-RESEAU (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-TRAVAUX >= 50
               DISPLAY "Reseau : plus de 50 travaux, ligne refusee : "
                   FUNCTION TRIM(WS-LIGNE-RESEAU)
               SET RESEAU-INVALIDE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-TRAVAUX.
           MOVE SPACES TO WS-RES-NOM WS-RES-PROGRAMME WS-RES-PREDS
               WS-RES-CRITICITE WS-RES-PERIODICITE WS-RES-PRED-T.
           UNSTRING WS-LIGNE-RESEAU DELIMITED BY ";"
               INTO WS-RES-NOM WS-RES-PROGRAMME WS-RES-PREDS
                   WS-RES-CRITICITE WS-RES-PERIODICITE
           END-UNSTRING.
           INITIALIZE WS-TRAVAIL (WS-NB-TRAVAUX).
           MOVE FUNCTION TRIM(WS-RES-NOM)
               TO WS-TRV-NOM (WS-NB-TRAVAUX).
           IF FUNCTION TRIM(WS-RES-NOM) NOT = WS-TRV-NOM
               (WS-NB-TRAVAUX)
               DISPLAY "Reseau : nom de travail de plus de 8 "
                   "caracteres : " FUNCTION TRIM(WS-RES-NOM)
               SET RESEAU-INVALIDE TO TRUE
           END-IF.
           MOVE FUNCTION TRIM(WS-RES-PROGRAMME)
               TO WS-TRV-PROGRAMME (WS-NB-TRAVAUX).
           MOVE FUNCTION TRIM(WS-RES-CRITICITE)
               TO WS-TRV-CRITICITE (WS-NB-TRAVAUX).
           MOVE FUNCTION TRIM(WS-RES-PERIODICITE)
               TO WS-TRV-PERIODICITE (WS-NB-TRAVAUX).
           IF WS-TRV-PERIODICITE (WS-NB-TRAVAUX) = SPACE
               SET TRV-QUOTIDIEN (WS-NB-TRAVAUX) TO TRUE
           END-IF.
           UNSTRING WS-RES-PREDS DELIMITED BY ","
               INTO WS-RES-PRED (1) WS-RES-PRED (2) WS-RES-PRED (3)
                   WS-RES-PRED (4) WS-RES-PRED (5)
               ON OVERFLOW
                   DISPLAY "Reseau : travail "
                       WS-TRV-NOM (WS-NB-TRAVAUX)
                       " : plus de 5 predecesseurs."
                   SET RESEAU-INVALIDE TO TRUE
           END-UNSTRING.
           PERFORM RETENIR-PREDECESSEUR
               VARYING WS-IX-PRED FROM 1 BY 1 UNTIL WS-IX-PRED > 5.

       RETENIR-PREDECESSEUR.
           IF WS-RES-PRED (WS-IX-PRED) NOT = SPACES
               ADD 1 TO WS-TRV-NB-PRED (WS-NB-TRAVAUX)
               MOVE FUNCTION TRIM(WS-RES-PRED (WS-IX-PRED))
                   TO WS-TRV-PRED (WS-NB-TRAVAUX,
                       WS-TRV-NB-PRED (WS-NB-TRAVAUX))
           END-IF.

      * Controle du reseau entier avant le premier CALL : un reseau
      * faux ne lance rien (code retour 16, alerte d'exploitation),
      * plutot que d'echouer a mi-nuit sur un travail mal declare.
      * Toutes les anomalies sont listees d'un coup.
       CONTROLER-RESEAU.
           IF WS-NB-TRAVAUX = 0
               DISPLAY "Reseau : aucun travail declare."
               SET RESEAU-INVALIDE TO TRUE
           END-IF.
           PERFORM CONTROLER-TRAVAIL
               VARYING WS-IX-TRV FROM 1 BY 1
               UNTIL WS-IX-TRV > WS-NB-TRAVAUX.
           IF RESEAU-VALIDE
               PERFORM ORDONNER-RESEAU
           END-IF.
           IF RESEAU-INVALIDE
               DISPLAY "Reseau de travaux invalide : lancement "
                   "refuse."
               MOVE 0 TO WS-ALR-ETAPE
               MOVE "BATCH-NUIT-CLIENT" TO WS-ALR-PROGRAMME
               MOVE SPACES TO WS-ALR-FILE-STATUS
               MOVE 0 TO WS-ALR-SQLCODE
               MOVE ZERO TO WS-ALR-LUS WS-ALR-ECRITS WS-ALR-REJETS
               MOVE 16 TO WS-CODE-RETOUR
               PERFORM ECRIRE-ALERTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONTROLER-TRAVAIL.
           IF WS-TRV-NOM (WS-IX-TRV) = SPACES
               OR WS-TRV-PROGRAMME (WS-IX-TRV) = SPACES
               DISPLAY "Reseau : ligne " WS-IX-TRV
                   " sans nom de travail ou sans programme."
               SET RESEAU-INVALIDE TO TRUE
           END-IF.
           IF NOT TRV-CRITIQUE (WS-IX-TRV)
               AND NOT TRV-OPTIONNEL (WS-IX-TRV)
               DISPLAY "Reseau : travail " WS-TRV-NOM (WS-IX-TRV)
                   " : criticite C ou O attendue."
               SET RESEAU-INVALIDE TO TRUE
           END-IF.
           IF NOT TRV-QUOTIDIEN (WS-IX-TRV)
               AND NOT TRV-HEBDOMADAIRE (WS-IX-TRV)
               AND NOT TRV-MENSUEL (WS-IX-TRV)
               DISPLAY "Reseau : travail " WS-TRV-NOM (WS-IX-TRV)
                   " : periodicite Q, H ou M attendue."
               SET RESEAU-INVALIDE TO TRUE
           END-IF.
           PERFORM VARYING WS-IX-AUTRE FROM 1 BY 1
               UNTIL WS-IX-AUTRE >= WS-IX-TRV
               IF WS-TRV-NOM (WS-IX-AUTRE) = WS-TRV-NOM (WS-IX-TRV)
                   DISPLAY "Reseau : travail "
                       WS-TRV-NOM (WS-IX-TRV) " declare deux fois."
                   SET RESEAU-INVALIDE TO TRUE
               END-IF
           END-PERFORM.
           PERFORM RESOUDRE-PREDECESSEUR
               VARYING WS-IX-PRED FROM 1 BY 1
               UNTIL WS-IX-PRED > WS-TRV-NB-PRED (WS-IX-TRV).

      * Rang du predecesseur dans la table (zero s'il est inconnu).
       RESOUDRE-PREDECESSEUR.
           MOVE 0 TO WS-TRV-RANG-PRED (WS-IX-TRV, WS-IX-PRED).
           PERFORM VARYING WS-IX-AUTRE FROM 1 BY 1
               UNTIL WS-IX-AUTRE > WS-NB-TRAVAUX
               IF WS-TRV-NOM (WS-IX-AUTRE)
                   = WS-TRV-PRED (WS-IX-TRV, WS-IX-PRED)
                   MOVE WS-IX-AUTRE
                       TO WS-TRV-RANG-PRED (WS-IX-TRV, WS-IX-PRED)
               END-IF
           END-PERFORM.
           IF WS-TRV-RANG-PRED (WS-IX-TRV, WS-IX-PRED) = 0
               DISPLAY "Reseau : travail " WS-TRV-NOM (WS-IX-TRV)
                   " : predecesseur inconnu "
                   WS-TRV-PRED (WS-IX-TRV, WS-IX-PRED)
               SET RESEAU-INVALIDE TO TRUE
           END-IF.

      * Ordre d'execution par passes successives : a chaque passe,
      * un travail dont tous les predecesseurs sont deja ordonnes
      * prend la place suivante. Une passe qui n'ordonne plus rien
      * alors qu'il reste des travaux revele un cycle.
       ORDONNER-RESEAU.
           MOVE 0 TO WS-NB-ORDONNES.
           SET PASSE-PRODUCTIVE TO TRUE.
           PERFORM ORDONNER-UNE-PASSE
               UNTIL NOT PASSE-PRODUCTIVE
                   OR WS-NB-ORDONNES = WS-NB-TRAVAUX.
           IF WS-NB-ORDONNES < WS-NB-TRAVAUX
               PERFORM VARYING WS-IX-TRV FROM 1 BY 1
                   UNTIL WS-IX-TRV > WS-NB-TRAVAUX
                   IF NOT TRV-ORDONNE (WS-IX-TRV)
                       DISPLAY "Reseau : travail "
                           WS-TRV-NOM (WS-IX-TRV)
                           " pris dans un cycle de predecesseurs."
                   END-IF
               END-PERFORM
               SET RESEAU-INVALIDE TO TRUE
           END-IF.

       ORDONNER-UNE-PASSE.
           MOVE "N" TO WS-PROGRES.
           PERFORM EXAMINER-TRAVAIL-A-ORDONNER
               VARYING WS-IX-TRV FROM 1 BY 1
               UNTIL WS-IX-TRV > WS-NB-TRAVAUX.

       EXAMINER-TRAVAIL-A-ORDONNER.
           IF TRV-ORDONNE (WS-IX-TRV)
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IX-PRED FROM 1 BY 1
               UNTIL WS-IX-PRED > WS-TRV-NB-PRED (WS-IX-TRV)
               IF NOT TRV-ORDONNE
                   (WS-TRV-RANG-PRED (WS-IX-TRV, WS-IX-PRED))
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-ORDONNES.
           MOVE WS-IX-TRV TO WS-ORDRE-RANG (WS-NB-ORDONNES).
           SET TRV-ORDONNE (WS-IX-TRV) TO TRUE.
           SET PASSE-PRODUCTIVE TO TRUE.

      * Dernier jour ouvre de la semaine : le prochain jour ouvre
      * tombe un jour de semaine anterieur ou egal, ou sept jours
      * plus tard ou davantage.
       DETERMINER-FIN-DE-SEMAINE.
           MOVE "S" TO WS-CJO-FONCTION.
           MOVE WS-DATE-DU-JOUR TO WS-CJO-DATE.
           CALL "calendar-jours-ouvres" USING WS-CJO-PARAMS.
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR) - 1, 7).
           COMPUTE WS-JOUR-SEMAINE-SUIVANT = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CJO-RESULTAT-DATE) - 1, 7).
           COMPUTE WS-ECART-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-CJO-RESULTAT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR).
           IF WS-JOUR-SEMAINE-SUIVANT <= WS-JOUR-SEMAINE
               OR WS-ECART-JOURS >= 7
               SET DERNIER-JOUR-OUVRE-SEMAINE TO TRUE
           END-IF.

      * Un travail du reseau, pris dans l'ordre d'execution : deja
      * franchi a la reprise, saute si un predecesseur n'a pas
      * abouti, non prevu ce soir selon sa periodicite, sinon
      * execute. Chaque cas laisse sa ligne dans JRN001.
       EXECUTER-TRAVAIL.
           MOVE WS-ORDRE-RANG (WS-IX-ORDRE) TO WS-IX-TRV.
           PERFORM DEBUTER-JOURNAL-ETAPE.
           MOVE WS-IX-TRV TO WS-JRN-ETAPE.
           MOVE WS-TRV-NOM (WS-IX-TRV) TO WS-JRN-TRAVAIL.
           MOVE 0 TO WS-CODE-RETOUR.
           IF WS-CKJ-FAITS (WS-IX-TRV:1) = "O"
               DISPLAY "Travail " WS-TRV-NOM (WS-IX-TRV)
                   " : deja franchi, saute (reprise)."
               SET TRV-DEJA-FRANCHI (WS-IX-TRV) TO TRUE
               PERFORM CLORE-TRAVAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IX-PRED FROM 1 BY 1
               UNTIL WS-IX-PRED > WS-TRV-NB-PRED (WS-IX-TRV)
               IF NOT TRV-ABOUTI
                   (WS-TRV-RANG-PRED (WS-IX-TRV, WS-IX-PRED))
                   DISPLAY "Travail " WS-TRV-NOM (WS-IX-TRV)
                       " : saute, le predecesseur "
                       WS-TRV-PRED (WS-IX-TRV, WS-IX-PRED)
                       " n'a pas abouti."
                   SET TRV-SAUTE (WS-IX-TRV) TO TRUE
                   PERFORM CLORE-TRAVAIL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF (TRV-HEBDOMADAIRE (WS-IX-TRV)
                   AND NOT DERNIER-JOUR-OUVRE-SEMAINE)
               OR (TRV-MENSUEL (WS-IX-TRV)
                   AND NOT DERNIER-JOUR-OUVRE-DU-MOIS)
               DISPLAY "Travail " WS-TRV-NOM (WS-IX-TRV)
                   " : non prevu ce soir (periodicite "
                   WS-TRV-PERIODICITE (WS-IX-TRV) ")."
               SET TRV-NON-PREVU (WS-IX-TRV) TO TRUE
               PERFORM CLORE-TRAVAIL
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Travail " WS-TRV-NOM (WS-IX-TRV) " : "
               FUNCTION TRIM(WS-TRV-PROGRAMME (WS-IX-TRV)) ".".
           MOVE SPACES TO WS-ALR-FILE-STATUS.
           MOVE 0 TO WS-ALR-SQLCODE.
           MOVE ZERO TO WS-ALR-LUS WS-ALR-ECRITS WS-ALR-REJETS.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-TRV-PROGRAMME (WS-IX-TRV)
               WHEN "FILE-EXAMPLE"
                   PERFORM APPELER-EXTRACTION
               WHEN "MISE-A-JOUR-CURSEUR"
                   PERFORM APPELER-CORRECTION-EMAILS
               WHEN "RAPPROCHEMENT"
                   PERFORM APPELER-RAPPROCHEMENT
               WHEN OTHER
                   PERFORM APPELER-PROGRAMME-RESEAU
           END-EVALUATE.
           EVALUATE TRUE
      * Le code retour 10 de l'extraction est la suspension propre
      * sur budget de temps : pas une erreur, pas d'alerte, et pas
      * de franchissement dans CKJ001 - le travail doit etre refait
      * au prochain creneau pour que l'extraction reprenne seule au
      * point de controle et complete le fichier PARTIEL.
               WHEN WS-CODE-RETOUR = 10
                   AND WS-TRV-PROGRAMME (WS-IX-TRV) = "FILE-EXAMPLE"
                   DISPLAY "Travail " WS-TRV-NOM (WS-IX-TRV)
                       " suspendu sur budget de temps : planifier "
                       "la continuation au prochain creneau "
                       "(reprise automatique au point de controle)."
                   SET TRV-SUSPENDU (WS-IX-TRV) TO TRUE
      * Code retour 4 : termine avec avertissement (ecarts du
      * rapprochement, rejets...) - le travail est franchi.
               WHEN WS-CODE-RETOUR <= 4
                   SET TRV-REUSSI (WS-IX-TRV) TO TRUE
                   MOVE "O" TO WS-CKJ-FAITS (WS-IX-TRV:1)
                   ADD 1 TO WS-CKJ-ETAPE
                   PERFORM ECRIRE-CHECKPOINT-JOB
               WHEN OTHER
                   DISPLAY "Travail " WS-TRV-NOM (WS-IX-TRV)
                       " en erreur, code retour : " WS-CODE-RETOUR
                   SET TRV-EN-ECHEC (WS-IX-TRV) TO TRUE
                   MOVE WS-IX-TRV TO WS-ALR-ETAPE
                   MOVE WS-TRV-PROGRAMME (WS-IX-TRV)
                       TO WS-ALR-PROGRAMME
                   PERFORM ECRIRE-ALERTE
           END-EVALUATE.
           PERFORM CLORE-TRAVAIL.

      * Issue du travail reportee dans la table et le journal.
       CLORE-TRAVAIL.
           MOVE WS-CODE-RETOUR TO WS-TRV-RC (WS-IX-TRV).
           MOVE WS-TRV-ETAT (WS-IX-TRV) TO WS-JRN-ETAT.
           PERFORM ECRIRE-JOURNAL-ETAPE.

      * Extraction F-CLIENT vers F-SORTIE : compte-rendu CREXTR,
      * compteurs repris dans le journal et l'alerte.
       APPELER-EXTRACTION.
           INITIALIZE WS-CR-EXTRACTION.
           MOVE "O" TO CR-SANS-DIALOGUE.
      * Le mode de l'entree de calendrier obeie (C ou D) devient la
      * consigne de l'extraction, que la carte parametre peut
      * toujours supplanter (MODE= dans PRM001).
           IF CALENDRIER-CONSULTE
               MOVE WS-CAL-MODE TO CR-MODE-DEMANDE
           END-IF.
           CALL "FILE-EXAMPLE" USING WS-CR-EXTRACTION.
           MOVE RETURN-CODE TO WS-CODE-RETOUR.
           MOVE CR-NB-LUS TO WS-JRN-LUS WS-ALR-LUS.
           MOVE CR-NB-ECRITS TO WS-JRN-ECRITS WS-ALR-ECRITS.
           MOVE CR-NB-REJETS TO WS-JRN-REJETS WS-ALR-REJETS.
           MOVE CR-FILE-STATUS TO WS-ALR-FILE-STATUS.

      * Correction des emails invalides en mode reel, SQLCODE du
      * premier echec repris dans l'alerte.
       APPELER-CORRECTION-EMAILS.
           MOVE 0 TO WS-SQLCODE-EMAILS.
           CALL "MISE-A-JOUR-CURSEUR" USING WS-CONSIGNE-EMAILS.
           MOVE RETURN-CODE TO WS-CODE-RETOUR.
           MOVE WS-SQLCODE-EMAILS TO WS-ALR-SQLCODE.

      * Rapprochement fichier / base. Son code retour 04 signale des
      * ecarts constates - son resultat normal, consigne dans
      * RAP001 - et non un echec.
       APPELER-RAPPROCHEMENT.
           MOVE 0 TO WS-SQLCODE-RAPPRO.
           CALL "RAPPROCHEMENT" USING WS-CR-RAPPRO.
           MOVE RETURN-CODE TO WS-CODE-RETOUR.
           MOVE WS-SQLCODE-RAPPRO TO WS-ALR-SQLCODE.
           IF WS-CODE-RETOUR = 4
               DISPLAY "Ecarts constates, voir le rapport RAP001."
           END-IF.

      * Tout autre programme du reseau recoit la consigne de nuit.
      * Un programme introuvable est un echec du travail (99), pas
      * un arret de la chaine.
       APPELER-PROGRAMME-RESEAU.
           SET CN-MODE-NUIT TO TRUE.
           MOVE WS-DATE-DU-JOUR TO CN-DATE.
           CALL WS-TRV-PROGRAMME (WS-IX-TRV) USING WS-CONSIGNE-NUIT
               ON EXCEPTION
                   DISPLAY "Programme "
                       FUNCTION TRIM(WS-TRV-PROGRAMME (WS-IX-TRV))
                       " introuvable."
                   MOVE 99 TO WS-CODE-RETOUR
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-CODE-RETOUR
           END-CALL.

      * Bilan : le run est complet quand chaque travail critique a
      * abouti ; des travaux optionnels non aboutis le laissent
      * complet mais avec reserves. Le code retour d'un run
      * incomplet est le pire code des travaux en echec, ou 10 pour
      * une suspension sur budget de temps.
       DRESSER-BILAN-RUN.
           PERFORM VARYING WS-IX-TRV FROM 1 BY 1
               UNTIL WS-IX-TRV > WS-NB-TRAVAUX
               IF TRV-EN-ECHEC (WS-IX-TRV)
                   AND WS-TRV-RC (WS-IX-TRV) > WS-RC-MAX
                   MOVE WS-TRV-RC (WS-IX-TRV) TO WS-RC-MAX
               END-IF
               IF TRV-SUSPENDU (WS-IX-TRV)
                   SET RUN-SUSPENDU TO TRUE
               END-IF
               IF NOT TRV-ABOUTI (WS-IX-TRV)
                   IF TRV-CRITIQUE (WS-IX-TRV)
                       MOVE "N" TO WS-RUN-COMPLET
                   ELSE
                       SET RUN-AVEC-RESERVES TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
