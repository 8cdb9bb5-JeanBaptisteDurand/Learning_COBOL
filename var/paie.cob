      * Un bulletin est edite par employe sur BUL001, les montants
      * mis en forme avec l'image monetaire de FORMAT-AMOUNT, et le
      * total de controle final prouve que la somme des nets plus la
      * somme des impots retombe sur la somme des bruts. Les
      * cotisations patronales (COT001) sont calculees sur le brut de
      * chaque employe, detaillees sur son bulletin, cumulees dans
      * CUM001 et recapitulees dans l'etat du cout employeur CEM001.
      * En fin de run, le journal comptable JCP001 reprend les totaux
      * sur les comptes de CPJ001, numerote dans JSQ001. Les conges
      * payes s'acquierent chaque mois dans CGP001, se prennent par
      * l'element variable CP et sont soldes au depart de l'employe.
      * Chaque paie est historisee par mois dans HPA001 ; une carte
      * RAPPEL dans RPL001 fait recalculer l'impot des mois passes
      * au bareme desormais en vigueur, l'ecart passant en
      * regularisation sur le bulletin du run. Avant liberation,
      * chaque net est confronte au mois precedent (ecart au-dela du
      * seuil, nouvel employe, sortant encore paye, IBAN change) :
      * la moindre alerte (ECP001) laisse VIR001 en attente dans
      * VST001 jusqu'a sa liberation par LIBERE-VIREMENTS. Les
      * retenues durables (saisies, pensions alimentaires, avances)
      * de RET001 sont prelevees sur le net par ordre de priorite,
      * dans la quotite saisissable et sans entamer le minimum
      * protege ; le solde restant du est tenu a jour, et la part
      * d'un creancier lui est viree par VIR001. Chaque bulletin
      * edite est garde dans l'archive BUA001, par employe et par
      * periode, pour les duplicatas de REEDITE-BULLETINS. Le cout
      * de la paie est enfin suivi par centre de couts contre le
      * budget de BUD001, pour le mois et depuis janvier (CCB001).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BAREMES ASSIGN TO "BAR001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BAREMES.
      * Taux des cotisations patronales a dates d'effet, sur le
      * modele de BAR001 : une ligne COTISATIONS=AAAAMMJJ ouvre un
      * jeu, suivie d'une ligne code;libelle;taux;plafond par
      * cotisation (plafond mensuel de la base, 0 = sans plafond).
      * Le jeu en vigueur pour la periode est choisi au lancement ;
      * sans fichier, aucune cotisation n'est calculee.
           SELECT OPTIONAL F-COTISATIONS ASSIGN TO "COT001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COTISATIONS.
           SELECT F-BULLETINS ASSIGN TO "BUL001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BULLETINS.
      * Archive des bulletins (copybook BULARC) : chaque ligne de
      * BUL001 y est gardee sous le matricule, la periode et son
      * numero, alors que BUL001 est recree a chaque run.
           SELECT OPTIONAL F-ARCHIVE-BULLETINS ASSIGN TO "BUA001"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CLE
               FILE STATUS IS WS-FS-ARCHIVE.
      * Cumuls annuels par employe (brut, impots, net, cotisations
      * patronales), mis a jour a
      * chaque run mensuel et relus par CERTIFICATS-ANNUELS pour les
      * attestations de fin d'annee : plus de readdition manuelle
      * des douze BUL001.
      * d'un trailer nombre/somme. Le fichier n'est declare libere
      * que si la somme des credits retombe sur le total des nets du
      * run : fini les nets retapes dans le portail de la banque.
      * Compteurs de conges payes par employe et par annee (report
      * de l'annee precedente, acquis, pris, payes au depart), mis a
      * jour a chaque run et relus par CONGES-ANNUELS pour l'etat de
      * fin d'annee. Le mouvement du dernier mois traite est garde :
      * un run relance pour le meme mois le remplace au lieu de
      * l'ajouter une seconde fois.
           SELECT OPTIONAL F-CONGES ASSIGN TO "CGP001"
               FILE STATUS IS WS-FS-CONGES.
      * Historique des paies par employe et par mois (brut imposable,
      * impot retenu, date d'effet du bareme applique, net verse et
      * IBAN credite), reecrit a
      * chaque run : l'annee en cours et la precedente sont gardees.
      * C'est la base du rappel d'impot : un mois corrige garde son
      * impot et son bareme d'avant le rappel, et le mois paye qui
      * l'a regularise, pour qu'un run relance reprenne le meme
      * rappel.
           SELECT OPTIONAL F-HISTORIQUE ASSIGN TO "HPA001"
               FILE STATUS IS WS-FS-HISTORIQUE.
      * Demande de rappel : une carte RAPPEL=AAAAMM;AAAAMM donne les
      * mois (du;au, anterieurs au mois paye) dont l'impot est
      * recalcule au bareme de BAR001 desormais en vigueur pour ces
      * dates. Sans fichier, pas de rappel.
           SELECT OPTIONAL F-RAPPEL ASSIGN TO "RPL001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPEL.
      * Retenues sur salaire durables, une par dette : employe,
      * priorite (la plus petite est prelevee d'abord), type (SA
      * saisie sur salaire, PA pension alimentaire, AV avance sur
      * salaire), creancier et son IBAN (a blanc = la retenue reste
      * a l'employeur, cas de l'avance), montant total, mensualite
      * (0 = quotite saisissable du bareme legal) et solde restant
      * du. Reecrit a chaque run ; une retenue soldee disparait au
      * run suivant, et un run relance pour le meme mois rend
      * d'abord la retenue deja prelevee.
           SELECT OPTIONAL F-RETENUES ASSIGN TO "RET001"
               FILE STATUS IS WS-FS-RETENUES.
           SELECT F-VIREMENTS ASSIGN TO "VIR001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VIREMENTS.
      * Alertes du controle des ecarts avant liberation de VIR001 :
      * une ligne par employe signale et par motif (ECA ecart de net
      * au-dela du seuil, NOU nouvel employe, PAR sortant encore
      * paye, IBA IBAN change), relue par LIBERE-VIREMENTS.
           SELECT F-ALERTES-PAIE ASSIGN TO "ECP001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTES.
      * Etat du fichier de virements de la periode : LIBERE (envoi a
      * la banque permis), ATTENTE (alertes a valider par un
      * superviseur) ou BLOQUE (somme des credits fausse, run a
      * reprendre), avec le nombre d'alertes, de credits et la somme.
           SELECT F-ETAT-VIREMENTS ASSIGN TO "VST001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT-VIR.
      * Elements variables de la periode (VAR001) : une ligne par
      * element, matricule + type (HS = heures supplementaires,
      * AB = jours d'absence non payes, CP = jours de conges payes
      * pris) + quantite. Appliques au
      * brut AVANT le bareme, detailles sur le bulletin, et
      * sous-totalises dans le controle final. Fini les
      * regularisations du mois suivant.
           SELECT OPTIONAL F-VARIABLES ASSIGN TO "VAR001"
               FILE STATUS IS WS-FS-VARIABLES.
      * Etat mensuel du cout employeur : une ligne par bulletin
      * (brut, cotisations patronales, cout), le total par
      * cotisation, et le controle qui rapproche les deux.
           SELECT F-COUT-EMPLOYEUR ASSIGN TO "CEM001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COUT.
      * Budget mensuel par centre de couts, une ligne
      * centre;AAAAMM;cout employeur;effectif par centre et par
      * mois ; les lignes en * sont des commentaires.
           SELECT OPTIONAL F-BUDGETS ASSIGN TO "BUD001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BUDGETS.
      * Realise mensuel par centre de couts (brut, cout employeur,
      * effectif paye), reecrit a chaque run, le mois paye remplace
      * si le run est relance : la base du cumul depuis janvier.
      * L'annee en cours et la precedente sont gardees.
           SELECT OPTIONAL F-REALISE-CENTRES ASSIGN TO "CCR001"
               FILE STATUS IS WS-FS-REALISE.
      * Etat du cout de la paie par centre contre le budget : pour
      * chaque centre, le mois puis le cumul depuis janvier, ecart
      * au budget et depassements signales.
           SELECT F-ETAT-CENTRES ASSIGN TO "CCB001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ETAT-CENTRES.
      * Correspondance rubrique de paie -> compte general, une ligne
      * RUBRIQUE;compte par rubrique (BRUT, IMPOT, NET, VIREMENT,
      * CHARGES, ORGANISMES) ; les lignes en * sont des commentaires.
      * Les comptes ne sont jamais codes dans le programme.
           SELECT OPTIONAL F-COMPTES-JOURNAL ASSIGN TO "CPJ001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPTES.
      * Journal comptable de la paie, a integrer au grand livre :
      * un entete periode + numero de sequence, une ligne par compte
      * et par sens, un trailer debits/credits. Il n'est libere que
      * equilibre, toutes rubriques servies, et pour une periode pas
      * encore journalisee.
           SELECT F-JOURNAL ASSIGN TO "JCP001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.
      * Historique des journaux liberes (sequence, periode, date du
      * run) : donne le numero suivant et interdit de journaliser
      * deux fois la meme periode.
           SELECT OPTIONAL F-SEQUENCES-JOURNAL ASSIGN TO "JSQ001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQUENCES.

       DATA DIVISION.
       FILE SECTION.
      * Un employe par enregistrement : le modele EMPLOYEE-RECORD de
      * var.cob, complete du salaire brut mensuel, des dates
      * d'entree et de sortie (zero = toujours en poste) pour la
      * proratisation des mois incomplets, de l'IBAN pour le
      * fichier de virements, et du centre de couts de l'employe.
       FD F-EMPLOYES
           RECORD CONTAINS 82 CHARACTERS.
       01 FE-ENR-EMPLOYE.
           05 FE-NAME          PIC X(20).
           05 FE-EMP-ID        PIC 9(5).
           05 FE-DATE-ENTREE   PIC 9(8).
           05 FE-DATE-SORTIE   PIC 9(8).
           05 FE-IBAN          PIC X(27).
           05 FE-CENTRE-COUT   PIC X(6).

       FD F-BULLETINS.
       01 FB-LIGNE-BULLETIN PIC X(80).

       FD F-ARCHIVE-BULLETINS
           RECORD CONTAINS 120 CHARACTERS.
       01 FZ-ENR-ARCHIVE.
           COPY BULARC.

       FD F-BAREMES.
       01 FB-LIGNE-BAREME PIC X(40).

       FD F-COTISATIONS.
       01 FT-LIGNE-COTISATION PIC X(60).

       FD F-COUT-EMPLOYEUR.
       01 FK-LIGNE-COUT PIC X(80).

       FD F-BUDGETS.
       01 FU-LIGNE-BUDGET PIC X(40).

      * Le realise d'un centre de couts pour un mois AAAAMM.
       FD F-REALISE-CENTRES
           RECORD CONTAINS 37 CHARACTERS.
       01 FY-ENR-REALISE.
           05 FY-CENTRE   PIC X(6).
           05 FY-MOIS     PIC 9(6).
           05 FY-BRUT     PIC 9(8)V99.
           05 FY-COUT     PIC 9(9)V99.
           05 FY-EFFECTIF PIC 9(4).

       FD F-ETAT-CENTRES.
       01 FN-LIGNE-CENTRE PIC X(80).

       FD F-COMPTES-JOURNAL.
       01 FP-LIGNE-COMPTE PIC X(40).

       FD F-JOURNAL.
       01 FJ-LIGNE-JOURNAL PIC X(80).

       FD F-SEQUENCES-JOURNAL.
       01 FQ-ENR-SEQUENCE.
           05 FQ-SEQUENCE PIC 9(06).
           05 FILLER      PIC X(01).
           05 FQ-PERIODE  PIC 9(08).
           05 FILLER      PIC X(01).
           05 FQ-DATE-RUN PIC 9(08).

      * Une ligne du fichier de virements.
       FD F-VIREMENTS.
       01 FV-LIGNE-VIREMENT PIC X(80).

      * Un cumul annuel par employe et par annee.
       FD F-CUMULS
           RECORD CONTAINS 49 CHARACTERS.
       01 FC-ENR-CUMUL.
           05 FC-EMP-ID PIC 9(5).
           05 FC-ANNEE  PIC 9(4).
           05 FC-BRUT   PIC 9(8)V99.
           05 FC-IMPOTS PIC 9(8)V99.
           05 FC-NET    PIC 9(8)V99.
           05 FC-CHARGES PIC 9(8)V99.

      * Un compteur de conges par employe et par annee, en jours.
       FD F-CONGES
           RECORD CONTAINS 50 CHARACTERS.
       01 FG-ENR-CONGES.
           05 FG-EMP-ID       PIC 9(5).
           05 FG-ANNEE        PIC 9(4).
           05 FG-REPORT       PIC S9(3)V99.
           05 FG-ACQUIS       PIC 9(3)V99.
           05 FG-PRIS         PIC 9(3)V99.
           05 FG-PAYES        PIC 9(3)V99.
           05 FG-DERNIER-MOIS PIC 9(6).
           05 FG-ACQUIS-MOIS  PIC 9(3)V99.
           05 FG-PRIS-MOIS    PIC 9(3)V99.
           05 FG-PAYES-MOIS   PIC 9(3)V99.

      * Une paie historisee : employe, mois AAAAMM, brut imposable,
      * impot retenu (corrige par un rappel) et date d'effet du
      * bareme applique (0 = bareme historique). Apres un rappel,
      * l'impot et le bareme d'avant, et le mois paye qui a porte la
      * regularisation (0 = jamais corrige).
       FD F-HISTORIQUE
           RECORD CONTAINS 92 CHARACTERS.
       01 FH-ENR-HISTORIQUE.
           05 FH-EMP-ID      PIC 9(5).
           05 FH-MOIS        PIC 9(6).
           05 FH-BRUT        PIC 9(6)V99.
           05 FH-IMPOT       PIC 9(6)V99.
           05 FH-DATE-BAREME PIC 9(8).
           05 FH-NET-VERSE   PIC 9(6)V99.
           05 FH-IBAN        PIC X(27).
           05 FH-IMPOT-AVANT-RAPPEL  PIC 9(6)V99.
           05 FH-BAREME-AVANT-RAPPEL PIC 9(8).
           05 FH-MOIS-RAPPEL         PIC 9(6).

      * Une retenue durable sur le salaire d'un employe.
       FD F-RETENUES
           RECORD CONTAINS 96 CHARACTERS.
       01 FO-ENR-RETENUE.
           05 FO-EMP-ID        PIC 9(5).
           05 FO-PRIORITE      PIC 9(2).
           05 FO-TYPE          PIC X(2).
           05 FO-CREANCIER     PIC X(20).
           05 FO-IBAN          PIC X(27).
           05 FO-MONTANT-TOTAL PIC 9(7)V99.
           05 FO-MENSUALITE    PIC 9(6)V99.
           05 FO-SOLDE         PIC 9(7)V99.
           05 FO-DERNIER-MOIS  PIC 9(6).
           05 FO-RETENU-MOIS   PIC 9(6)V99.

       FD F-RAPPEL.
       01 FR-LIGNE-RAPPEL PIC X(40).

       FD F-ALERTES-PAIE.
       01 FA-LIGNE-ALERTE PIC X(80).

      * PAIE-AAAAMMJJ;ETAT;alertes;credits;somme;operateur;date.
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

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYES  PIC X(02).
       01 WS-FS-BULLETINS PIC X(02).

      * Archivage du bulletin courant : numero de ligne dans le
      * bulletin, et purge du bulletin d'un run precedent pour la
      * meme periode.
       01 WS-FS-ARCHIVE   PIC X(02).
       01 WS-NO-LIGNE-BULLETIN PIC 9(03) VALUE 0.
       01 WS-FIN-ARCHIVE  PIC X(01).
           88 FIN-ARCHIVE-EMPLOYE VALUE "O".
       01 WS-FS-VIREMENTS PIC X(02).

      * Constitution du fichier de virements : somme et compte des
       01 WS-BAREME-TAUX REDEFINES WS-BAREME-TAUX-INIT.
           05 WS-TAUX-TRANCHE   PIC 99V99 OCCURS 4 TIMES.

      * Bareme historique ci-dessus, sauve avant que BAR001 ne le
      * remplace : repli des mois de rappel sans jeu en vigueur. Le
      * bareme de la periode est mis de cote pendant un rappel.
       01 WS-REPLI-SEUIL  PIC X(32).
       01 WS-REPLI-TAUX   PIC X(16).
       01 WS-SAUVE-SEUIL  PIC X(32).
       01 WS-SAUVE-TAUX   PIC X(16).

      * Zones du calcul brut-vers-net, comme CALCULER-SALAIRE-NET.
       01 WS-SALAIRE-BRUT       PIC 9(6)V99.
       01 WS-SALAIRE-NET        PIC 9(6)V99.
           05 WS-TOTAL-BRUTS  PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-NETS   PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-IMPOTS PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-CHARGES PIC 9(8)V99 VALUE 0.
           05 WS-TOTAL-COUTS  PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-REGULS PIC S9(8)V99 VALUE 0.
       01 WS-NB-EMPLOYES  PIC 9(04) VALUE 0.
       01 WS-LIGNE        PIC X(80).
       01 WS-MONTANT-AFF  PIC X(14).
       01 WS-MOT-CLE      PIC X(10).
       01 WS-VALEUR-PARAM PIC X(20).

      * Chargement des jeux de cotisations de COT001 : jusqu'a dix
      * jeux de huit cotisations, retenus comme les jeux de bareme.
       01 WS-FS-COTISATIONS PIC X(02).
       01 WS-FIN-COTISATIONS PIC X(01) VALUE "N".
           88 FIN-FICHIER-COTISATIONS VALUE "O".
       01 WS-NB-JEUX-COT-MAX PIC 9(02) VALUE 10.
       01 WS-NB-JEUX-COT  PIC 9(02) VALUE 0.
       01 WS-TABLE-JEUX-COT.
           05 WS-JC-ENTRY OCCURS 10 TIMES.
              10 WS-JC-DATE-EFFET PIC 9(08).
              10 WS-JC-NB-COT     PIC 9.
              10 WS-JC-COTISATION OCCURS 8 TIMES.
                 15 WS-JC-CODE    PIC X(06).
                 15 WS-JC-LIBELLE PIC X(20).
                 15 WS-JC-TAUX    PIC 99V999.
                 15 WS-JC-PLAFOND PIC 9(6)V99.
       01 WS-JEU-COT-RETENU PIC 9(02) VALUE 0.
       01 WS-VALEUR-CODE    PIC X(06).
       01 WS-VALEUR-LIBELLE PIC X(20).
       01 WS-VALEUR-PLAFOND PIC X(20).

      * Les cotisations du jeu en vigueur : base et montant de
      * l'employe courant, totaux du run par cotisation.
       01 WS-NB-COT       PIC 9 VALUE 0.
       01 WS-TABLE-COTISATIONS.
           05 WS-COT-ENTRY OCCURS 8 TIMES.
              10 WS-COT-CODE          PIC X(06).
              10 WS-COT-LIBELLE       PIC X(20).
              10 WS-COT-TAUX          PIC 99V999.
              10 WS-COT-PLAFOND       PIC 9(6)V99.
              10 WS-COT-BASE          PIC 9(6)V99.
              10 WS-COT-MONTANT       PIC 9(6)V99.
              10 WS-COT-TOTAL-BASE    PIC 9(10)V99.
              10 WS-COT-TOTAL-MONTANT PIC 9(10)V99.
       01 WS-I-COT        PIC 9.
       01 WS-CHARGES-EMPLOYE PIC 9(6)V99.
       01 WS-COUT-EMPLOYE PIC 9(7)V99.
       01 WS-TOTAL-PAR-COTISATION PIC 9(10)V99.
       01 WS-TAUX-COT-AFF PIC Z9.999.
       01 WS-BASE-AFF     PIC X(14).
       01 WS-FS-COUT      PIC X(02).
       01 WS-COUT-OUVERT  PIC X(01) VALUE "N".
           88 ETAT-COUT-OUVERT VALUE "O".

      * Cout par centre de couts : realise du mois et cumul depuis
      * janvier de chaque centre, budget du mois et cumule ; un
      * employe sans centre est range sous NONAFF.
       01 WS-FS-BUDGETS   PIC X(02).
       01 WS-FIN-BUDGETS  PIC X(01) VALUE "N".
           88 FIN-FICHIER-BUDGETS VALUE "O".
       01 WS-FS-REALISE   PIC X(02).
       01 WS-FIN-REALISE  PIC X(01) VALUE "N".
           88 FIN-FICHIER-REALISE VALUE "O".
       01 WS-FS-ETAT-CENTRES PIC X(02).
       01 WS-NB-CC-MAX    PIC 9(02) VALUE 50.
       01 WS-NB-CC        PIC 9(02) VALUE 0.
       01 WS-TABLE-CENTRES.
           05 WS-CC-ENTRY OCCURS 50 TIMES.
              10 WS-CC-CODE         PIC X(6).
              10 WS-CC-BRUT         PIC 9(8)V99.
              10 WS-CC-COUT         PIC 9(9)V99.
              10 WS-CC-EFFECTIF     PIC 9(4).
              10 WS-CC-BUDGET       PIC 9(9)V99.
              10 WS-CC-BUDGET-EFF   PIC 9(4).
              10 WS-CC-BRUT-CUMUL   PIC 9(9)V99.
              10 WS-CC-COUT-CUMUL   PIC 9(10)V99.
              10 WS-CC-BUDGET-CUMUL PIC 9(10)V99.
      * Centre (ou total) en cours d'edition, au format d'une entree
      * de la table ; sert aussi d'echange pour le tri par code.
       01 WS-CENTRE-EDITE.
           05 WS-CE-CODE         PIC X(6).
           05 WS-CE-BRUT         PIC 9(8)V99.
           05 WS-CE-COUT         PIC 9(9)V99.
           05 WS-CE-EFFECTIF     PIC 9(4).
           05 WS-CE-BUDGET       PIC 9(9)V99.
           05 WS-CE-BUDGET-EFF   PIC 9(4).
           05 WS-CE-BRUT-CUMUL   PIC 9(9)V99.
           05 WS-CE-COUT-CUMUL   PIC 9(10)V99.
           05 WS-CE-BUDGET-CUMUL PIC 9(10)V99.
       01 WS-I-CC         PIC 9(02).
       01 WS-J-CC         PIC 9(02).
       01 WS-CC-TROUVE    PIC 9(02).
       01 WS-CODE-CENTRE  PIC X(6).
       01 WS-NB-RC-MAX    PIC 9(04) VALUE 2400.
       01 WS-NB-RC        PIC 9(04) VALUE 0.
       01 WS-TABLE-REALISE.
           05 WS-RC-ENTRY OCCURS 2400 TIMES.
              10 WS-RC-CENTRE   PIC X(6).
              10 WS-RC-MOIS     PIC 9(6).
              10 WS-RC-BRUT     PIC 9(8)V99.
              10 WS-RC-COUT     PIC 9(9)V99.
              10 WS-RC-EFFECTIF PIC 9(4).
       01 WS-I-RC         PIC 9(04).
       01 WS-VALEUR-CENTRE PIC X(10).
       01 WS-VALEUR-MOIS  PIC X(10).
       01 WS-VALEUR-BUDGET PIC X(20).
       01 WS-VALEUR-EFFECTIF PIC X(10).
       01 WS-MOIS-BUDGET  PIC 9(06).
       01 WS-MOIS-JANVIER PIC 9(06).
       01 WS-CC-ECART     PIC S9(10)V99.
       01 WS-CC-MONTANT-AFF PIC ZZZZZZZ9.99.
       01 WS-CC-ECART-AFF PIC -ZZZZZZZ9.99.
       01 WS-CC-EFF-AFF   PIC ZZZ9.
       01 WS-NB-DEPASSEMENTS PIC 9(02) VALUE 0.
      * Lignes du total en cours d'edition : leurs signalements ne
      * comptent pas parmi les depassements des centres.
       01 WS-EDITION-TOTAL PIC X(01) VALUE "N".
           88 EDITION-TOTAL VALUE "O".
       01 WS-TOTAUX-CENTRES.
           05 WS-TC-CODE         PIC X(6) VALUE "TOTAL".
           05 WS-TC-BRUT         PIC 9(8)V99 VALUE 0.
           05 WS-TC-COUT         PIC 9(9)V99 VALUE 0.
           05 WS-TC-EFFECTIF     PIC 9(4) VALUE 0.
           05 WS-TC-BUDGET       PIC 9(9)V99 VALUE 0.
           05 WS-TC-BUDGET-EFF   PIC 9(4) VALUE 0.
           05 WS-TC-BRUT-CUMUL   PIC 9(9)V99 VALUE 0.
           05 WS-TC-COUT-CUMUL   PIC 9(10)V99 VALUE 0.
           05 WS-TC-BUDGET-CUMUL PIC 9(10)V99 VALUE 0.

      * Journal comptable : correspondance des rubriques, ecritures
      * du run et numerotation.
       01 WS-FS-COMPTES   PIC X(02).
       01 WS-FIN-COMPTES  PIC X(01) VALUE "N".
           88 FIN-FICHIER-COMPTES VALUE "O".
       01 WS-NB-COMPTES-MAX PIC 9(02) VALUE 20.
       01 WS-NB-COMPTES   PIC 9(02) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 20 TIMES.
              10 WS-CPT-RUBRIQUE PIC X(10).
              10 WS-CPT-COMPTE   PIC X(10).
       01 WS-I-COMPTE     PIC 9(02).
       01 WS-VALEUR-RUBRIQUE PIC X(10).
       01 WS-VALEUR-COMPTE PIC X(10).
       01 WS-NB-ECRITURES PIC 9(02) VALUE 0.
       01 WS-TABLE-ECRITURES.
           05 WS-EC-ENTRY OCCURS 20 TIMES.
              10 WS-EC-RUBRIQUE PIC X(10).
              10 WS-EC-COMPTE   PIC X(10).
              10 WS-EC-SENS     PIC X(01).
              10 WS-EC-MONTANT  PIC 9(10)V99.
              10 WS-EC-LIBELLE  PIC X(24).
       01 WS-I-ECRITURE   PIC 9(02).
       01 WS-NOUV-RUBRIQUE PIC X(10).
       01 WS-NOUV-SENS    PIC X(01).
       01 WS-NOUV-MONTANT PIC 9(10)V99.
       01 WS-NOUV-LIBELLE PIC X(24).
       01 WS-JRN-DEBITS   PIC 9(10)V99.
       01 WS-JRN-CREDITS  PIC 9(10)V99.
       01 WS-JRN-DEBITS-AFF  PIC 9(10).99.
       01 WS-JRN-CREDITS-AFF PIC 9(10).99.
       01 WS-FS-JOURNAL   PIC X(02).
       01 WS-FS-SEQUENCES PIC X(02).
       01 WS-FIN-SEQUENCES PIC X(01) VALUE "N".
           88 FIN-FICHIER-SEQUENCES VALUE "O".
       01 WS-JRN-SEQUENCE PIC 9(06) VALUE 0.
       01 WS-JRN-SEQ-PERIODE PIC 9(06) VALUE 0.
       01 WS-DATE-RUN     PIC 9(08).
       01 WS-JOURNAL-LIBERE PIC X(01) VALUE "N".
           88 JOURNAL-LIBERE VALUE "O".
       01 WS-JOURNAL-REFUSE PIC X(01).
           88 JOURNAL-REFUSE VALUE "O".

      * Conges payes : 2,5 jours ouvrables acquis par mois complet,
      * au prorata du contrat sinon ; le jour de conge solde au depart
      * vaut 1/26 du brut mensuel (maintien de salaire).
       01 WS-FS-CONGES    PIC X(02).
       01 WS-FIN-CONGES   PIC X(01) VALUE "N".
           88 FIN-FICHIER-CONGES VALUE "O".
       01 WS-CP-JOURS-PAR-MOIS PIC 9V99 VALUE 2.50.
       01 WS-CP-JOURS-OUVRABLES PIC 9(02) VALUE 26.
       01 WS-NB-CONGES-MAX PIC 9(03) VALUE 500.
       01 WS-NB-CONGES    PIC 9(03) VALUE 0.
       01 WS-TABLE-CONGES.
           05 WS-CG-ENTRY OCCURS 500 TIMES.
              10 WS-CG-EMP-ID       PIC 9(5).
              10 WS-CG-ANNEE        PIC 9(4).
              10 WS-CG-REPORT       PIC S9(3)V99.
              10 WS-CG-ACQUIS       PIC 9(3)V99.
              10 WS-CG-PRIS         PIC 9(3)V99.
              10 WS-CG-PAYES        PIC 9(3)V99.
              10 WS-CG-DERNIER-MOIS PIC 9(6).
              10 WS-CG-ACQUIS-MOIS  PIC 9(3)V99.
              10 WS-CG-PRIS-MOIS    PIC 9(3)V99.
              10 WS-CG-PAYES-MOIS   PIC 9(3)V99.
       01 WS-I-CONGE      PIC 9(03).
       01 WS-CONGE-COURANT PIC 9(03).
       01 WS-CONGE-PRECEDENT PIC 9(03).
       01 WS-ANNEE-PRECEDENTE PIC 9(04).
       01 WS-MOIS-PAIE    PIC 9(06).
       01 WS-CP-PRIS-PERIODE PIC 9(3)V99.
       01 WS-CP-ACQUIS-PERIODE PIC 9(3)V99.
       01 WS-CP-PAYES-PERIODE PIC 9(3)V99.
       01 WS-CP-SOLDE     PIC S9(4)V99.
       01 WS-CP-INDEMNITE PIC 9(6)V99.
       01 WS-TOTAL-INDEMNITES-CP PIC 9(8)V99 VALUE 0.
       01 WS-CP-REPORT-AFF PIC -ZZ9.99.
       01 WS-CP-ACQUIS-AFF PIC ZZ9.99.
       01 WS-CP-PRIS-AFF  PIC ZZ9.99.
       01 WS-CP-SOLDE-AFF PIC -ZZZ9.99.
       01 WS-EMPLOYE-PARTANT PIC X(01).
           88 EMPLOYE-PARTANT VALUE "O".

      * Historique des paies charge en table, complete du mois paye
      * puis reecrit.
       01 WS-FS-HISTORIQUE PIC X(02).
       01 WS-FIN-HISTORIQUE PIC X(01) VALUE "N".
           88 FIN-FICHIER-HISTORIQUE VALUE "O".
       01 WS-NB-HIST-MAX  PIC 9(04) VALUE 6000.
       01 WS-NB-HIST      PIC 9(04) VALUE 0.
       01 WS-TABLE-HISTORIQUE.
           05 WS-HIST-ENTRY OCCURS 6000 TIMES.
              10 WS-HIST-EMP-ID      PIC 9(5).
              10 WS-HIST-MOIS        PIC 9(6).
              10 WS-HIST-BRUT        PIC 9(6)V99.
              10 WS-HIST-IMPOT       PIC 9(6)V99.
              10 WS-HIST-DATE-BAREME PIC 9(8).
              10 WS-HIST-NET-VERSE   PIC 9(6)V99.
              10 WS-HIST-IBAN        PIC X(27).
              10 WS-HIST-IMPOT-AVANT-RAPPEL  PIC 9(6)V99.
              10 WS-HIST-BAREME-AVANT-RAPPEL PIC 9(8).
              10 WS-HIST-MOIS-RAPPEL         PIC 9(6).
       01 WS-I-HIST       PIC 9(04).
       01 WS-HIST-TROUVE  PIC 9(04).
       01 WS-MOIS-CONSERVE PIC 9(06).

      * Controle des ecarts avant liberation : seuil en pour cent
      * (variable SEUIL_ECART_PAIE, 10 par defaut), mois precedent,
      * alertes emises.
       01 WS-FS-ALERTES   PIC X(02).
       01 WS-FS-ETAT-VIR  PIC X(02).
       01 WS-SEUIL-ECART-ENV PIC X(03).
       01 WS-SEUIL-ECART  PIC 9(03) VALUE 10.
       01 WS-MOIS-PRECEDENT PIC 9(06).
       01 WS-HIST-PRECEDENT PIC 9(04).
       01 WS-NET-PRECEDENT PIC 9(6)V99.
       01 WS-ECART-NET    PIC 9(6)V99.
       01 WS-ECART-PCT    PIC 9(05).
       01 WS-ECART-PCT-AFF PIC ZZZZ9.
       01 WS-NB-ALERTES   PIC 9(04) VALUE 0.
       01 WS-NB-ALERTES-AFF PIC 9(04).
       01 WS-CODE-ALERTE  PIC X(03).
       01 WS-DETAIL-ALERTE PIC X(40) VALUE SPACES.
       01 WS-NET-ALERTE-AFF PIC 9(6).99.
       01 WS-NET-PREC-AFF PIC 9(6).99.

      * Rappel d'impot : mois demandes, ecarts de l'employe courant
      * (un par mois recalcule) et net reellement verse.
       01 WS-FS-RAPPEL    PIC X(02).
       01 WS-RAPPEL-DEMANDE PIC X(01) VALUE "N".
           88 RAPPEL-DEMANDE VALUE "O".
       01 WS-RAPPEL-DU    PIC 9(06) VALUE 0.
       01 WS-RAPPEL-AU    PIC 9(06) VALUE 0.
       01 WS-DATE-RAPPEL  PIC 9(08).
       01 WS-JEU-RAPPEL   PIC 9(02).
       01 WS-DATE-BAREME-RAPPEL PIC 9(08).
       01 WS-NB-RG        PIC 9(02) VALUE 0.
       01 WS-TABLE-REGULS.
           05 WS-RG-ENTRY OCCURS 24 TIMES.
              10 WS-RG-HIST    PIC 9(04).
              10 WS-RG-MOIS    PIC 9(06).
              10 WS-RG-ANCIEN  PIC 9(6)V99.
              10 WS-RG-NOUVEAU PIC 9(6)V99.
              10 WS-RG-ECART   PIC S9(6)V99.
              10 WS-RG-DATE-BAREME PIC 9(08).
      * O = regularisation deja portee par un run du meme mois
      * (historique et CUM001 deja corriges) et reprise telle quelle.
              10 WS-RG-REPRIS  PIC X(01).
                 88 RG-REPRIS VALUE "O".
       01 WS-I-RG         PIC 9(02).
       01 WS-REGUL-EMPLOYE PIC S9(6)V99.
       01 WS-NET-A-PAYER  PIC 9(6)V99.
       01 WS-DATE-BAREME-PAIE PIC 9(08) VALUE 0.
       01 WS-IMPOT-ANCIEN-AFF PIC ZZZ,ZZ9.99.
       01 WS-IMPOT-NOUVEAU-AFF PIC ZZZ,ZZ9.99.
       01 WS-ANNEE-RG     PIC 9(04).

      * Retenues durables chargees en table, soldes diminues du
      * prelevement du mois puis reecrits dans RET001.
       01 WS-FS-RETENUES  PIC X(02).
       01 WS-FIN-RETENUES PIC X(01) VALUE "N".
           88 FIN-FICHIER-RETENUES VALUE "O".
       01 WS-NB-RET-MAX   PIC 9(03) VALUE 500.
       01 WS-NB-RET       PIC 9(03) VALUE 0.
       01 WS-TABLE-RETENUES.
           05 WS-RET-ENTRY OCCURS 500 TIMES.
              10 WS-RET-EMP-ID        PIC 9(5).
              10 WS-RET-PRIORITE      PIC 9(2).
              10 WS-RET-TYPE          PIC X(2).
              10 WS-RET-CREANCIER     PIC X(20).
              10 WS-RET-IBAN          PIC X(27).
              10 WS-RET-MONTANT-TOTAL PIC 9(7)V99.
              10 WS-RET-MENSUALITE    PIC 9(6)V99.
              10 WS-RET-SOLDE         PIC 9(7)V99.
              10 WS-RET-DERNIER-MOIS  PIC 9(6).
              10 WS-RET-RETENU-MOIS   PIC 9(6)V99.
       01 WS-I-RET        PIC 9(03).

      * Types de retenue admis et rubrique du journal comptable de
      * chacun (dette envers le creancier, ou avance a recouvrer).
       01 WS-TYPES-RETENUE-INIT.
           05 FILLER PIC X(24) VALUE "SASaisie      RETENUE-SA".
           05 FILLER PIC X(24) VALUE "PAPension     RETENUE-PA".
           05 FILLER PIC X(24) VALUE "AVAvance      RETENUE-AV".
       01 WS-TYPES-RETENUE REDEFINES WS-TYPES-RETENUE-INIT.
           05 WS-TR-ENTRY OCCURS 3 TIMES.
              10 WS-TR-TYPE     PIC X(2).
              10 WS-TR-LIBELLE  PIC X(12).
              10 WS-TR-RUBRIQUE PIC X(10).
       01 WS-NB-TYPES-RETENUE PIC 9 VALUE 3.
       01 WS-I-TR         PIC 9.
       01 WS-TOTAUX-PAR-TYPE.
           05 WS-TT-ENTRY OCCURS 3 TIMES.
              10 WS-TT-RETENU PIC 9(8)V99 VALUE 0.
              10 WS-TT-VIRE   PIC 9(8)V99 VALUE 0.

      * Quotite saisissable du bareme legal, par tranches du net
      * mensuel (le net au-dela de la derniere tranche est saisi en
      * entier), et minimum protege laisse a l'employe en toute
      * hypothese (variable MINIMUM_PROTEGE_PAIE, solde bancaire
      * insaisissable par defaut).
       01 WS-NB-TRANCHES-SAISIE PIC 9 VALUE 7.
       01 WS-SAISIE-SEUIL-INIT.
           05 FILLER            PIC 9(6)V99 VALUE 000364.17.
           05 FILLER            PIC 9(6)V99 VALUE 000710.00.
           05 FILLER            PIC 9(6)V99 VALUE 001057.50.
           05 FILLER            PIC 9(6)V99 VALUE 001401.67.
           05 FILLER            PIC 9(6)V99 VALUE 001747.50.
           05 FILLER            PIC 9(6)V99 VALUE 002100.00.
           05 FILLER            PIC 9(6)V99 VALUE 999999.99.
       01 WS-SAISIE-SEUIL REDEFINES WS-SAISIE-SEUIL-INIT.
           05 WS-SEUIL-SAISIE   PIC 9(6)V99 OCCURS 7 TIMES.
       01 WS-SAISIE-TAUX-INIT.
           05 FILLER            PIC 999V99 VALUE 005.00.
           05 FILLER            PIC 999V99 VALUE 010.00.
           05 FILLER            PIC 999V99 VALUE 020.00.
           05 FILLER            PIC 999V99 VALUE 025.00.
           05 FILLER            PIC 999V99 VALUE 033.33.
           05 FILLER            PIC 999V99 VALUE 066.67.
           05 FILLER            PIC 999V99 VALUE 100.00.
       01 WS-SAISIE-TAUX REDEFINES WS-SAISIE-TAUX-INIT.
           05 WS-TAUX-SAISIE    PIC 999V99 OCCURS 7 TIMES.
       01 WS-MINIMUM-PROTEGE-ENV PIC X(10).
       01 WS-MINIMUM-PROTEGE PIC 9(6)V99 VALUE 635.71.

      * Retenues de l'employe courant, dans l'ordre de priorite ou
      * elles sont prelevees, pour le bulletin et les virements.
       01 WS-NB-RE        PIC 9(02) VALUE 0.
       01 WS-TABLE-RET-EMPLOYE.
           05 WS-RE-ENTRY OCCURS 10 TIMES.
              10 WS-RE-RET     PIC 9(03).
              10 WS-RE-MONTANT PIC 9(6)V99.
       01 WS-I-RE         PIC 9(02).
       01 WS-J-RE         PIC 9(02).
       01 WS-RE-ECHANGE   PIC X(11).
       01 WS-QUOTITE-SAISISSABLE PIC 9(6)V99.
       01 WS-NET-DISPONIBLE PIC 9(6)V99.
       01 WS-MONTANT-RETENUE PIC 9(6)V99.
       01 WS-RETENUES-EMPLOYE PIC 9(6)V99.
       01 WS-TOTAL-RETENUES PIC 9(8)V99 VALUE 0.
       01 WS-VIR-TOTAL-RETENUES PIC 9(10)V99 VALUE 0.
       01 WS-SOLDE-RET-AFF PIC X(14).

      * Cumuls annuels charges en table, completes par le run
      * courant puis reecrits dans CUM001.
       01 WS-FS-CUMULS    PIC X(02).
              10 WS-CUM-BRUT   PIC 9(8)V99.
              10 WS-CUM-IMPOTS PIC 9(8)V99.
              10 WS-CUM-NET    PIC 9(8)V99.
              10 WS-CUM-CHARGES PIC 9(8)V99.
       01 WS-I-CUMUL      PIC 9(03).
       01 WS-CUMUL-TROUVE PIC X(01).
           88 CUMUL-TROUVE VALUE "O".
       MAIN-PARAGRAPH.
           PERFORM SAISIR-PERIODE-DE-PAIE.
           PERFORM CHOISIR-BAREME.
           PERFORM CHOISIR-COTISATIONS.
           PERFORM CHARGER-CUMULS.
           PERFORM CHARGER-CONGES.
           PERFORM CHARGER-HISTORIQUE.
           PERFORM CHARGER-REALISE-CENTRES.
           PERFORM CHARGER-RAPPEL.
           PERFORM PREPARER-CONTROLE-ECARTS.
           PERFORM CHARGER-VARIABLES.
           PERFORM CHARGER-RETENUES.
           OPEN INPUT F-EMPLOYES.
           IF WS-FS-EMPLOYES NOT = "00"
               DISPLAY "Erreur ouverture EMP001. FILE STATUS: "
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O F-ARCHIVE-BULLETINS.
           IF WS-FS-ARCHIVE NOT = "00" AND WS-FS-ARCHIVE NOT = "05"
               DISPLAY "Erreur ouverture BUA001. FILE STATUS: "
                   WS-FS-ARCHIVE
               CLOSE F-EMPLOYES
               CLOSE F-BULLETINS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATE-RUN FROM DATE YYYYMMDD.
           OPEN OUTPUT F-VIREMENTS.
           IF WS-FS-VIREMENTS NOT = "00"
               DISPLAY "Erreur ouverture VIR001. FILE STATUS: "
                   WS-FS-VIREMENTS
               CLOSE F-EMPLOYES
               CLOSE F-BULLETINS
               CLOSE F-ARCHIVE-BULLETINS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-ALERTES-PAIE.
           IF WS-FS-ALERTES NOT = "00"
               DISPLAY "Erreur ouverture ECP001. FILE STATUS: "
                   WS-FS-ALERTES
               CLOSE F-EMPLOYES
               CLOSE F-BULLETINS
               CLOSE F-ARCHIVE-BULLETINS
               CLOSE F-VIREMENTS
               MOVE 99 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ECRIRE-ENTETE-VIREMENTS.
           PERFORM ECRIRE-ENTETE-ALERTES.
           PERFORM OUVRIR-ETAT-COUT.
           PERFORM LIRE-EMPLOYE.
           PERFORM PAYER-UN-EMPLOYE UNTIL FIN-FICHIER-EMPLOYES.
           CLOSE F-EMPLOYES.
           CLOSE F-BULLETINS.
           CLOSE F-ARCHIVE-BULLETINS.
           PERFORM CLOTURER-VIREMENTS.
           PERFORM CLOTURER-ETAT-COUT.
           PERFORM PRODUIRE-ETAT-CENTRES.
           PERFORM REECRIRE-CUMULS.
           PERFORM REECRIRE-CONGES.
           PERFORM REECRIRE-HISTORIQUE.
           PERFORM REECRIRE-RETENUES.
           PERFORM REECRIRE-REALISE-CENTRES.
           PERFORM AFFICHER-TOTAL-DE-CONTROLE.
           PERFORM PRODUIRE-JOURNAL.
      * Un fichier de virements bloque ou un journal non libere
      * rend le code retour 8 : la paie est calculee mais l'envoi a
      * la banque ou la comptabilisation est bloque. Des virements
      * en attente de validation rendent 4.
           IF VIREMENTS-LIBERES AND JOURNAL-LIBERE
               IF WS-NB-ALERTES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      * vigueur pour la periode ; fichier absent = bareme historique *
      ****************************************************************
       CHOISIR-BAREME.
           MOVE WS-BAREME-SEUIL TO WS-REPLI-SEUIL.
           MOVE WS-BAREME-TAUX TO WS-REPLI-TAUX.
           OPEN INPUT F-BAREMES.
           IF WS-FS-BAREMES NOT = "00"
               DISPLAY "BAR001 absent : bareme historique conserve."
                   MOVE WS-JEU-TAUX (WS-JEU-RETENU, WS-I-TRANCHE)
                       TO WS-TAUX-TRANCHE (WS-I-TRANCHE)
               END-PERFORM
               MOVE WS-JEU-DATE-EFFET (WS-JEU-RETENU)
                   TO WS-DATE-BAREME-PAIE
               DISPLAY "Bareme en vigueur depuis le "
                   WS-JEU-DATE-EFFET (WS-JEU-RETENU)
                   " applique a la periode " WS-PERIODE "."
           END-IF.

      ****************************************************************
      * Chargement des jeux de cotisations de COT001 et choix du jeu *
      * en vigueur pour la periode ; fichier absent = pas de         *
      * cotisations patronales                                       *
      ****************************************************************
       CHOISIR-COTISATIONS.
           OPEN INPUT F-COTISATIONS.
           IF WS-FS-COTISATIONS NOT = "00"
               DISPLAY "COT001 absent : aucune cotisation patronale "
                   "calculee."
           ELSE
               PERFORM LIRE-LIGNE-COTISATION
               PERFORM CHARGER-LIGNE-COTISATION
                   UNTIL FIN-FICHIER-COTISATIONS
               PERFORM RETENIR-COTISATIONS-EN-VIGUEUR
           END-IF.
           CLOSE F-COTISATIONS.

       LIRE-LIGNE-COTISATION.
           READ F-COTISATIONS
               AT END
                   SET FIN-FICHIER-COTISATIONS TO TRUE
           END-READ.

      * Une ligne COTISATIONS=AAAAMMJJ ouvre un jeu ; les lignes
      * code;libelle;taux;plafond qui suivent le remplissent.
       CHARGER-LIGNE-COTISATION.
           IF FT-LIGNE-COTISATION (1:12) = "COTISATIONS="
               IF WS-NB-JEUX-COT < WS-NB-JEUX-COT-MAX
                   ADD 1 TO WS-NB-JEUX-COT
                   MOVE FUNCTION NUMVAL(FT-LIGNE-COTISATION (13:8))
                       TO WS-JC-DATE-EFFET (WS-NB-JEUX-COT)
                   MOVE 0 TO WS-JC-NB-COT (WS-NB-JEUX-COT)
               END-IF
           ELSE
               IF WS-NB-JEUX-COT > 0
                   AND FT-LIGNE-COTISATION NOT = SPACES
                   AND WS-JC-NB-COT (WS-NB-JEUX-COT) < 8
                   MOVE SPACES TO WS-VALEUR-CODE WS-VALEUR-LIBELLE
                       WS-VALEUR-TAUX WS-VALEUR-PLAFOND
                   UNSTRING FT-LIGNE-COTISATION DELIMITED BY ";"
                       INTO WS-VALEUR-CODE WS-VALEUR-LIBELLE
                           WS-VALEUR-TAUX WS-VALEUR-PLAFOND
                   END-UNSTRING
                   ADD 1 TO WS-JC-NB-COT (WS-NB-JEUX-COT)
                   MOVE WS-VALEUR-CODE
                       TO WS-JC-CODE (WS-NB-JEUX-COT,
                           WS-JC-NB-COT (WS-NB-JEUX-COT))
                   MOVE WS-VALEUR-LIBELLE
                       TO WS-JC-LIBELLE (WS-NB-JEUX-COT,
                           WS-JC-NB-COT (WS-NB-JEUX-COT))
                   MOVE FUNCTION NUMVAL(WS-VALEUR-TAUX)
                       TO WS-JC-TAUX (WS-NB-JEUX-COT,
                           WS-JC-NB-COT (WS-NB-JEUX-COT))
                   IF WS-VALEUR-PLAFOND = SPACES
                       MOVE 0 TO WS-JC-PLAFOND (WS-NB-JEUX-COT,
                           WS-JC-NB-COT (WS-NB-JEUX-COT))
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-VALEUR-PLAFOND)
                           TO WS-JC-PLAFOND (WS-NB-JEUX-COT,
                               WS-JC-NB-COT (WS-NB-JEUX-COT))
                   END-IF
               END-IF
           END-IF.
           PERFORM LIRE-LIGNE-COTISATION.

      * Meme regle que le bareme : le jeu a la date d'effet la plus
      * recente sans depasser la periode ; un jeu vide est ecarte.
       RETENIR-COTISATIONS-EN-VIGUEUR.
           MOVE 0 TO WS-JEU-COT-RETENU.
           PERFORM VARYING WS-I-JEU FROM 1 BY 1
                   UNTIL WS-I-JEU > WS-NB-JEUX-COT
               IF WS-JC-DATE-EFFET (WS-I-JEU) <= WS-PERIODE
                   AND WS-JC-NB-COT (WS-I-JEU) > 0
                   IF WS-JEU-COT-RETENU = 0
                       OR WS-JC-DATE-EFFET (WS-I-JEU)
                       > WS-JC-DATE-EFFET (WS-JEU-COT-RETENU)
                       MOVE WS-I-JEU TO WS-JEU-COT-RETENU
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JEU-COT-RETENU = 0
               DISPLAY "Aucun jeu de cotisations en vigueur au "
                   WS-PERIODE " dans COT001 : aucune cotisation "
                   "patronale calculee."
           ELSE
               MOVE WS-JC-NB-COT (WS-JEU-COT-RETENU) TO WS-NB-COT
               PERFORM VARYING WS-I-COT FROM 1 BY 1
                       UNTIL WS-I-COT > WS-NB-COT
                   MOVE WS-JC-CODE (WS-JEU-COT-RETENU, WS-I-COT)
                       TO WS-COT-CODE (WS-I-COT)
                   MOVE WS-JC-LIBELLE (WS-JEU-COT-RETENU, WS-I-COT)
                       TO WS-COT-LIBELLE (WS-I-COT)
                   MOVE WS-JC-TAUX (WS-JEU-COT-RETENU, WS-I-COT)
                       TO WS-COT-TAUX (WS-I-COT)
                   MOVE WS-JC-PLAFOND (WS-JEU-COT-RETENU, WS-I-COT)
                       TO WS-COT-PLAFOND (WS-I-COT)
                   MOVE 0 TO WS-COT-TOTAL-BASE (WS-I-COT)
                   MOVE 0 TO WS-COT-TOTAL-MONTANT (WS-I-COT)
               END-PERFORM
               DISPLAY "Cotisations patronales en vigueur depuis le "
                   WS-JC-DATE-EFFET (WS-JEU-COT-RETENU) " : "
                   WS-NB-COT " cotisation(s)."
           END-IF.

      ****************************************************************
      * Cotisations patronales de l'employe courant : chaque taux    *
      * s'applique au brut du mois, limite au plafond de la          *
      * cotisation quand elle en a un                                *
      ****************************************************************
       CALCULER-COTISATIONS.
           MOVE 0 TO WS-CHARGES-EMPLOYE.
           PERFORM VARYING WS-I-COT FROM 1 BY 1
                   UNTIL WS-I-COT > WS-NB-COT
               IF WS-COT-PLAFOND (WS-I-COT) > 0
                   AND WS-SALAIRE-BRUT > WS-COT-PLAFOND (WS-I-COT)
                   MOVE WS-COT-PLAFOND (WS-I-COT)
                       TO WS-COT-BASE (WS-I-COT)
               ELSE
                   MOVE WS-SALAIRE-BRUT TO WS-COT-BASE (WS-I-COT)
               END-IF
               COMPUTE WS-COT-MONTANT (WS-I-COT) ROUNDED =
                   WS-COT-BASE (WS-I-COT) * WS-COT-TAUX (WS-I-COT)
                   / 100
               ADD WS-COT-BASE (WS-I-COT)
                   TO WS-COT-TOTAL-BASE (WS-I-COT)
               ADD WS-COT-MONTANT (WS-I-COT)
                   TO WS-COT-TOTAL-MONTANT (WS-I-COT)
               ADD WS-COT-MONTANT (WS-I-COT) TO WS-CHARGES-EMPLOYE
           END-PERFORM.
           COMPUTE WS-COUT-EMPLOYE =
               WS-SALAIRE-BRUT + WS-CHARGES-EMPLOYE.

       LIRE-EMPLOYE.
           READ F-EMPLOYES
               AT END
      * Paie d'un employe : calcul par tranches puis bulletin        *
      ****************************************************************
       PAYER-UN-EMPLOYE.
           PERFORM CALCULER-RAPPEL.
           MOVE FE-SALAIRE-BRUT TO WS-SALAIRE-BRUT.
           PERFORM CALCULER-PRORATA.
           PERFORM APPLIQUER-VARIABLES.
           PERFORM GERER-CONGES.
           PERFORM CALCULER-SALAIRE-NET.
           PERFORM CALCULER-COTISATIONS.
           PERFORM APPLIQUER-RAPPEL.
           PERFORM APPLIQUER-RETENUES.
           ADD WS-SALAIRE-BRUT TO WS-TOTAL-BRUTS.
           ADD WS-NET-A-PAYER TO WS-TOTAL-NETS.
           ADD WS-IMPOT-TOTAL TO WS-TOTAL-IMPOTS.
           ADD WS-REGUL-EMPLOYE TO WS-TOTAL-REGULS.
           ADD WS-RETENUES-EMPLOYE TO WS-TOTAL-RETENUES.
           ADD WS-CHARGES-EMPLOYE TO WS-TOTAL-CHARGES.
           ADD WS-COUT-EMPLOYE TO WS-TOTAL-COUTS.
           PERFORM CUMULER-EMPLOYE.
           PERFORM HISTORISER-EMPLOYE.
           PERFORM EDITER-BULLETIN.
           PERFORM ECRIRE-LIGNE-COUT-EMPLOYE.
           PERFORM CUMULER-CENTRE-COUT.
           PERFORM CONTROLER-ECARTS.
           PERFORM ECRIRE-CREDIT-VIREMENT.
           PERFORM ECRIRE-CREDITS-CREANCIERS.
           PERFORM LIRE-EMPLOYE.

      ****************************************************************
      * Edition du bulletin de l'employe courant sur BUL001          *
      ****************************************************************
       EDITER-BULLETIN.
           PERFORM PURGER-ARCHIVE-BULLETIN.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-BULLETIN.
           MOVE SPACES TO WS-LIGNE.
               END-STRING
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.
           IF WS-CP-INDEMNITE > 0
               MOVE WS-CP-PAYES-PERIODE TO WS-QTE-AFF
               MOVE WS-CP-INDEMNITE TO WS-MONTANT-VAR-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "  Indemnite CP : " WS-QTE-AFF " j   "
                   WS-MONTANT-VAR-AFF
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.
           MOVE WS-IMPOT-TOTAL TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE.
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-BULLETIN.
           IF WS-REGUL-EMPLOYE NOT = 0
               PERFORM EDITER-RAPPEL-BULLETIN
           END-IF.
           IF WS-NB-RE > 0
               PERFORM EDITER-RETENUES-BULLETIN
           END-IF.
           IF WS-REGUL-EMPLOYE NOT = 0 OR WS-NB-RE > 0
               MOVE WS-NET-A-PAYER TO WS-FORMAT-EDIT-CURRENCY
               MOVE WS-FORMAT-EDIT-CURRENCY TO WS-MONTANT-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "  Net a payer  : " WS-MONTANT-AFF
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-IF.
           IF WS-NB-COT > 0
               PERFORM EDITER-COTISATIONS-BULLETIN
           END-IF.
           IF WS-CONGE-COURANT > 0
               PERFORM EDITER-CONGES-BULLETIN
           END-IF.

      * Regularisation d'impot : une ligne par mois recalcule (impot
      * retenu, impot du au bareme en vigueur, ecart) et le total
      * retenu sur ce bulletin.
       EDITER-RAPPEL-BULLETIN.
           PERFORM VARYING WS-I-RG FROM 1 BY 1
                   UNTIL WS-I-RG > WS-NB-RG
               MOVE WS-RG-ANCIEN (WS-I-RG) TO WS-IMPOT-ANCIEN-AFF
               MOVE WS-RG-NOUVEAU (WS-I-RG) TO WS-IMPOT-NOUVEAU-AFF
               MOVE WS-RG-ECART (WS-I-RG) TO WS-MONTANT-VAR-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "  Regul. " WS-RG-MOIS (WS-I-RG) ": retenu "
                   WS-IMPOT-ANCIEN-AFF " du " WS-IMPOT-NOUVEAU-AFF
                   " ecart " WS-MONTANT-VAR-AFF
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-PERFORM.
           MOVE WS-REGUL-EMPLOYE TO WS-MONTANT-VAR-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  Regul. impot : " WS-MONTANT-VAR-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-BULLETIN.

      * Retenues durables : une ligne par retenue active, dans
      * l'ordre de prelevement, avec le montant preleve ce mois et
      * le solde restant du au creancier.
       EDITER-RETENUES-BULLETIN.
           PERFORM VARYING WS-I-RE FROM 1 BY 1
                   UNTIL WS-I-RE > WS-NB-RE
               MOVE WS-RE-RET (WS-I-RE) TO WS-I-RET
               COMPUTE WS-MONTANT-VAR-AFF = 0 - WS-RE-MONTANT (WS-I-RE)
               MOVE WS-RET-SOLDE (WS-I-RET) TO WS-FORMAT-EDIT-CURRENCY
               MOVE WS-FORMAT-EDIT-CURRENCY TO WS-SOLDE-RET-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "  Retenue " WS-RET-TYPE (WS-I-RET) " : "
                   WS-RET-CREANCIER (WS-I-RET) " "
                   WS-MONTANT-VAR-AFF "  reste " WS-SOLDE-RET-AFF
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-PERFORM.

      * Compteur de conges de l'annee : mouvement du mois, puis
      * report, acquis, pris et solde restant.
       EDITER-CONGES-BULLETIN.
           MOVE WS-CP-ACQUIS-PERIODE TO WS-CP-ACQUIS-AFF.
           MOVE WS-CP-PRIS-PERIODE TO WS-CP-PRIS-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  Conges payes : ce mois acquis " WS-CP-ACQUIS-AFF
               " j, pris " WS-CP-PRIS-AFF " j"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-BULLETIN.
           MOVE WS-CG-REPORT (WS-CONGE-COURANT) TO WS-CP-REPORT-AFF.
           MOVE WS-CG-ACQUIS (WS-CONGE-COURANT) TO WS-CP-ACQUIS-AFF.
           MOVE WS-CG-PRIS (WS-CONGE-COURANT) TO WS-CP-PRIS-AFF.
           MOVE WS-CP-SOLDE TO WS-CP-SOLDE-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " WS-PER-AA " : report " WS-CP-REPORT-AFF
               "  acquis " WS-CP-ACQUIS-AFF "  pris " WS-CP-PRIS-AFF
               "  solde " WS-CP-SOLDE-AFF " j"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-BULLETIN.

      * Part patronale du bulletin : chaque cotisation avec son taux
      * et sa base, le total, puis le cout employeur (brut + total).
       EDITER-COTISATIONS-BULLETIN.
           MOVE "  Cotisations patronales :" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-BULLETIN.
           PERFORM VARYING WS-I-COT FROM 1 BY 1
                   UNTIL WS-I-COT > WS-NB-COT
               MOVE WS-COT-TAUX (WS-I-COT) TO WS-TAUX-COT-AFF
               MOVE WS-COT-BASE (WS-I-COT) TO WS-FORMAT-EDIT-CURRENCY
               MOVE WS-FORMAT-EDIT-CURRENCY TO WS-BASE-AFF
               MOVE WS-COT-MONTANT (WS-I-COT)
                   TO WS-FORMAT-EDIT-CURRENCY
               MOVE WS-FORMAT-EDIT-CURRENCY TO WS-MONTANT-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "    " WS-COT-LIBELLE (WS-I-COT) " "
                   WS-TAUX-COT-AFF "% de " WS-BASE-AFF " : "
                   WS-MONTANT-AFF
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-BULLETIN
           END-PERFORM.
           MOVE WS-CHARGES-EMPLOYE TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  Total patronal : " WS-MONTANT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-BULLETIN.
           MOVE WS-COUT-EMPLOYE TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "  Cout employeur : " WS-MONTANT-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-BULLETIN.

       ECRIRE-LIGNE-BULLETIN.
           MOVE WS-LIGNE TO FB-LIGNE-BULLETIN.
               DISPLAY "Erreur ecriture BUL001. FILE STATUS: "
                   WS-FS-BULLETINS
           END-IF.
           PERFORM ARCHIVER-LIGNE-BULLETIN.

      ****************************************************************
      * Archive BUA001 : le bulletin d'un run precedent pour le meme *
      * employe et la meme periode est retire, puis chaque ligne     *
      * editee est gardee sous son numero                            *
      ****************************************************************
       PURGER-ARCHIVE-BULLETIN.
           MOVE 0 TO WS-NO-LIGNE-BULLETIN.
           MOVE "N" TO WS-FIN-ARCHIVE.
           MOVE FE-EMP-ID TO BA-EMP-ID.
           MOVE WS-PERIODE TO BA-PERIODE.
           MOVE 0 TO BA-NO-LIGNE.
           START F-ARCHIVE-BULLETINS KEY IS NOT LESS THAN BA-CLE
               INVALID KEY
                   SET FIN-ARCHIVE-EMPLOYE TO TRUE
           END-START.
           PERFORM PURGER-UNE-LIGNE UNTIL FIN-ARCHIVE-EMPLOYE.

       PURGER-UNE-LIGNE.
           READ F-ARCHIVE-BULLETINS NEXT RECORD
               AT END
                   SET FIN-ARCHIVE-EMPLOYE TO TRUE
           END-READ.
           IF FIN-ARCHIVE-EMPLOYE
               EXIT PARAGRAPH
           END-IF.
           IF BA-EMP-ID NOT = FE-EMP-ID
               OR BA-PERIODE NOT = WS-PERIODE
               SET FIN-ARCHIVE-EMPLOYE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           DELETE F-ARCHIVE-BULLETINS RECORD
               INVALID KEY
                   DISPLAY "Erreur purge BUA001. FILE STATUS: "
                       WS-FS-ARCHIVE
                   SET FIN-ARCHIVE-EMPLOYE TO TRUE
           END-DELETE.

       ARCHIVER-LIGNE-BULLETIN.
           ADD 1 TO WS-NO-LIGNE-BULLETIN.
           MOVE SPACES TO FZ-ENR-ARCHIVE.
           MOVE FE-EMP-ID TO BA-EMP-ID.
           MOVE WS-PERIODE TO BA-PERIODE.
           MOVE WS-NO-LIGNE-BULLETIN TO BA-NO-LIGNE.
           MOVE WS-LIGNE TO BA-TEXTE.
           MOVE WS-DATE-RUN TO BA-DATE-RUN.
           WRITE FZ-ENR-ARCHIVE
               INVALID KEY
                   DISPLAY "Erreur ecriture BUA001. FILE STATUS: "
                       WS-FS-ARCHIVE " : bulletin " FE-EMP-ID
                       " non archive."
           END-WRITE.

      ****************************************************************
      * Total de controle : somme des nets + somme des impots doit   *
           DISPLAY "Run de paie : " WS-NB-EMPLOYES " bulletin(s).".
           DISPLAY "Total bruts  : " WS-TOTAL-BRUTS.
           DISPLAY "dont elements variables : " WS-TOTAL-VARIABLES.
           DISPLAY "dont indemnites de conges : "
               WS-TOTAL-INDEMNITES-CP.
           DISPLAY "Total impots : " WS-TOTAL-IMPOTS.
           DISPLAY "Total nets   : " WS-TOTAL-NETS.
           IF WS-TOTAL-REGULS NOT = 0
               DISPLAY "Regularisations d'impot : " WS-TOTAL-REGULS
           END-IF.
           IF WS-TOTAL-RETENUES NOT = 0
               DISPLAY "Retenues sur salaire    : " WS-TOTAL-RETENUES
               DISPLAY "dont virees aux creanciers : "
                   WS-VIR-TOTAL-RETENUES
           END-IF.
           IF WS-TOTAL-NETS + WS-TOTAL-IMPOTS + WS-TOTAL-REGULS
               + WS-TOTAL-RETENUES = WS-TOTAL-BRUTS
               DISPLAY "Controle OK : nets + impots + retenues = "
                   "bruts."
           ELSE
               DISPLAY "ATTENTION : ecart dans le total de controle !"
           END-IF.
           DISPLAY "Total cotisations patronales : " WS-TOTAL-CHARGES.
           DISPLAY "Cout employeur total         : " WS-TOTAL-COUTS.
           DISPLAY "----------------------------------------------".

      ****************************************************************
               MOVE FC-BRUT TO WS-CUM-BRUT (WS-NB-CUMULS)
               MOVE FC-IMPOTS TO WS-CUM-IMPOTS (WS-NB-CUMULS)
               MOVE FC-NET TO WS-CUM-NET (WS-NB-CUMULS)
               MOVE FC-CHARGES TO WS-CUM-CHARGES (WS-NB-CUMULS)
           END-IF.

       CUMULER-EMPLOYE.
                   ADD WS-SALAIRE-BRUT TO WS-CUM-BRUT (WS-I-CUMUL)
                   ADD WS-IMPOT-TOTAL TO WS-CUM-IMPOTS (WS-I-CUMUL)
                   ADD WS-SALAIRE-NET TO WS-CUM-NET (WS-I-CUMUL)
                   ADD WS-CHARGES-EMPLOYE
                       TO WS-CUM-CHARGES (WS-I-CUMUL)
               END-IF
           END-PERFORM.
           IF NOT CUMUL-TROUVE
                   MOVE WS-IMPOT-TOTAL
                       TO WS-CUM-IMPOTS (WS-NB-CUMULS)
                   MOVE WS-SALAIRE-NET TO WS-CUM-NET (WS-NB-CUMULS)
                   MOVE WS-CHARGES-EMPLOYE
                       TO WS-CUM-CHARGES (WS-NB-CUMULS)
               ELSE
                   DISPLAY "Table des cumuls pleine : employe "
                       FE-EMP-ID " non cumule."
               MOVE WS-CUM-BRUT (WS-I-CUMUL) TO FC-BRUT
               MOVE WS-CUM-IMPOTS (WS-I-CUMUL) TO FC-IMPOTS
               MOVE WS-CUM-NET (WS-I-CUMUL) TO FC-NET
               MOVE WS-CUM-CHARGES (WS-I-CUMUL) TO FC-CHARGES
               WRITE FC-ENR-CUMUL
               END-WRITE
           END-PERFORM.
           DISPLAY "Cumuls annuels mis a jour dans CUM001.".

      ****************************************************************
      * Conges payes : chargement de CGP001 en table, mouvement du   *
      * mois sur le compteur employe/annee (cree au premier run de   *
      * l'annee avec le solde de l'annee precedente en report), puis *
      * reecriture complete du fichier                               *
      ****************************************************************
       CHARGER-CONGES.
           OPEN INPUT F-CONGES.
           IF WS-FS-CONGES NOT = "00"
               SET FIN-FICHIER-CONGES TO TRUE
           END-IF.
           PERFORM CHARGER-UN-CONGE UNTIL FIN-FICHIER-CONGES.
           CLOSE F-CONGES.
           COMPUTE WS-MOIS-PAIE = WS-PER-AA * 100 + WS-PER-MM.
           COMPUTE WS-ANNEE-PRECEDENTE = WS-PER-AA - 1.

       CHARGER-UN-CONGE.
           READ F-CONGES
               AT END
                   SET FIN-FICHIER-CONGES TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-CONGES
               AND WS-NB-CONGES < WS-NB-CONGES-MAX
               ADD 1 TO WS-NB-CONGES
               MOVE FG-ENR-CONGES TO WS-CG-ENTRY (WS-NB-CONGES)
           END-IF.

      * Acquisition au prorata des jours ouvres couverts par le
      * contrat (CALCULER-PRORATA), conges pris du mois (element
      * CP), et au mois de la date de sortie, paiement du solde en
      * indemnite ajoutee au brut avant le bareme.
       GERER-CONGES.
           MOVE 0 TO WS-CP-ACQUIS-PERIODE.
           MOVE 0 TO WS-CP-PAYES-PERIODE.
           MOVE 0 TO WS-CP-INDEMNITE.
           MOVE 0 TO WS-CP-SOLDE.
           MOVE "N" TO WS-EMPLOYE-PARTANT.
           IF FE-DATE-SORTIE > WS-MOIS-DEBUT
               AND FE-DATE-SORTIE <= WS-MOIS-FIN
               SET EMPLOYE-PARTANT TO TRUE
           END-IF.
           IF WS-JO-MOIS > 0
               COMPUTE WS-CP-ACQUIS-PERIODE ROUNDED =
                   WS-CP-JOURS-PAR-MOIS * WS-JO-TRAVAILLES / WS-JO-MOIS
           END-IF.
           PERFORM LOCALISER-CONGES.
           IF WS-CONGE-COURANT = 0
               EXIT PARAGRAPH
           END-IF.
      * Un run relance pour le meme mois retire d'abord le mouvement
      * deja porte.
           IF WS-CG-DERNIER-MOIS (WS-CONGE-COURANT) = WS-MOIS-PAIE
               SUBTRACT WS-CG-ACQUIS-MOIS (WS-CONGE-COURANT)
                   FROM WS-CG-ACQUIS (WS-CONGE-COURANT)
               SUBTRACT WS-CG-PRIS-MOIS (WS-CONGE-COURANT)
                   FROM WS-CG-PRIS (WS-CONGE-COURANT)
               SUBTRACT WS-CG-PAYES-MOIS (WS-CONGE-COURANT)
                   FROM WS-CG-PAYES (WS-CONGE-COURANT)
           END-IF.
           ADD WS-CP-ACQUIS-PERIODE TO WS-CG-ACQUIS (WS-CONGE-COURANT).
           ADD WS-CP-PRIS-PERIODE TO WS-CG-PRIS (WS-CONGE-COURANT).
           COMPUTE WS-CP-SOLDE = WS-CG-REPORT (WS-CONGE-COURANT)
               + WS-CG-ACQUIS (WS-CONGE-COURANT)
               - WS-CG-PRIS (WS-CONGE-COURANT)
               - WS-CG-PAYES (WS-CONGE-COURANT).
           IF WS-CP-SOLDE < 0
               DISPLAY "ATTENTION : employe " FE-EMP-ID " a pris "
                   "plus de conges que ses droits."
           END-IF.
           IF EMPLOYE-PARTANT AND WS-CP-SOLDE > 0
               MOVE WS-CP-SOLDE TO WS-CP-PAYES-PERIODE
               COMPUTE WS-CP-INDEMNITE ROUNDED =
                   WS-CP-PAYES-PERIODE * FE-SALAIRE-BRUT
                   / WS-CP-JOURS-OUVRABLES
               ADD WS-CP-PAYES-PERIODE
                   TO WS-CG-PAYES (WS-CONGE-COURANT)
               MOVE 0 TO WS-CP-SOLDE
               ADD WS-CP-INDEMNITE TO WS-SALAIRE-BRUT
               ADD WS-CP-INDEMNITE TO WS-TOTAL-INDEMNITES-CP
           END-IF.
           MOVE WS-MOIS-PAIE TO WS-CG-DERNIER-MOIS (WS-CONGE-COURANT).
           MOVE WS-CP-ACQUIS-PERIODE
               TO WS-CG-ACQUIS-MOIS (WS-CONGE-COURANT).
           MOVE WS-CP-PRIS-PERIODE
               TO WS-CG-PRIS-MOIS (WS-CONGE-COURANT).
           MOVE WS-CP-PAYES-PERIODE
               TO WS-CG-PAYES-MOIS (WS-CONGE-COURANT).

      * Compteur employe/annee de la periode ; a defaut il est cree
      * avec en report le solde de l'annee precedente. Un employe
      * hors contrat tout le mois, sans solde a reporter ni conge
      * pris, n'en recoit pas.
       LOCALISER-CONGES.
           MOVE 0 TO WS-CONGE-COURANT.
           MOVE 0 TO WS-CONGE-PRECEDENT.
           PERFORM VARYING WS-I-CONGE FROM 1 BY 1
                   UNTIL WS-I-CONGE > WS-NB-CONGES
               IF WS-CG-EMP-ID (WS-I-CONGE) = FE-EMP-ID
                   IF WS-CG-ANNEE (WS-I-CONGE) = WS-PER-AA
                       MOVE WS-I-CONGE TO WS-CONGE-COURANT
                   END-IF
                   IF WS-CG-ANNEE (WS-I-CONGE) = WS-ANNEE-PRECEDENTE
                       MOVE WS-I-CONGE TO WS-CONGE-PRECEDENT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONGE-COURANT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CP-SOLDE.
           IF WS-CONGE-PRECEDENT > 0
               COMPUTE WS-CP-SOLDE = WS-CG-REPORT (WS-CONGE-PRECEDENT)
                   + WS-CG-ACQUIS (WS-CONGE-PRECEDENT)
                   - WS-CG-PRIS (WS-CONGE-PRECEDENT)
                   - WS-CG-PAYES (WS-CONGE-PRECEDENT)
           END-IF.
           IF WS-CP-ACQUIS-PERIODE = 0 AND WS-CP-PRIS-PERIODE = 0
               AND WS-CP-SOLDE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CONGES NOT < WS-NB-CONGES-MAX
               DISPLAY "Table des conges pleine : employe "
                   FE-EMP-ID " non suivi."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CONGES.
           MOVE WS-NB-CONGES TO WS-CONGE-COURANT.
           INITIALIZE WS-CG-ENTRY (WS-CONGE-COURANT).
           MOVE FE-EMP-ID TO WS-CG-EMP-ID (WS-CONGE-COURANT).
           MOVE WS-PER-AA TO WS-CG-ANNEE (WS-CONGE-COURANT).
           MOVE WS-CP-SOLDE TO WS-CG-REPORT (WS-CONGE-COURANT).

       REECRIRE-CONGES.
           OPEN OUTPUT F-CONGES.
           IF WS-FS-CONGES NOT = "00"
               DISPLAY "Erreur ouverture CGP001. FILE STATUS: "
                   WS-FS-CONGES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I-CONGE FROM 1 BY 1
                   UNTIL WS-I-CONGE > WS-NB-CONGES
               MOVE WS-CG-ENTRY (WS-I-CONGE) TO FG-ENR-CONGES
               WRITE FG-ENR-CONGES
               END-WRITE
           END-PERFORM.
           CLOSE F-CONGES.
           DISPLAY "Compteurs de conges mis a jour dans CGP001.".

      ****************************************************************
      * Historique des paies : chargement de HPA001 en table, paie   *
      * du mois portee a l'entree employe/mois (remplacee si le run  *
      * est relance), reecriture de l'annee en cours et de la        *
      * precedente                                                   *
      ****************************************************************
       CHARGER-HISTORIQUE.
           OPEN INPUT F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-IF.
           PERFORM CHARGER-UNE-PAIE UNTIL FIN-FICHIER-HISTORIQUE.
           CLOSE F-HISTORIQUE.

       CHARGER-UNE-PAIE.
           READ F-HISTORIQUE
               AT END
                   SET FIN-FICHIER-HISTORIQUE TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-HISTORIQUE
               IF WS-NB-HIST < WS-NB-HIST-MAX
                   ADD 1 TO WS-NB-HIST
                   MOVE FH-ENR-HISTORIQUE TO WS-HIST-ENTRY (WS-NB-HIST)
               ELSE
                   DISPLAY "Table de l'historique pleine : paie "
                       FH-EMP-ID "/" FH-MOIS " ignoree."
               END-IF
           END-IF.

       HISTORISER-EMPLOYE.
           MOVE 0 TO WS-HIST-TROUVE.
           PERFORM VARYING WS-I-HIST FROM 1 BY 1
                   UNTIL WS-I-HIST > WS-NB-HIST
                   OR WS-HIST-TROUVE > 0
               IF WS-HIST-EMP-ID (WS-I-HIST) = FE-EMP-ID
                   AND WS-HIST-MOIS (WS-I-HIST) = WS-MOIS-PAIE
                   MOVE WS-I-HIST TO WS-HIST-TROUVE
               END-IF
           END-PERFORM.
           IF WS-HIST-TROUVE = 0
               IF WS-NB-HIST < WS-NB-HIST-MAX
                   ADD 1 TO WS-NB-HIST
                   MOVE WS-NB-HIST TO WS-HIST-TROUVE
               ELSE
                   DISPLAY "Table de l'historique pleine : employe "
                       FE-EMP-ID " non historise."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FE-EMP-ID TO WS-HIST-EMP-ID (WS-HIST-TROUVE).
           MOVE WS-MOIS-PAIE TO WS-HIST-MOIS (WS-HIST-TROUVE).
           MOVE WS-SALAIRE-BRUT TO WS-HIST-BRUT (WS-HIST-TROUVE).
           MOVE WS-IMPOT-TOTAL TO WS-HIST-IMPOT (WS-HIST-TROUVE).
           MOVE WS-DATE-BAREME-PAIE
               TO WS-HIST-DATE-BAREME (WS-HIST-TROUVE).
           MOVE WS-NET-A-PAYER TO WS-HIST-NET-VERSE (WS-HIST-TROUVE).
           MOVE FE-IBAN TO WS-HIST-IBAN (WS-HIST-TROUVE).
           MOVE 0 TO WS-HIST-IMPOT-AVANT-RAPPEL (WS-HIST-TROUVE).
           MOVE 0 TO WS-HIST-BAREME-AVANT-RAPPEL (WS-HIST-TROUVE).
           MOVE 0 TO WS-HIST-MOIS-RAPPEL (WS-HIST-TROUVE).

       REECRIRE-HISTORIQUE.
           OPEN OUTPUT F-HISTORIQUE.
           IF WS-FS-HISTORIQUE NOT = "00"
               DISPLAY "Erreur ouverture HPA001. FILE STATUS: "
                   WS-FS-HISTORIQUE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOIS-CONSERVE = (WS-PER-AA - 1) * 100 + 1.
           PERFORM VARYING WS-I-HIST FROM 1 BY 1
                   UNTIL WS-I-HIST > WS-NB-HIST
               IF WS-HIST-MOIS (WS-I-HIST) NOT < WS-MOIS-CONSERVE
                   MOVE WS-HIST-ENTRY (WS-I-HIST) TO FH-ENR-HISTORIQUE
                   WRITE FH-ENR-HISTORIQUE
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE F-HISTORIQUE.

      ****************************************************************
      * Rappel d'impot sur bareme retroactif : pour chaque mois de   *
      * la carte RAPPEL, l'impot du brut historise est recalcule au  *
      * jeu de BAR001 desormais en vigueur a cette date ; l'ecart    *
      * avec l'impot retenu est regularise sur le bulletin du run,   *
      * et porte au cumul CUM001 de l'annee du mois corrige          *
      ****************************************************************
       CHARGER-RAPPEL.
           OPEN INPUT F-RAPPEL.
           IF WS-FS-RAPPEL NOT = "00"
               CLOSE F-RAPPEL
               EXIT PARAGRAPH
           END-IF.
           READ F-RAPPEL
               AT END
                   MOVE SPACES TO FR-LIGNE-RAPPEL
           END-READ.
           CLOSE F-RAPPEL.
           IF FR-LIGNE-RAPPEL (1:7) NOT = "RAPPEL="
               OR FR-LIGNE-RAPPEL (8:6) IS NOT NUMERIC
               OR FR-LIGNE-RAPPEL (15:6) IS NOT NUMERIC
               DISPLAY "Carte de rappel RPL001 illisible : "
                   FR-LIGNE-RAPPEL " : pas de rappel."
               EXIT PARAGRAPH
           END-IF.
           MOVE FR-LIGNE-RAPPEL (8:6) TO WS-RAPPEL-DU.
           MOVE FR-LIGNE-RAPPEL (15:6) TO WS-RAPPEL-AU.
           IF WS-RAPPEL-DU > WS-RAPPEL-AU
               OR WS-RAPPEL-AU NOT < WS-MOIS-PAIE
               OR WS-RAPPEL-DU (5:2) < "01" OR WS-RAPPEL-DU (5:2) > "12"
               OR WS-RAPPEL-AU (5:2) < "01" OR WS-RAPPEL-AU (5:2) > "12"
               DISPLAY "Rappel " WS-RAPPEL-DU " a " WS-RAPPEL-AU
                   " refuse : les mois doivent preceder la periode "
                   "payee " WS-MOIS-PAIE "."
               EXIT PARAGRAPH
           END-IF.
           SET RAPPEL-DEMANDE TO TRUE.
           DISPLAY "Rappel d'impot demande pour les mois "
               WS-RAPPEL-DU " a " WS-RAPPEL-AU ".".

      * Recalcul des mois de l'employe courant, sans rien modifier :
      * le bareme de la periode est mis de cote, chaque mois passe
      * dans CALCULER-SALAIRE-NET avec son propre bareme. Un run
      * relance pour le meme mois reprend d'abord, carte RAPPEL ou
      * non, les regularisations que le premier run a deja portees
      * (l'historique corrige ne montre plus d'ecart) ; ces mois ne
      * sont pas recalcules.
       CALCULER-RAPPEL.
           MOVE 0 TO WS-NB-RG.
           MOVE 0 TO WS-REGUL-EMPLOYE.
           PERFORM VARYING WS-I-HIST FROM 1 BY 1
                   UNTIL WS-I-HIST > WS-NB-HIST
               IF WS-HIST-EMP-ID (WS-I-HIST) = FE-EMP-ID
                   AND WS-HIST-MOIS-RAPPEL (WS-I-HIST) = WS-MOIS-PAIE
                   PERFORM REPRENDRE-UN-RAPPEL
               END-IF
           END-PERFORM.
           IF NOT RAPPEL-DEMANDE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BAREME-SEUIL TO WS-SAUVE-SEUIL.
           MOVE WS-BAREME-TAUX TO WS-SAUVE-TAUX.
           PERFORM VARYING WS-I-HIST FROM 1 BY 1
                   UNTIL WS-I-HIST > WS-NB-HIST
               IF WS-HIST-EMP-ID (WS-I-HIST) = FE-EMP-ID
                   AND WS-HIST-MOIS (WS-I-HIST) NOT < WS-RAPPEL-DU
                   AND WS-HIST-MOIS (WS-I-HIST) NOT > WS-RAPPEL-AU
                   AND WS-HIST-MOIS-RAPPEL (WS-I-HIST)
                       NOT = WS-MOIS-PAIE
                   PERFORM RECALCULER-UN-MOIS
               END-IF
           END-PERFORM.
           MOVE WS-SAUVE-SEUIL TO WS-BAREME-SEUIL.
           MOVE WS-SAUVE-TAUX TO WS-BAREME-TAUX.

       RECALCULER-UN-MOIS.
           COMPUTE WS-DATE-RAPPEL = WS-HIST-MOIS (WS-I-HIST) * 100 + 31.
           PERFORM CHOISIR-BAREME-RAPPEL.
           MOVE WS-HIST-BRUT (WS-I-HIST) TO WS-SALAIRE-BRUT.
           PERFORM CALCULER-SALAIRE-NET.
           IF WS-IMPOT-TOTAL = WS-HIST-IMPOT (WS-I-HIST)
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-RG NOT < 24
               DISPLAY "Rappel de l'employe " FE-EMP-ID " limite a "
                   "24 mois."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RG.
           MOVE WS-I-HIST TO WS-RG-HIST (WS-NB-RG).
           MOVE WS-HIST-MOIS (WS-I-HIST) TO WS-RG-MOIS (WS-NB-RG).
           MOVE WS-HIST-IMPOT (WS-I-HIST) TO WS-RG-ANCIEN (WS-NB-RG).
           MOVE WS-IMPOT-TOTAL TO WS-RG-NOUVEAU (WS-NB-RG).
           COMPUTE WS-RG-ECART (WS-NB-RG) =
               WS-IMPOT-TOTAL - WS-HIST-IMPOT (WS-I-HIST).
           MOVE WS-DATE-BAREME-RAPPEL TO WS-RG-DATE-BAREME (WS-NB-RG).
           MOVE "N" TO WS-RG-REPRIS (WS-NB-RG).
           ADD WS-RG-ECART (WS-NB-RG) TO WS-REGUL-EMPLOYE.

      * Regularisation deja portee : l'ecart entre l'impot d'avant le
      * rappel et l'impot corrige, tels que le premier run les a
      * laisses dans l'historique.
       REPRENDRE-UN-RAPPEL.
           IF WS-NB-RG NOT < 24
               DISPLAY "Rappel de l'employe " FE-EMP-ID " limite a "
                   "24 mois."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RG.
           MOVE WS-I-HIST TO WS-RG-HIST (WS-NB-RG).
           MOVE WS-HIST-MOIS (WS-I-HIST) TO WS-RG-MOIS (WS-NB-RG).
           MOVE WS-HIST-IMPOT-AVANT-RAPPEL (WS-I-HIST)
               TO WS-RG-ANCIEN (WS-NB-RG).
           MOVE WS-HIST-IMPOT (WS-I-HIST) TO WS-RG-NOUVEAU (WS-NB-RG).
           COMPUTE WS-RG-ECART (WS-NB-RG) =
               WS-HIST-IMPOT (WS-I-HIST)
               - WS-HIST-IMPOT-AVANT-RAPPEL (WS-I-HIST).
           MOVE WS-HIST-DATE-BAREME (WS-I-HIST)
               TO WS-RG-DATE-BAREME (WS-NB-RG).
           SET RG-REPRIS (WS-NB-RG) TO TRUE.
           ADD WS-RG-ECART (WS-NB-RG) TO WS-REGUL-EMPLOYE.

      * Meme regle que RETENIR-JEU-EN-VIGUEUR, a la date du mois
      * rappele ; sans jeu en vigueur, le bareme historique.
       CHOISIR-BAREME-RAPPEL.
           MOVE 0 TO WS-JEU-RAPPEL.
           PERFORM VARYING WS-I-JEU FROM 1 BY 1
                   UNTIL WS-I-JEU > WS-NB-JEUX
               IF WS-JEU-DATE-EFFET (WS-I-JEU) <= WS-DATE-RAPPEL
                   AND WS-JEU-NB-TRANCHES (WS-I-JEU) = 4
                   IF WS-JEU-RAPPEL = 0
                       OR WS-JEU-DATE-EFFET (WS-I-JEU)
                       > WS-JEU-DATE-EFFET (WS-JEU-RAPPEL)
                       MOVE WS-I-JEU TO WS-JEU-RAPPEL
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JEU-RAPPEL = 0
               MOVE WS-REPLI-SEUIL TO WS-BAREME-SEUIL
               MOVE WS-REPLI-TAUX TO WS-BAREME-TAUX
               MOVE 0 TO WS-DATE-BAREME-RAPPEL
           ELSE
               PERFORM VARYING WS-I-TRANCHE FROM 1 BY 1
                       UNTIL WS-I-TRANCHE > 4
                   MOVE WS-JEU-SEUIL (WS-JEU-RAPPEL, WS-I-TRANCHE)
                       TO WS-SEUIL-TRANCHE (WS-I-TRANCHE)
                   MOVE WS-JEU-TAUX (WS-JEU-RAPPEL, WS-I-TRANCHE)
                       TO WS-TAUX-TRANCHE (WS-I-TRANCHE)
               END-PERFORM
               MOVE WS-JEU-DATE-EFFET (WS-JEU-RAPPEL)
                   TO WS-DATE-BAREME-RAPPEL
           END-IF.

      * La regularisation est retenue sur le net du mois ; si le net
      * n'y suffit pas, elle est reportee a un rappel ulterieur.
      * Appliquee, elle corrige l'historique (un second rappel des
      * memes mois ne trouve plus d'ecart), y note l'impot et le
      * bareme d'avant et le mois paye qui la porte, et corrige le
      * cumul CUM001 de l'annee de chaque mois corrige, pour les
      * attestations. Une regularisation reprise d'un premier run du
      * mois y est deja : elle n'est que retenue a nouveau, ou
      * annulee si elle est reportee cette fois.
       APPLIQUER-RAPPEL.
           MOVE WS-SALAIRE-NET TO WS-NET-A-PAYER.
           IF WS-REGUL-EMPLOYE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-REGUL-EMPLOYE > WS-SALAIRE-NET
               DISPLAY "ATTENTION : regularisation d'impot de "
                   "l'employe " FE-EMP-ID " superieure au net : "
                   "reportee."
               PERFORM VARYING WS-I-RG FROM 1 BY 1
                       UNTIL WS-I-RG > WS-NB-RG
                   IF RG-REPRIS (WS-I-RG)
                       PERFORM ANNULER-RAPPEL-PORTE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-REGUL-EMPLOYE
               MOVE 0 TO WS-NB-RG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NET-A-PAYER = WS-SALAIRE-NET - WS-REGUL-EMPLOYE.
           PERFORM VARYING WS-I-RG FROM 1 BY 1
                   UNTIL WS-I-RG > WS-NB-RG
               IF NOT RG-REPRIS (WS-I-RG)
                   MOVE WS-HIST-IMPOT (WS-RG-HIST (WS-I-RG))
                       TO WS-HIST-IMPOT-AVANT-RAPPEL
                          (WS-RG-HIST (WS-I-RG))
                   MOVE WS-HIST-DATE-BAREME (WS-RG-HIST (WS-I-RG))
                       TO WS-HIST-BAREME-AVANT-RAPPEL
                          (WS-RG-HIST (WS-I-RG))
                   MOVE WS-MOIS-PAIE
                       TO WS-HIST-MOIS-RAPPEL (WS-RG-HIST (WS-I-RG))
                   MOVE WS-RG-NOUVEAU (WS-I-RG)
                       TO WS-HIST-IMPOT (WS-RG-HIST (WS-I-RG))
                   MOVE WS-RG-DATE-BAREME (WS-I-RG)
                       TO WS-HIST-DATE-BAREME (WS-RG-HIST (WS-I-RG))
                   PERFORM CORRIGER-CUMUL-RAPPEL
               END-IF
           END-PERFORM.

      * Le mois corrige retrouve son impot et son bareme d'avant le
      * rappel, et CUM001 l'ecart retire : un rappel ulterieur le
      * recalculera.
       ANNULER-RAPPEL-PORTE.
           MOVE WS-HIST-IMPOT-AVANT-RAPPEL (WS-RG-HIST (WS-I-RG))
               TO WS-HIST-IMPOT (WS-RG-HIST (WS-I-RG)).
           MOVE WS-HIST-BAREME-AVANT-RAPPEL (WS-RG-HIST (WS-I-RG))
               TO WS-HIST-DATE-BAREME (WS-RG-HIST (WS-I-RG)).
           MOVE 0 TO WS-HIST-MOIS-RAPPEL (WS-RG-HIST (WS-I-RG)).
           COMPUTE WS-RG-ECART (WS-I-RG) = 0 - WS-RG-ECART (WS-I-RG).
           PERFORM CORRIGER-CUMUL-RAPPEL.

       CORRIGER-CUMUL-RAPPEL.
           MOVE WS-RG-MOIS (WS-I-RG) (1:4) TO WS-ANNEE-RG.
           MOVE "N" TO WS-CUMUL-TROUVE.
           PERFORM VARYING WS-I-CUMUL FROM 1 BY 1
                   UNTIL WS-I-CUMUL > WS-NB-CUMULS
                   OR CUMUL-TROUVE
               IF WS-CUM-EMP-ID (WS-I-CUMUL) = FE-EMP-ID
                   AND WS-CUM-ANNEE (WS-I-CUMUL) = WS-ANNEE-RG
                   SET CUMUL-TROUVE TO TRUE
                   ADD WS-RG-ECART (WS-I-RG)
                       TO WS-CUM-IMPOTS (WS-I-CUMUL)
                   SUBTRACT WS-RG-ECART (WS-I-RG)
                       FROM WS-CUM-NET (WS-I-CUMUL)
               END-IF
           END-PERFORM.
           IF NOT CUMUL-TROUVE
               DISPLAY "ATTENTION : pas de cumul " WS-ANNEE-RG
                   " pour l'employe " FE-EMP-ID " : rappel du mois "
                   WS-RG-MOIS (WS-I-RG) " non reporte dans CUM001."
           END-IF.

      ****************************************************************
      * Retenues durables : chargement de RET001 en table, puis pour *
      * chaque employe prelevement sur le net, par ordre de          *
      * priorite, de la mensualite ou de la quotite saisissable,     *
      * dans la limite du solde restant du et sans descendre sous le *
      * minimum protege ; reecriture complete du fichier en fin de   *
      * run                                                          *
      ****************************************************************
       CHARGER-RETENUES.
           ACCEPT WS-MINIMUM-PROTEGE-ENV FROM ENVIRONMENT
               "MINIMUM_PROTEGE_PAIE".
           IF WS-MINIMUM-PROTEGE-ENV NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MINIMUM-PROTEGE-ENV) = 0
               MOVE FUNCTION NUMVAL(WS-MINIMUM-PROTEGE-ENV)
                   TO WS-MINIMUM-PROTEGE
           END-IF.
           OPEN INPUT F-RETENUES.
           IF WS-FS-RETENUES NOT = "00"
               SET FIN-FICHIER-RETENUES TO TRUE
           END-IF.
           PERFORM CHARGER-UNE-RETENUE UNTIL FIN-FICHIER-RETENUES.
           CLOSE F-RETENUES.
           IF WS-NB-RET > 0
               DISPLAY WS-NB-RET " retenue(s) sur salaire chargee(s) "
                   "de RET001."
           END-IF.

      * Un run relance pour le meme mois rend au solde la retenue
      * deja prelevee ce mois-la, qui est prelevee a nouveau.
       CHARGER-UNE-RETENUE.
           READ F-RETENUES
               AT END
                   SET FIN-FICHIER-RETENUES TO TRUE
           END-READ.
           IF FIN-FICHIER-RETENUES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-I-TR.
           PERFORM VARYING WS-I-RET FROM 1 BY 1
                   UNTIL WS-I-RET > WS-NB-TYPES-RETENUE
               IF WS-TR-TYPE (WS-I-RET) = FO-TYPE
                   MOVE WS-I-RET TO WS-I-TR
               END-IF
           END-PERFORM.
           IF WS-I-TR = 0
               DISPLAY "Type de retenue inconnu '" FO-TYPE "' pour "
                   "le matricule " FO-EMP-ID " : ignoree."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-RET NOT < WS-NB-RET-MAX
               DISPLAY "Table des retenues pleine : retenue "
                   FO-TYPE " du matricule " FO-EMP-ID " ignoree."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RET.
           MOVE FO-ENR-RETENUE TO WS-RET-ENTRY (WS-NB-RET).
           IF WS-RET-DERNIER-MOIS (WS-NB-RET) = WS-MOIS-PAIE
               ADD WS-RET-RETENU-MOIS (WS-NB-RET)
                   TO WS-RET-SOLDE (WS-NB-RET)
               MOVE 0 TO WS-RET-RETENU-MOIS (WS-NB-RET)
           END-IF.

      * Les retenues encore dues de l'employe sont rangees par
      * priorite (a priorite egale, dans l'ordre du fichier), puis
      * prelevees sur le net a payer apres regularisation d'impot.
       APPLIQUER-RETENUES.
           MOVE 0 TO WS-NB-RE.
           MOVE 0 TO WS-RETENUES-EMPLOYE.
           PERFORM VARYING WS-I-RET FROM 1 BY 1
                   UNTIL WS-I-RET > WS-NB-RET
               IF WS-RET-EMP-ID (WS-I-RET) = FE-EMP-ID
                   AND WS-RET-SOLDE (WS-I-RET) > 0
                   PERFORM RANGER-UNE-RETENUE
               END-IF
           END-PERFORM.
           IF WS-NB-RE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NET-DISPONIBLE.
           IF WS-NET-A-PAYER > WS-MINIMUM-PROTEGE
               COMPUTE WS-NET-DISPONIBLE =
                   WS-NET-A-PAYER - WS-MINIMUM-PROTEGE
           END-IF.
           PERFORM CALCULER-QUOTITE-SAISISSABLE.
           PERFORM VARYING WS-I-RE FROM 1 BY 1
                   UNTIL WS-I-RE > WS-NB-RE
               PERFORM PRELEVER-UNE-RETENUE
           END-PERFORM.
           SUBTRACT WS-RETENUES-EMPLOYE FROM WS-NET-A-PAYER.

       RANGER-UNE-RETENUE.
           IF WS-NB-RE NOT < 10
               DISPLAY "ATTENTION : plus de 10 retenues pour "
                   "l'employe " FE-EMP-ID " : retenue "
                   WS-RET-TYPE (WS-I-RET) " de "
                   WS-RET-CREANCIER (WS-I-RET) " non prelevee."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-RE.
           MOVE WS-I-RET TO WS-RE-RET (WS-NB-RE).
           MOVE 0 TO WS-RE-MONTANT (WS-NB-RE).
           PERFORM VARYING WS-J-RE FROM WS-NB-RE BY -1
                   UNTIL WS-J-RE < 2
               IF WS-RET-PRIORITE (WS-RE-RET (WS-J-RE - 1))
                   > WS-RET-PRIORITE (WS-RE-RET (WS-J-RE))
                   MOVE WS-RE-ENTRY (WS-J-RE) TO WS-RE-ECHANGE
                   MOVE WS-RE-ENTRY (WS-J-RE - 1)
                       TO WS-RE-ENTRY (WS-J-RE)
                   MOVE WS-RE-ECHANGE TO WS-RE-ENTRY (WS-J-RE - 1)
               END-IF
           END-PERFORM.

      * Quotite saisissable du net a payer, par tranches du bareme
      * legal comme l'impot par tranches du bareme d'imposition :
      * partagee entre les retenues sans mensualite.
       CALCULER-QUOTITE-SAISISSABLE.
           MOVE 0 TO WS-QUOTITE-SAISISSABLE.
           MOVE 0 TO WS-SEUIL-BAS.
           PERFORM VARYING WS-I-TRANCHE FROM 1 BY 1
                   UNTIL WS-I-TRANCHE > WS-NB-TRANCHES-SAISIE
               IF WS-NET-A-PAYER > WS-SEUIL-BAS
                   IF WS-NET-A-PAYER > WS-SEUIL-SAISIE (WS-I-TRANCHE)
                       COMPUTE WS-MONTANT-TRANCHE =
                           WS-SEUIL-SAISIE (WS-I-TRANCHE)
                           - WS-SEUIL-BAS
                   ELSE
                       COMPUTE WS-MONTANT-TRANCHE =
                           WS-NET-A-PAYER - WS-SEUIL-BAS
                   END-IF
                   COMPUTE WS-IMPOT-TRANCHE ROUNDED =
                       WS-MONTANT-TRANCHE
                       * WS-TAUX-SAISIE (WS-I-TRANCHE) / 100
                   ADD WS-IMPOT-TRANCHE TO WS-QUOTITE-SAISISSABLE
               END-IF
               MOVE WS-SEUIL-SAISIE (WS-I-TRANCHE) TO WS-SEUIL-BAS
           END-PERFORM.

       PRELEVER-UNE-RETENUE.
           MOVE WS-RE-RET (WS-I-RE) TO WS-I-RET.
           IF WS-RET-MENSUALITE (WS-I-RET) = 0
               MOVE WS-QUOTITE-SAISISSABLE TO WS-MONTANT-RETENUE
           ELSE
               MOVE WS-RET-MENSUALITE (WS-I-RET) TO WS-MONTANT-RETENUE
           END-IF.
           IF WS-MONTANT-RETENUE > WS-RET-SOLDE (WS-I-RET)
               MOVE WS-RET-SOLDE (WS-I-RET) TO WS-MONTANT-RETENUE
           END-IF.
           IF WS-MONTANT-RETENUE > WS-NET-DISPONIBLE
               MOVE WS-NET-DISPONIBLE TO WS-MONTANT-RETENUE
           END-IF.
           IF WS-RET-MENSUALITE (WS-I-RET) = 0
               SUBTRACT WS-MONTANT-RETENUE FROM WS-QUOTITE-SAISISSABLE
           END-IF.
           SUBTRACT WS-MONTANT-RETENUE FROM WS-NET-DISPONIBLE.
           SUBTRACT WS-MONTANT-RETENUE FROM WS-RET-SOLDE (WS-I-RET).
           ADD WS-MONTANT-RETENUE TO WS-RETENUES-EMPLOYE.
           MOVE WS-MONTANT-RETENUE TO WS-RE-MONTANT (WS-I-RE).
           MOVE WS-MOIS-PAIE TO WS-RET-DERNIER-MOIS (WS-I-RET).
           MOVE WS-MONTANT-RETENUE TO WS-RET-RETENU-MOIS (WS-I-RET).
           PERFORM VARYING WS-I-TR FROM 1 BY 1
                   UNTIL WS-I-TR > WS-NB-TYPES-RETENUE
               IF WS-TR-TYPE (WS-I-TR) = WS-RET-TYPE (WS-I-RET)
                   ADD WS-MONTANT-RETENUE TO WS-TT-RETENU (WS-I-TR)
               END-IF
           END-PERFORM.

      * Une retenue soldee avant ce mois n'est pas reecrite ; soldee
      * ce mois-ci, elle est gardee pour un run relance.
       REECRIRE-RETENUES.
           IF WS-NB-RET = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT F-RETENUES.
           IF WS-FS-RETENUES NOT = "00"
               DISPLAY "Erreur ouverture RET001. FILE STATUS: "
                   WS-FS-RETENUES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I-RET FROM 1 BY 1
                   UNTIL WS-I-RET > WS-NB-RET
               IF WS-RET-SOLDE (WS-I-RET) > 0
                   OR WS-RET-DERNIER-MOIS (WS-I-RET) = WS-MOIS-PAIE
                   MOVE WS-RET-ENTRY (WS-I-RET) TO FO-ENR-RETENUE
                   WRITE FO-ENR-RETENUE
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE F-RETENUES.
           DISPLAY "Soldes des retenues mis a jour dans RET001.".

      ****************************************************************
      * Proratisation du brut pour les mois incomplets : la portion  *
      * du mois couverte par le contrat (de la date d'entree a la    *
      * date de sortie) est rapportee au mois entier, en jours       *
      * ouvres via calendar-jours-ouvres. Un contrat couvrant tout   *
      * le mois paie le brut entier, comme avant.                    *
      ****************************************************************
       CALCULER-PRORATA.
           MOVE "N" TO WS-PRORATISE.
           MOVE WS-PER-AA TO WS-MD-AA.
           MOVE WS-PER-MM TO WS-MD-MM.
           MOVE 0 TO WS-MD-JJ.
           MOVE WS-PER-AA TO WS-CU-ANNEE.
           MOVE WS-PER-MM TO WS-CU-MOIS.
           MOVE 1 TO WS-CU-JOUR.
           CALL "calendar-utils" USING WS-CU-ANNEE WS-CU-MOIS
               WS-CU-JOUR WS-CU-BISSEXTILE WS-CU-JOURS-MOIS
               WS-CU-JOUR-ANNEE.
           COMPUTE WS-MOIS-FIN = WS-MOIS-DEBUT + WS-CU-JOURS-MOIS.
      * Jours ouvres du mois entier.
           MOVE "N" TO WS-CJO-FONCTION.
           MOVE WS-MOIS-DEBUT TO WS-CJO-DATE.
           MOVE WS-MOIS-FIN TO WS-CJO-DATE2.
           CALL "calendar-jours-ouvres" USING WS-CJO-PARAMS.
           MOVE WS-CJO-RESULTAT-NB TO WS-JO-MOIS.
      * Fenetre couverte par le contrat a l'interieur du mois.
           COMPUTE WS-DEBUT-TRAVAIL = WS-MOIS-DEBUT + 1.
           IF FE-DATE-ENTREE > WS-DEBUT-TRAVAIL
               MOVE FE-DATE-ENTREE TO WS-DEBUT-TRAVAIL
           END-IF.
           MOVE WS-MOIS-FIN TO WS-FIN-TRAVAIL.
           IF FE-DATE-SORTIE > 0
               AND FE-DATE-SORTIE < WS-FIN-TRAVAIL
               MOVE FE-DATE-SORTIE TO WS-FIN-TRAVAIL
           END-IF.
           IF WS-DEBUT-TRAVAIL > WS-FIN-TRAVAIL
               MOVE 0 TO WS-JO-TRAVAILLES
           ELSE
               MOVE "N" TO WS-CJO-FONCTION
               COMPUTE WS-CJO-DATE = WS-DEBUT-TRAVAIL - 1
               MOVE WS-FIN-TRAVAIL TO WS-CJO-DATE2
               CALL "calendar-jours-ouvres" USING WS-CJO-PARAMS
               MOVE WS-CJO-RESULTAT-NB TO WS-JO-TRAVAILLES
           END-IF.
           IF WS-JO-TRAVAILLES < WS-JO-MOIS
               AND WS-JO-MOIS > 0
               SET MOIS-PRORATISE TO TRUE
               COMPUTE WS-SALAIRE-BRUT ROUNDED =
                   WS-SALAIRE-BRUT * WS-JO-TRAVAILLES / WS-JO-MOIS
           END-IF.

      ****************************************************************
      * Fichier de virements VIR001 : entete avec la reference de    *
      * periode, un credit par employe paye, trailer nombre/somme.   *
      * Le trailer n'est ecrit et le fichier declare libere que si   *
      * la somme des credits retombe exactement sur le total des     *
      * nets du run.                                                 *
      ****************************************************************
       ECRIRE-ENTETE-VIREMENTS.
           MOVE SPACES TO WS-LIGNE.
           STRING "ENTETE;PAIE-" WS-PERIODE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-VIREMENT.

       ECRIRE-CREDIT-VIREMENT.
      * Un employe sans net (mois entierement hors contrat) ne
      * genere pas de credit.
           IF WS-NET-A-PAYER = 0
               EXIT PARAGRAPH
           END-IF.
           IF FE-IBAN = SPACES
               DISPLAY "ATTENTION : employe " FE-EMP-ID " sans "
                   "IBAN, credit non emis."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NET-A-PAYER TO WS-VIR-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "CREDIT;" FE-EMP-ID ";"
               FUNCTION TRIM(FE-IBAN) ";"
               WS-VIR-MONTANT-AFF ";PAIE-" WS-PERIODE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-VIREMENT.
           ADD 1 TO WS-VIR-NOMBRE.
           ADD WS-NET-A-PAYER TO WS-VIR-TOTAL.

      * La part prelevee pour un creancier qui a un IBAN lui est
      * viree ; sans IBAN (avance), elle reste a l'employeur.
       ECRIRE-CREDITS-CREANCIERS.
           PERFORM VARYING WS-I-RE FROM 1 BY 1
                   UNTIL WS-I-RE > WS-NB-RE
               MOVE WS-RE-RET (WS-I-RE) TO WS-I-RET
               IF WS-RE-MONTANT (WS-I-RE) > 0
                   AND WS-RET-IBAN (WS-I-RET) NOT = SPACES
                   PERFORM ECRIRE-CREDIT-CREANCIER
               END-IF
           END-PERFORM.

       ECRIRE-CREDIT-CREANCIER.
           MOVE WS-RE-MONTANT (WS-I-RE) TO WS-VIR-MONTANT-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "CREDIT;" FE-EMP-ID ";"
               FUNCTION TRIM(WS-RET-IBAN (WS-I-RET)) ";"
               WS-VIR-MONTANT-AFF ";PAIE-" WS-PERIODE ";"
               WS-RET-TYPE (WS-I-RET)
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-VIREMENT.
           ADD 1 TO WS-VIR-NOMBRE.
           ADD WS-RE-MONTANT (WS-I-RE) TO WS-VIR-TOTAL.
           ADD WS-RE-MONTANT (WS-I-RE) TO WS-VIR-TOTAL-RETENUES.
           PERFORM VARYING WS-I-TR FROM 1 BY 1
                   UNTIL WS-I-TR > WS-NB-TYPES-RETENUE
               IF WS-TR-TYPE (WS-I-TR) = WS-RET-TYPE (WS-I-RET)
                   ADD WS-RE-MONTANT (WS-I-RE) TO WS-TT-VIRE (WS-I-TR)
               END-IF
           END-PERFORM.

       CLOTURER-VIREMENTS.
           MOVE WS-VIR-TOTAL TO WS-VIR-TOTAL-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL;" WS-VIR-NOMBRE ";" WS-VIR-TOTAL-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-VIREMENT.
           CLOSE F-VIREMENTS.
      * Les employes sans IBAN ou sans net ne sont pas credites :
      * leur net manque alors a la somme et le fichier est bloque,
      * a corriger avant envoi.
      * Somme conforme mais alertes au controle des ecarts : le
      * fichier reste en attente de la validation d'un superviseur.
      * Les parts virees aux creanciers s'ajoutent aux nets.
           PERFORM CLOTURER-ALERTES.
           MOVE SPACES TO FS-ENR-ETAT-VIR.
           IF WS-VIR-TOTAL = WS-TOTAL-NETS + WS-VIR-TOTAL-RETENUES
               SET VIREMENTS-LIBERES TO TRUE
               IF WS-NB-ALERTES > 0
                   SET FS-VIR-ATTENTE TO TRUE
                   DISPLAY "Fichier de virements VIR001 EN ATTENTE : "
                       WS-NB-ALERTES " alerte(s) dans ECP001, a "
                       "valider par LIBERE-VIREMENTS."
               ELSE
                   SET FS-VIR-LIBERE TO TRUE
                   DISPLAY "Fichier de virements VIR001 libere : "
                       WS-VIR-NOMBRE " credit(s), somme conforme au "
                       "total des nets."
               END-IF
           ELSE
               SET FS-VIR-BLOQUE TO TRUE
               DISPLAY "ATTENTION : somme des credits "
                   WS-VIR-TOTAL " differente du total des nets "
                   WS-TOTAL-NETS " et des retenues virees "
                   WS-VIR-TOTAL-RETENUES " : VIR001 NON libere."
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM ECRIRE-ETAT-VIREMENTS.

       ECRIRE-LIGNE-VIREMENT.
           MOVE WS-LIGNE TO FV-LIGNE-VIREMENT.
                   WS-FS-VIREMENTS
           END-IF.

       ECRIRE-ETAT-VIREMENTS.
           STRING "PAIE-" WS-PERIODE DELIMITED BY SIZE
               INTO FS-REFERENCE
           END-STRING.
           MOVE ";" TO FS-ENR-ETAT-VIR (14:1).
           MOVE ";" TO FS-ENR-ETAT-VIR (22:1).
           MOVE ";" TO FS-ENR-ETAT-VIR (27:1).
           MOVE ";" TO FS-ENR-ETAT-VIR (32:1).
           MOVE ";" TO FS-ENR-ETAT-VIR (46:1).
           MOVE ";" TO FS-ENR-ETAT-VIR (50:1).
           MOVE WS-NB-ALERTES TO FS-NB-ALERTES.
           MOVE WS-VIR-NOMBRE TO FS-NB-CREDITS.
           MOVE WS-VIR-TOTAL TO FS-SOMME.
           MOVE "RUN" TO FS-OPERATEUR.
           ACCEPT FS-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT F-ETAT-VIREMENTS.
           IF WS-FS-ETAT-VIR NOT = "00"
               DISPLAY "Erreur ouverture VST001. FILE STATUS: "
                   WS-FS-ETAT-VIR " : VIR001 NON libere."
               MOVE "N" TO WS-FICHIER-LIBERE
               EXIT PARAGRAPH
           END-IF.
           WRITE FS-ENR-ETAT-VIR.
           CLOSE F-ETAT-VIREMENTS.

      ****************************************************************
      * Controle des ecarts avant liberation de VIR001 : le net de   *
      * chaque employe est confronte a celui du mois precedent dans  *
      * l'historique ; ecart au-dela du seuil, nouvel employe,       *
      * sortant encore paye et IBAN change sont signales dans ECP001 *
      ****************************************************************
       PREPARER-CONTROLE-ECARTS.
           ACCEPT WS-SEUIL-ECART-ENV FROM ENVIRONMENT
               "SEUIL_ECART_PAIE".
           IF WS-SEUIL-ECART-ENV NOT = SPACES
               AND FUNCTION TRIM(WS-SEUIL-ECART-ENV) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SEUIL-ECART-ENV)
                   TO WS-SEUIL-ECART
           END-IF.
           IF WS-PER-MM = 1
               COMPUTE WS-MOIS-PRECEDENT = (WS-PER-AA - 1) * 100 + 12
           ELSE
               COMPUTE WS-MOIS-PRECEDENT = WS-MOIS-PAIE - 1
           END-IF.

       ECRIRE-ENTETE-ALERTES.
           MOVE SPACES TO WS-LIGNE.
           STRING "ENTETE;PAIE-" WS-PERIODE ";PRECEDENT="
               WS-MOIS-PRECEDENT ";SEUIL=" WS-SEUIL-ECART "%"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ALERTE.

       CONTROLER-ECARTS.
           MOVE 0 TO WS-HIST-PRECEDENT.
           PERFORM VARYING WS-I-HIST FROM 1 BY 1
                   UNTIL WS-I-HIST > WS-NB-HIST
                   OR WS-HIST-PRECEDENT > 0
               IF WS-HIST-EMP-ID (WS-I-HIST) = FE-EMP-ID
                   AND WS-HIST-MOIS (WS-I-HIST) = WS-MOIS-PRECEDENT
                   MOVE WS-I-HIST TO WS-HIST-PRECEDENT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NET-PRECEDENT.
           IF WS-HIST-PRECEDENT > 0
               MOVE WS-HIST-NET-VERSE (WS-HIST-PRECEDENT)
                   TO WS-NET-PRECEDENT
           END-IF.
           IF FE-DATE-SORTIE > 0
               AND FE-DATE-SORTIE NOT > WS-MOIS-DEBUT
               AND WS-NET-A-PAYER > 0
               MOVE "PAR" TO WS-CODE-ALERTE
               STRING "sorti le " FE-DATE-SORTIE
                   DELIMITED BY SIZE INTO WS-DETAIL-ALERTE
               END-STRING
               PERFORM ECRIRE-ALERTE
           END-IF.
           IF WS-NET-A-PAYER = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIST-PRECEDENT = 0
               MOVE "NOU" TO WS-CODE-ALERTE
               MOVE "pas de paie le mois precedent"
                   TO WS-DETAIL-ALERTE
               PERFORM ECRIRE-ALERTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NET-A-PAYER > WS-NET-PRECEDENT
               COMPUTE WS-ECART-NET =
                   WS-NET-A-PAYER - WS-NET-PRECEDENT
           ELSE
               COMPUTE WS-ECART-NET =
                   WS-NET-PRECEDENT - WS-NET-A-PAYER
           END-IF.
           IF WS-NET-PRECEDENT = 0
               MOVE 99999 TO WS-ECART-PCT
           ELSE
               COMPUTE WS-ECART-PCT =
                   WS-ECART-NET * 100 / WS-NET-PRECEDENT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-ECART-PCT
               END-COMPUTE
           END-IF.
           IF WS-ECART-NET * 100 > WS-SEUIL-ECART * WS-NET-PRECEDENT
               MOVE "ECA" TO WS-CODE-ALERTE
               MOVE WS-ECART-PCT TO WS-ECART-PCT-AFF
               STRING "ecart de " WS-ECART-PCT-AFF " %"
                   DELIMITED BY SIZE INTO WS-DETAIL-ALERTE
               END-STRING
               PERFORM ECRIRE-ALERTE
           END-IF.
           IF WS-HIST-IBAN (WS-HIST-PRECEDENT) NOT = FE-IBAN
               MOVE "IBA" TO WS-CODE-ALERTE
               MOVE "IBAN modifie depuis le mois prec."
                   TO WS-DETAIL-ALERTE
               PERFORM ECRIRE-ALERTE
           END-IF.

      * ALERTE;matricule;motif;net;net precedent;detail.
       ECRIRE-ALERTE.
           ADD 1 TO WS-NB-ALERTES.
           MOVE WS-NET-A-PAYER TO WS-NET-ALERTE-AFF.
           MOVE WS-NET-PRECEDENT TO WS-NET-PREC-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "ALERTE;" FE-EMP-ID ";" WS-CODE-ALERTE ";"
               WS-NET-ALERTE-AFF ";" WS-NET-PREC-AFF ";"
               WS-DETAIL-ALERTE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ALERTE.
           MOVE SPACES TO WS-DETAIL-ALERTE.

       CLOTURER-ALERTES.
           MOVE WS-NB-ALERTES TO WS-NB-ALERTES-AFF.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL;" WS-NB-ALERTES-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-ALERTE.
           CLOSE F-ALERTES-PAIE.

       ECRIRE-LIGNE-ALERTE.
           MOVE WS-LIGNE TO FA-LIGNE-ALERTE.
           WRITE FA-LIGNE-ALERTE.
           IF WS-FS-ALERTES NOT = "00"
               DISPLAY "Erreur ecriture ECP001. FILE STATUS: "
                   WS-FS-ALERTES
           END-IF.

      ****************************************************************
      * Etat mensuel du cout employeur CEM001 : une ligne par        *
      * bulletin, puis le total par cotisation, et le controle : la  *
      * somme des totaux par cotisation retombe sur la somme des     *
      * cotisations des bulletins, et bruts + cotisations = couts    *
      ****************************************************************
       OUVRIR-ETAT-COUT.
           OPEN OUTPUT F-COUT-EMPLOYEUR.
           IF WS-FS-COUT NOT = "00"
               DISPLAY "Erreur ouverture CEM001. FILE STATUS: "
                   WS-FS-COUT " : etat du cout employeur non edite."
               EXIT PARAGRAPH
           END-IF.
           SET ETAT-COUT-OUVERT TO TRUE.
           MOVE SPACES TO WS-LIGNE.
           STRING "COUT EMPLOYEUR - PAIE " WS-PERIODE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-COUT.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-COUT.
           MOVE SPACES TO WS-LIGNE.
           MOVE "MATRICULE  NOM" TO WS-LIGNE (1:14).
           MOVE "BRUT" TO WS-LIGNE (39:4).
           MOVE "COTISATIONS" TO WS-LIGNE (47:11).
           MOVE "COUT" TO WS-LIGNE (69:4).
           PERFORM ECRIRE-LIGNE-COUT.

       ECRIRE-LIGNE-COUT-EMPLOYE.
           IF NOT ETAT-COUT-OUVERT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-SALAIRE-BRUT TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-MONTANT-AFF.
           MOVE FE-EMP-ID TO WS-LIGNE (1:5).
           MOVE FE-NAME (1:16) TO WS-LIGNE (12:16).
           MOVE WS-MONTANT-AFF TO WS-LIGNE (29:14).
           MOVE WS-CHARGES-EMPLOYE TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (44:14).
           MOVE WS-COUT-EMPLOYE TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (59:14).
           PERFORM ECRIRE-LIGNE-COUT.

       CLOTURER-ETAT-COUT.
           IF NOT ETAT-COUT-OUVERT
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-COUT.
           MOVE SPACES TO WS-LIGNE.
           MOVE "TOTAL" TO WS-LIGNE (1:5).
           MOVE WS-NB-EMPLOYES TO WS-LIGNE (12:4).
           MOVE "bulletin(s)" TO WS-LIGNE (17:11).
           MOVE WS-TOTAL-BRUTS TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (29:14).
           MOVE WS-TOTAL-CHARGES TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (44:14).
           MOVE WS-TOTAL-COUTS TO WS-FORMAT-EDIT-CURRENCY.
           MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (59:14).
           PERFORM ECRIRE-LIGNE-COUT.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-COUT.
           MOVE SPACES TO WS-LIGNE.
           MOVE "PAR COTISATION" TO WS-LIGNE (1:14).
           MOVE "TAUX" TO WS-LIGNE (24:4).
           MOVE "BASE" TO WS-LIGNE (39:4).
           MOVE "MONTANT" TO WS-LIGNE (51:7).
           PERFORM ECRIRE-LIGNE-COUT.
           MOVE 0 TO WS-TOTAL-PAR-COTISATION.
           PERFORM VARYING WS-I-COT FROM 1 BY 1
                   UNTIL WS-I-COT > WS-NB-COT
               MOVE SPACES TO WS-LIGNE
               MOVE WS-COT-LIBELLE (WS-I-COT) TO WS-LIGNE (1:20)
               MOVE WS-COT-TAUX (WS-I-COT) TO WS-TAUX-COT-AFF
               MOVE WS-TAUX-COT-AFF TO WS-LIGNE (22:6)
               MOVE WS-COT-TOTAL-BASE (WS-I-COT)
                   TO WS-FORMAT-EDIT-CURRENCY
               MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (29:14)
               MOVE WS-COT-TOTAL-MONTANT (WS-I-COT)
                   TO WS-FORMAT-EDIT-CURRENCY
               MOVE WS-FORMAT-EDIT-CURRENCY TO WS-LIGNE (44:14)
               PERFORM ECRIRE-LIGNE-COUT
               ADD WS-COT-TOTAL-MONTANT (WS-I-COT)
                   TO WS-TOTAL-PAR-COTISATION
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-COUT.
           IF WS-TOTAL-PAR-COTISATION = WS-TOTAL-CHARGES
               AND WS-TOTAL-BRUTS + WS-TOTAL-CHARGES = WS-TOTAL-COUTS
               MOVE "Controle OK : cotisations = total des bulletins, "
                   & "bruts + cotisations = couts." TO WS-LIGNE
           ELSE
               MOVE "ATTENTION : l'etat ne retombe pas sur les bulleti"
                   & "ns !" TO WS-LIGNE
               DISPLAY "ATTENTION : ecart dans l'etat du cout employeur"
                   " CEM001 !"
           END-IF.
           PERFORM ECRIRE-LIGNE-COUT.
           CLOSE F-COUT-EMPLOYEUR.
           DISPLAY "Etat du cout employeur edite sur CEM001.".

       ECRIRE-LIGNE-COUT.
           MOVE WS-LIGNE TO FK-LIGNE-COUT.
           WRITE FK-LIGNE-COUT.
           IF WS-FS-COUT NOT = "00"
               DISPLAY "Erreur ecriture CEM001. FILE STATUS: "
                   WS-FS-COUT
           END-IF.

      ****************************************************************
      * Cout de la paie par centre de couts contre le budget : le    *
      * realise du mois de chaque centre est ajoute a l'historique   *
      * CCR001, d'ou se tire le cumul depuis janvier ; le budget du  *
      * mois et le budget cumule viennent de BUD001. L'etat CCB001   *
      * donne pour chaque centre le mois puis le cumul, avec l'ecart *
      * au budget ; un depassement est signale en fin de ligne       *
      ****************************************************************
       CHARGER-REALISE-CENTRES.
           OPEN INPUT F-REALISE-CENTRES.
           IF WS-FS-REALISE NOT = "00"
               SET FIN-FICHIER-REALISE TO TRUE
           END-IF.
           PERFORM CHARGER-UN-REALISE UNTIL FIN-FICHIER-REALISE.
           CLOSE F-REALISE-CENTRES.

      * Le realise deja porte pour le mois paye vient d'un run
      * precedent : il est remplace par celui de ce run.
       CHARGER-UN-REALISE.
           READ F-REALISE-CENTRES
               AT END
                   SET FIN-FICHIER-REALISE TO TRUE
           END-READ.
           IF NOT FIN-FICHIER-REALISE
               AND FY-MOIS NOT = WS-MOIS-PAIE
               IF WS-NB-RC < WS-NB-RC-MAX
                   ADD 1 TO WS-NB-RC
                   MOVE FY-ENR-REALISE TO WS-RC-ENTRY (WS-NB-RC)
               ELSE
                   DISPLAY "Table du realise par centre pleine : "
                       FY-CENTRE "/" FY-MOIS " ignore."
               END-IF
           END-IF.

       CUMULER-CENTRE-COUT.
           MOVE FE-CENTRE-COUT TO WS-CODE-CENTRE.
           IF WS-CODE-CENTRE = SPACES
               MOVE "NONAFF" TO WS-CODE-CENTRE
           END-IF.
           PERFORM LOCALISER-CENTRE.
           IF WS-CC-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WS-SALAIRE-BRUT TO WS-CC-BRUT (WS-CC-TROUVE).
           ADD WS-COUT-EMPLOYE TO WS-CC-COUT (WS-CC-TROUVE).
           IF WS-SALAIRE-BRUT > 0
               ADD 1 TO WS-CC-EFFECTIF (WS-CC-TROUVE)
           END-IF.

      * Entree du centre WS-CODE-CENTRE, creee a sa premiere
      * apparition (0 si la table est pleine).
       LOCALISER-CENTRE.
           MOVE 0 TO WS-CC-TROUVE.
           PERFORM VARYING WS-I-CC FROM 1 BY 1
                   UNTIL WS-I-CC > WS-NB-CC
                   OR WS-CC-TROUVE > 0
               IF WS-CC-CODE (WS-I-CC) = WS-CODE-CENTRE
                   MOVE WS-I-CC TO WS-CC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CC-TROUVE > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CC NOT < WS-NB-CC-MAX
               DISPLAY "Table des centres de couts pleine : centre "
                   WS-CODE-CENTRE " non suivi."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CC.
           MOVE WS-NB-CC TO WS-CC-TROUVE.
           INITIALIZE WS-CC-ENTRY (WS-CC-TROUVE).
           MOVE WS-CODE-CENTRE TO WS-CC-CODE (WS-CC-TROUVE).

       PRODUIRE-ETAT-CENTRES.
           COMPUTE WS-MOIS-JANVIER = WS-PER-AA * 100 + 1.
           PERFORM ENREGISTRER-REALISE-MOIS.
           PERFORM VARYING WS-I-RC FROM 1 BY 1
                   UNTIL WS-I-RC > WS-NB-RC
               IF WS-RC-MOIS (WS-I-RC) NOT < WS-MOIS-JANVIER
                   AND WS-RC-MOIS (WS-I-RC) NOT > WS-MOIS-PAIE
                   MOVE WS-RC-CENTRE (WS-I-RC) TO WS-CODE-CENTRE
                   PERFORM LOCALISER-CENTRE
                   IF WS-CC-TROUVE > 0
                       ADD WS-RC-BRUT (WS-I-RC)
                           TO WS-CC-BRUT-CUMUL (WS-CC-TROUVE)
                       ADD WS-RC-COUT (WS-I-RC)
                           TO WS-CC-COUT-CUMUL (WS-CC-TROUVE)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CHARGER-BUDGETS.
           PERFORM VARYING WS-I-CC FROM 1 BY 1
                   UNTIL WS-I-CC NOT < WS-NB-CC
               PERFORM VARYING WS-J-CC FROM 1 BY 1
                       UNTIL WS-J-CC > WS-NB-CC - WS-I-CC
                   PERFORM ORDONNER-DEUX-CENTRES
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT F-ETAT-CENTRES.
           IF WS-FS-ETAT-CENTRES NOT = "00"
               DISPLAY "Erreur ouverture CCB001. FILE STATUS: "
                   WS-FS-ETAT-CENTRES " : etat par centre non edite."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "COUT DE LA PAIE PAR CENTRE - PAIE " WS-PERIODE
               " - CUMUL DEPUIS JANVIER " WS-PER-AA
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-CENTRE.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CENTRE.
           MOVE SPACES TO WS-LIGNE.
           MOVE "CENTRE" TO WS-LIGNE (1:6).
           MOVE "BRUT" TO WS-LIGNE (21:4).
           MOVE "COUT" TO WS-LIGNE (33:4).
           MOVE "BUDGET" TO WS-LIGNE (43:6).
           MOVE "ECART" TO WS-LIGNE (57:5).
           MOVE "EFF." TO WS-LIGNE (63:4).
           MOVE "BUD." TO WS-LIGNE (68:4).
           PERFORM ECRIRE-LIGNE-CENTRE.
           PERFORM VARYING WS-I-CC FROM 1 BY 1
                   UNTIL WS-I-CC > WS-NB-CC
               PERFORM EDITER-UN-CENTRE
           END-PERFORM.
           MOVE ALL "-" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CENTRE.
           MOVE WS-TOTAUX-CENTRES TO WS-CENTRE-EDITE.
           SET EDITION-TOTAL TO TRUE.
           PERFORM EDITER-LIGNES-CENTRE.
           MOVE "N" TO WS-EDITION-TOTAL.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE-CENTRE.
           IF WS-TC-BRUT = WS-TOTAL-BRUTS
               AND WS-TC-COUT = WS-TOTAL-COUTS
               MOVE "Controle OK : centres = bruts et couts du run."
                   TO WS-LIGNE
           ELSE
               MOVE "ATTENTION : les centres ne retombent pas sur le "
                   & "run !" TO WS-LIGNE
               DISPLAY "ATTENTION : ecart dans l'etat par centre "
                   "CCB001 !"
           END-IF.
           PERFORM ECRIRE-LIGNE-CENTRE.
           CLOSE F-ETAT-CENTRES.
           IF WS-NB-DEPASSEMENTS > 0
               DISPLAY "Etat par centre edite sur CCB001 : "
                   WS-NB-DEPASSEMENTS " depassement(s) du budget."
           ELSE
               DISPLAY "Etat par centre edite sur CCB001 : budgets "
                   "respectes."
           END-IF.

      * Le realise du mois de chaque centre rejoint l'historique.
       ENREGISTRER-REALISE-MOIS.
           PERFORM VARYING WS-I-CC FROM 1 BY 1
                   UNTIL WS-I-CC > WS-NB-CC
               IF WS-NB-RC < WS-NB-RC-MAX
                   ADD 1 TO WS-NB-RC
                   MOVE WS-CC-CODE (WS-I-CC) TO WS-RC-CENTRE (WS-NB-RC)
                   MOVE WS-MOIS-PAIE TO WS-RC-MOIS (WS-NB-RC)
                   MOVE WS-CC-BRUT (WS-I-CC) TO WS-RC-BRUT (WS-NB-RC)
                   MOVE WS-CC-COUT (WS-I-CC) TO WS-RC-COUT (WS-NB-RC)
                   MOVE WS-CC-EFFECTIF (WS-I-CC)
                       TO WS-RC-EFFECTIF (WS-NB-RC)
               ELSE
                   DISPLAY "Table du realise par centre pleine : "
                       "centre " WS-CC-CODE (WS-I-CC) " non historise."
               END-IF
           END-PERFORM.

      * Les budgets de janvier au mois paye font le budget cumule ;
      * celui du mois paye est aussi le budget du mois.
       CHARGER-BUDGETS.
           OPEN INPUT F-BUDGETS.
           IF WS-FS-BUDGETS NOT = "00"
               DISPLAY "BUD001 absent : centres sans budget."
           ELSE
               PERFORM LIRE-LIGNE-BUDGET
               PERFORM CHARGER-UN-BUDGET UNTIL FIN-FICHIER-BUDGETS
           END-IF.
           CLOSE F-BUDGETS.

       LIRE-LIGNE-BUDGET.
           READ F-BUDGETS
               AT END
                   SET FIN-FICHIER-BUDGETS TO TRUE
           END-READ.

       CHARGER-UN-BUDGET.
           IF FU-LIGNE-BUDGET NOT = SPACES
               AND FU-LIGNE-BUDGET (1:1) NOT = "*"
               MOVE SPACES TO WS-VALEUR-CENTRE WS-VALEUR-MOIS
                   WS-VALEUR-BUDGET WS-VALEUR-EFFECTIF
               UNSTRING FU-LIGNE-BUDGET DELIMITED BY ";"
                   INTO WS-VALEUR-CENTRE WS-VALEUR-MOIS
                       WS-VALEUR-BUDGET WS-VALEUR-EFFECTIF
               END-UNSTRING
               IF FUNCTION TRIM(WS-VALEUR-MOIS) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL(WS-VALEUR-BUDGET) = 0
                   MOVE FUNCTION NUMVAL(WS-VALEUR-MOIS)
                       TO WS-MOIS-BUDGET
                   IF WS-MOIS-BUDGET NOT < WS-MOIS-JANVIER
                       AND WS-MOIS-BUDGET NOT > WS-MOIS-PAIE
                       PERFORM RETENIR-UN-BUDGET
                   END-IF
               ELSE
                   DISPLAY "Ligne de budget BUD001 illisible : "
                       FU-LIGNE-BUDGET
               END-IF
           END-IF.
           PERFORM LIRE-LIGNE-BUDGET.

       RETENIR-UN-BUDGET.
           MOVE WS-VALEUR-CENTRE TO WS-CODE-CENTRE.
           PERFORM LOCALISER-CENTRE.
           IF WS-CC-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD FUNCTION NUMVAL(WS-VALEUR-BUDGET)
               TO WS-CC-BUDGET-CUMUL (WS-CC-TROUVE).
           IF WS-MOIS-BUDGET = WS-MOIS-PAIE
               ADD FUNCTION NUMVAL(WS-VALEUR-BUDGET)
                   TO WS-CC-BUDGET (WS-CC-TROUVE)
               IF FUNCTION TRIM(WS-VALEUR-EFFECTIF) IS NUMERIC
                   ADD FUNCTION NUMVAL(WS-VALEUR-EFFECTIF)
                       TO WS-CC-BUDGET-EFF (WS-CC-TROUVE)
               END-IF
           END-IF.

       ORDONNER-DEUX-CENTRES.
           IF WS-CC-CODE (WS-J-CC) > WS-CC-CODE (WS-J-CC + 1)
               MOVE WS-CC-ENTRY (WS-J-CC) TO WS-CENTRE-EDITE
               MOVE WS-CC-ENTRY (WS-J-CC + 1) TO WS-CC-ENTRY (WS-J-CC)
               MOVE WS-CENTRE-EDITE TO WS-CC-ENTRY (WS-J-CC + 1)
           END-IF.

       EDITER-UN-CENTRE.
           ADD WS-CC-BRUT (WS-I-CC) TO WS-TC-BRUT.
           ADD WS-CC-COUT (WS-I-CC) TO WS-TC-COUT.
           ADD WS-CC-EFFECTIF (WS-I-CC) TO WS-TC-EFFECTIF.
           ADD WS-CC-BUDGET (WS-I-CC) TO WS-TC-BUDGET.
           ADD WS-CC-BUDGET-EFF (WS-I-CC) TO WS-TC-BUDGET-EFF.
           ADD WS-CC-BRUT-CUMUL (WS-I-CC) TO WS-TC-BRUT-CUMUL.
           ADD WS-CC-COUT-CUMUL (WS-I-CC) TO WS-TC-COUT-CUMUL.
           ADD WS-CC-BUDGET-CUMUL (WS-I-CC) TO WS-TC-BUDGET-CUMUL.
           MOVE WS-CC-ENTRY (WS-I-CC) TO WS-CENTRE-EDITE.
           PERFORM EDITER-LIGNES-CENTRE.

      * Les deux lignes d'un centre (ou du total), prises dans
      * WS-CENTRE-EDITE : le mois, avec l'effectif paye contre
      * l'effectif budgete, puis le cumul. Cout au-dela du budget :
      * DEPASSE ; cout sans budget : HORS BUD ; effectif au-dela du
      * budget : EFFECTIF.
       EDITER-LIGNES-CENTRE.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-CE-CODE TO WS-LIGNE (1:6).
           MOVE "MOIS" TO WS-LIGNE (8:4).
           MOVE WS-CE-BRUT TO WS-CC-MONTANT-AFF.
           MOVE WS-CC-MONTANT-AFF TO WS-LIGNE (14:11).
           MOVE WS-CE-COUT TO WS-CC-MONTANT-AFF.
           MOVE WS-CC-MONTANT-AFF TO WS-LIGNE (26:11).
           MOVE WS-CE-BUDGET TO WS-CC-MONTANT-AFF.
           MOVE WS-CC-MONTANT-AFF TO WS-LIGNE (38:11).
           COMPUTE WS-CC-ECART = WS-CE-COUT - WS-CE-BUDGET.
           MOVE WS-CC-ECART TO WS-CC-ECART-AFF.
           MOVE WS-CC-ECART-AFF TO WS-LIGNE (50:12).
           MOVE WS-CE-EFFECTIF TO WS-CC-EFF-AFF.
           MOVE WS-CC-EFF-AFF TO WS-LIGNE (63:4).
           MOVE WS-CE-BUDGET-EFF TO WS-CC-EFF-AFF.
           MOVE WS-CC-EFF-AFF TO WS-LIGNE (68:4).
           EVALUATE TRUE
               WHEN WS-CE-BUDGET = 0
                   AND WS-CE-COUT > 0
                   MOVE "HORS BUD" TO WS-LIGNE (73:8)
               WHEN WS-CC-ECART > 0
                   MOVE "DEPASSE" TO WS-LIGNE (73:8)
               WHEN WS-CE-BUDGET-EFF > 0
                   AND WS-CE-EFFECTIF > WS-CE-BUDGET-EFF
                   MOVE "EFFECTIF" TO WS-LIGNE (73:8)
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-CENTRE-SIGNALEE.
           MOVE SPACES TO WS-LIGNE.
           MOVE "CUMUL" TO WS-LIGNE (8:5).
           MOVE WS-CE-BRUT-CUMUL TO WS-CC-MONTANT-AFF.
           MOVE WS-CC-MONTANT-AFF TO WS-LIGNE (14:11).
           MOVE WS-CE-COUT-CUMUL TO WS-CC-MONTANT-AFF.
           MOVE WS-CC-MONTANT-AFF TO WS-LIGNE (26:11).
           MOVE WS-CE-BUDGET-CUMUL TO WS-CC-MONTANT-AFF.
           MOVE WS-CC-MONTANT-AFF TO WS-LIGNE (38:11).
           COMPUTE WS-CC-ECART = WS-CE-COUT-CUMUL - WS-CE-BUDGET-CUMUL.
           MOVE WS-CC-ECART TO WS-CC-ECART-AFF.
           MOVE WS-CC-ECART-AFF TO WS-LIGNE (50:12).
           EVALUATE TRUE
               WHEN WS-CE-BUDGET-CUMUL = 0
                   AND WS-CE-COUT-CUMUL > 0
                   MOVE "HORS BUD" TO WS-LIGNE (73:8)
               WHEN WS-CC-ECART > 0
                   MOVE "DEPASSE" TO WS-LIGNE (73:8)
           END-EVALUATE.
           PERFORM ECRIRE-LIGNE-CENTRE-SIGNALEE.

       ECRIRE-LIGNE-CENTRE-SIGNALEE.
           IF WS-LIGNE (73:8) NOT = SPACES
               AND NOT EDITION-TOTAL
               ADD 1 TO WS-NB-DEPASSEMENTS
           END-IF.
           PERFORM ECRIRE-LIGNE-CENTRE.

       ECRIRE-LIGNE-CENTRE.
           MOVE WS-LIGNE TO FN-LIGNE-CENTRE.
           WRITE FN-LIGNE-CENTRE.
           IF WS-FS-ETAT-CENTRES NOT = "00"
               DISPLAY "Erreur ecriture CCB001. FILE STATUS: "
                   WS-FS-ETAT-CENTRES
           END-IF.

       REECRIRE-REALISE-CENTRES.
           OPEN OUTPUT F-REALISE-CENTRES.
           IF WS-FS-REALISE NOT = "00"
               DISPLAY "Erreur ouverture CCR001. FILE STATUS: "
                   WS-FS-REALISE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOIS-CONSERVE = (WS-PER-AA - 1) * 100 + 1.
           PERFORM VARYING WS-I-RC FROM 1 BY 1
                   UNTIL WS-I-RC > WS-NB-RC
               IF WS-RC-MOIS (WS-I-RC) NOT < WS-MOIS-CONSERVE
                   MOVE WS-RC-ENTRY (WS-I-RC) TO FY-ENR-REALISE
                   WRITE FY-ENR-REALISE
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE F-REALISE-CENTRES.

      ****************************************************************
      * Journal comptable JCP001 : les totaux du run en ecritures    *
      * sur les comptes de CPJ001. Refuse (aucune ligne emise) si un *
      * compte manque, si les debits ne retombent pas sur les        *
      * credits, ou si la periode a deja ete journalisee dans JSQ001 *
      ****************************************************************
       PRODUIRE-JOURNAL.
           MOVE "N" TO WS-JOURNAL-REFUSE.
           ACCEPT WS-DATE-RUN FROM DATE YYYYMMDD.
           PERFORM CHARGER-COMPTES-JOURNAL.
           PERFORM PREPARER-ECRITURES.
           PERFORM CONTROLER-EQUILIBRE.
           PERFORM CONTROLER-SEQUENCE-JOURNAL.
           OPEN OUTPUT F-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Erreur ouverture JCP001. FILE STATUS: "
                   WS-FS-JOURNAL
               EXIT PARAGRAPH
           END-IF.
      * Un journal refuse laisse JCP001 vide : un journal d'un run
      * precedent ne peut pas rester en place et partir a nouveau.
           IF JOURNAL-REFUSE
               CLOSE F-JOURNAL
               DISPLAY "ATTENTION : journal comptable JCP001 NON "
                   "libere."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LIGNE.
           STRING "ENTETE;JOURNAL-PAIE;" WS-PERIODE ";"
               WS-JRN-SEQUENCE ";" WS-DATE-RUN
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-JOURNAL.
           PERFORM VARYING WS-I-ECRITURE FROM 1 BY 1
                   UNTIL WS-I-ECRITURE > WS-NB-ECRITURES
               MOVE WS-EC-MONTANT (WS-I-ECRITURE) TO WS-VIR-TOTAL-AFF
               MOVE SPACES TO WS-LIGNE
               STRING "LIGNE;" WS-JRN-SEQUENCE ";"
                   FUNCTION TRIM(WS-EC-COMPTE (WS-I-ECRITURE)) ";"
                   WS-EC-SENS (WS-I-ECRITURE) ";"
                   WS-VIR-TOTAL-AFF ";"
                   FUNCTION TRIM(WS-EC-LIBELLE (WS-I-ECRITURE)) " "
                   WS-PER-MM "/" WS-PER-AA
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-JOURNAL
           END-PERFORM.
           MOVE SPACES TO WS-LIGNE.
           STRING "TOTAL;" WS-JRN-SEQUENCE ";" WS-NB-ECRITURES ";"
               WS-JRN-DEBITS-AFF ";" WS-JRN-CREDITS-AFF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE-JOURNAL.
           CLOSE F-JOURNAL.
           PERFORM ENREGISTRER-SEQUENCE-JOURNAL.

       CHARGER-COMPTES-JOURNAL.
           OPEN INPUT F-COMPTES-JOURNAL.
           IF WS-FS-COMPTES NOT = "00"
               DISPLAY "CPJ001 absent : comptes du journal inconnus."
           ELSE
               PERFORM LIRE-LIGNE-COMPTE
               PERFORM CHARGER-UN-COMPTE UNTIL FIN-FICHIER-COMPTES
           END-IF.
           CLOSE F-COMPTES-JOURNAL.

       LIRE-LIGNE-COMPTE.
           READ F-COMPTES-JOURNAL
               AT END
                   SET FIN-FICHIER-COMPTES TO TRUE
           END-READ.

       CHARGER-UN-COMPTE.
           IF FP-LIGNE-COMPTE NOT = SPACES
               AND FP-LIGNE-COMPTE (1:1) NOT = "*"
               AND WS-NB-COMPTES < WS-NB-COMPTES-MAX
               MOVE SPACES TO WS-VALEUR-RUBRIQUE WS-VALEUR-COMPTE
               UNSTRING FP-LIGNE-COMPTE DELIMITED BY ";"
                   INTO WS-VALEUR-RUBRIQUE WS-VALEUR-COMPTE
               END-UNSTRING
               ADD 1 TO WS-NB-COMPTES
               MOVE WS-VALEUR-RUBRIQUE
                   TO WS-CPT-RUBRIQUE (WS-NB-COMPTES)
               MOVE WS-VALEUR-COMPTE TO WS-CPT-COMPTE (WS-NB-COMPTES)
           END-IF.
           PERFORM LIRE-LIGNE-COMPTE.

      * Les ecritures du run : charge de salaires au debit, impots
      * retenus et nets dus au credit ; reglement des nets vires au
      * debit du compte des nets contre le compte de virement ;
      * retenues sur salaire au credit du compte de leur type, la
      * part viree aux creanciers au debit de ce meme compte ;
      * cotisations patronales en charge contre les organismes. Une
      * ecriture a zero n'est pas emise.
       PREPARER-ECRITURES.
           MOVE 0 TO WS-NB-ECRITURES.
           MOVE "BRUT" TO WS-NOUV-RUBRIQUE.
           MOVE "D" TO WS-NOUV-SENS.
           MOVE WS-TOTAL-BRUTS TO WS-NOUV-MONTANT.
           MOVE "Salaires bruts" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
           MOVE "IMPOT" TO WS-NOUV-RUBRIQUE.
           MOVE "C" TO WS-NOUV-SENS.
           MOVE WS-TOTAL-IMPOTS TO WS-NOUV-MONTANT.
           MOVE "Impots retenus" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
      * Un rappel d'impot en faveur de l'employe se passe au debit.
           MOVE "IMPOT" TO WS-NOUV-RUBRIQUE.
           IF WS-TOTAL-REGULS < 0
               MOVE "D" TO WS-NOUV-SENS
           ELSE
               MOVE "C" TO WS-NOUV-SENS
           END-IF.
           MOVE WS-TOTAL-REGULS TO WS-NOUV-MONTANT.
           MOVE "Regularisation impot" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
           MOVE "NET" TO WS-NOUV-RUBRIQUE.
           MOVE "C" TO WS-NOUV-SENS.
           MOVE WS-TOTAL-NETS TO WS-NOUV-MONTANT.
           MOVE "Nets a payer" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
           MOVE "NET" TO WS-NOUV-RUBRIQUE.
           MOVE "D" TO WS-NOUV-SENS.
           COMPUTE WS-NOUV-MONTANT =
               WS-VIR-TOTAL - WS-VIR-TOTAL-RETENUES.
           MOVE "Reglement des nets" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
           PERFORM VARYING WS-I-TR FROM 1 BY 1
                   UNTIL WS-I-TR > WS-NB-TYPES-RETENUE
               MOVE WS-TR-RUBRIQUE (WS-I-TR) TO WS-NOUV-RUBRIQUE
               MOVE "C" TO WS-NOUV-SENS
               MOVE WS-TT-RETENU (WS-I-TR) TO WS-NOUV-MONTANT
               MOVE SPACES TO WS-NOUV-LIBELLE
               STRING "Retenues " WS-TR-LIBELLE (WS-I-TR)
                   DELIMITED BY SIZE INTO WS-NOUV-LIBELLE
               END-STRING
               PERFORM AJOUTER-ECRITURE
               MOVE "D" TO WS-NOUV-SENS
               MOVE WS-TT-VIRE (WS-I-TR) TO WS-NOUV-MONTANT
               MOVE SPACES TO WS-NOUV-LIBELLE
               STRING "Reglement " WS-TR-LIBELLE (WS-I-TR)
                   DELIMITED BY SIZE INTO WS-NOUV-LIBELLE
               END-STRING
               PERFORM AJOUTER-ECRITURE
           END-PERFORM.
           MOVE "VIREMENT" TO WS-NOUV-RUBRIQUE.
           MOVE "C" TO WS-NOUV-SENS.
           MOVE WS-VIR-TOTAL TO WS-NOUV-MONTANT.
           MOVE "Virements des nets" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
           MOVE "CHARGES" TO WS-NOUV-RUBRIQUE.
           MOVE "D" TO WS-NOUV-SENS.
           MOVE WS-TOTAL-CHARGES TO WS-NOUV-MONTANT.
           MOVE "Cotisations patronales" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.
           MOVE "ORGANISMES" TO WS-NOUV-RUBRIQUE.
           MOVE "C" TO WS-NOUV-SENS.
           MOVE WS-TOTAL-CHARGES TO WS-NOUV-MONTANT.
           MOVE "Cotisations a payer" TO WS-NOUV-LIBELLE.
           PERFORM AJOUTER-ECRITURE.

       AJOUTER-ECRITURE.
           IF WS-NOUV-MONTANT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-ECRITURES.
           MOVE WS-NOUV-RUBRIQUE TO WS-EC-RUBRIQUE (WS-NB-ECRITURES).
           MOVE WS-NOUV-SENS TO WS-EC-SENS (WS-NB-ECRITURES).
           MOVE WS-NOUV-MONTANT TO WS-EC-MONTANT (WS-NB-ECRITURES).
           MOVE WS-NOUV-LIBELLE TO WS-EC-LIBELLE (WS-NB-ECRITURES).
           MOVE SPACES TO WS-EC-COMPTE (WS-NB-ECRITURES).
           PERFORM VARYING WS-I-COMPTE FROM 1 BY 1
                   UNTIL WS-I-COMPTE > WS-NB-COMPTES
               IF WS-CPT-RUBRIQUE (WS-I-COMPTE) = WS-NOUV-RUBRIQUE
                   MOVE WS-CPT-COMPTE (WS-I-COMPTE)
                       TO WS-EC-COMPTE (WS-NB-ECRITURES)
               END-IF
           END-PERFORM.
           IF WS-EC-COMPTE (WS-NB-ECRITURES) = SPACES
               DISPLAY "ATTENTION : rubrique " WS-NOUV-RUBRIQUE
                   " sans compte dans CPJ001."
               SET JOURNAL-REFUSE TO TRUE
           END-IF.

       CONTROLER-EQUILIBRE.
           MOVE 0 TO WS-JRN-DEBITS.
           MOVE 0 TO WS-JRN-CREDITS.
           PERFORM VARYING WS-I-ECRITURE FROM 1 BY 1
                   UNTIL WS-I-ECRITURE > WS-NB-ECRITURES
               IF WS-EC-SENS (WS-I-ECRITURE) = "D"
                   ADD WS-EC-MONTANT (WS-I-ECRITURE) TO WS-JRN-DEBITS
               ELSE
                   ADD WS-EC-MONTANT (WS-I-ECRITURE) TO WS-JRN-CREDITS
               END-IF
           END-PERFORM.
           MOVE WS-JRN-DEBITS TO WS-JRN-DEBITS-AFF.
           MOVE WS-JRN-CREDITS TO WS-JRN-CREDITS-AFF.
           IF WS-JRN-DEBITS NOT = WS-JRN-CREDITS
               DISPLAY "ATTENTION : journal desequilibre, debits "
                   WS-JRN-DEBITS-AFF " credits " WS-JRN-CREDITS-AFF
                   "."
               SET JOURNAL-REFUSE TO TRUE
           END-IF.

      * Le numero suit le dernier de JSQ001 ; une periode deja
      * presente dans l'historique a deja ete comptabilisee.
       CONTROLER-SEQUENCE-JOURNAL.
           MOVE 0 TO WS-JRN-SEQUENCE.
           MOVE 0 TO WS-JRN-SEQ-PERIODE.
           OPEN INPUT F-SEQUENCES-JOURNAL.
           IF WS-FS-SEQUENCES = "00"
               PERFORM LIRE-SEQUENCE-JOURNAL
               PERFORM EXAMINER-SEQUENCE-JOURNAL
                   UNTIL FIN-FICHIER-SEQUENCES
           END-IF.
           CLOSE F-SEQUENCES-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE.
           IF WS-JRN-SEQ-PERIODE > 0
               DISPLAY "ATTENTION : periode " WS-PERIODE " deja "
                   "journalisee sous la sequence " WS-JRN-SEQ-PERIODE
                   "."
               SET JOURNAL-REFUSE TO TRUE
           END-IF.

       LIRE-SEQUENCE-JOURNAL.
           READ F-SEQUENCES-JOURNAL
               AT END
                   SET FIN-FICHIER-SEQUENCES TO TRUE
           END-READ.

       EXAMINER-SEQUENCE-JOURNAL.
           IF FQ-SEQUENCE IS NUMERIC
               IF FQ-SEQUENCE > WS-JRN-SEQUENCE
                   MOVE FQ-SEQUENCE TO WS-JRN-SEQUENCE
               END-IF
               IF FQ-PERIODE = WS-PERIODE
                   MOVE FQ-SEQUENCE TO WS-JRN-SEQ-PERIODE
               END-IF
           END-IF.
           PERFORM LIRE-SEQUENCE-JOURNAL.

       ENREGISTRER-SEQUENCE-JOURNAL.
           OPEN EXTEND F-SEQUENCES-JOURNAL.
           IF WS-FS-SEQUENCES NOT = "00"
               AND WS-FS-SEQUENCES NOT = "05"
               DISPLAY "Erreur ouverture JSQ001. FILE STATUS: "
                   WS-FS-SEQUENCES " : journal NON libere."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FQ-ENR-SEQUENCE.
           MOVE WS-JRN-SEQUENCE TO FQ-SEQUENCE.
           MOVE WS-PERIODE TO FQ-PERIODE.
           MOVE WS-DATE-RUN TO FQ-DATE-RUN.
           MOVE ";" TO FQ-ENR-SEQUENCE (7:1).
           MOVE ";" TO FQ-ENR-SEQUENCE (16:1).
           WRITE FQ-ENR-SEQUENCE.
           CLOSE F-SEQUENCES-JOURNAL.
           SET JOURNAL-LIBERE TO TRUE.
           DISPLAY "Journal comptable JCP001 libere : sequence "
               WS-JRN-SEQUENCE ", " WS-NB-ECRITURES " ligne(s), "
               "debits = credits = " WS-JRN-DEBITS-AFF ".".

       ECRIRE-LIGNE-JOURNAL.
           MOVE WS-LIGNE TO FJ-LIGNE-JOURNAL.
           WRITE FJ-LIGNE-JOURNAL.
           IF WS-FS-JOURNAL NOT = "00"
               DISPLAY "Erreur ecriture JCP001. FILE STATUS: "
                   WS-FS-JOURNAL
           END-IF.

      ****************************************************************
      * Chargement des elements variables de la periode (VAR001)     *
      ****************************************************************
      ****************************************************************
       APPLIQUER-VARIABLES.
           MOVE 0 TO WS-NB-VAR-EMPLOYE.
           MOVE 0 TO WS-CP-PRIS-PERIODE.
           MOVE 0 TO WS-CUMUL-VARIABLES-EMPLOYE.
           COMPUTE WS-TAUX-HORAIRE ROUNDED =
               FE-SALAIRE-BRUT / 152.
                   ELSE
                       MOVE 0 TO WS-MONTANT-VARIABLE
                   END-IF
      * Les conges payes pris ne touchent pas le brut : ils sont
      * portes au compteur de l'employe par GERER-CONGES.
               WHEN "CP"
                   ADD WS-VAR-QUANTITE (WS-V) TO WS-CP-PRIS-PERIODE
                   MOVE 0 TO WS-MONTANT-VARIABLE
               WHEN OTHER
                   DISPLAY "Type d'element variable inconnu '"
                       WS-VAR-TYPE (WS-V) "' pour le matricule "
