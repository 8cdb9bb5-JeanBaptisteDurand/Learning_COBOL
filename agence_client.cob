       IDENTIFICATION DIVISION.
       PROGRAM-ID. agence-client.

      * Rattachement d'un client a son agence, dans le style
      * sous-programme de cle-phonetique : recoit un code postal et
      * rend le code agence a deux chiffres (00 = non rattache). Le
      * referentiel AGE001 porte, apres le code et le libelle, la
      * liste des departements couverts par l'agence :
      *     01;Agence Paris;75,77,78,91,92,93,94,95
      * (FILE-EXAMPLE ne lit que les deux premiers champs et n'est
      * pas gene par le troisieme). Le referentiel est charge au
      * premier appel puis garde en memoire ; un departement couvert
      * par deux agences reste a la premiere qui le cite.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AGENCES ASSIGN TO DYNAMIC WS-NOM-AGE001
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENCES.

       DATA DIVISION.
       FILE SECTION.
       FD F-AGENCES.
       01 FS-LIGNE-AGENCE PIC X(160).

       WORKING-STORAGE SECTION.
      * Noms physiques des fichiers : prefixes par bac-a-sable
      * quand le bac a sable est actif (variable BAC_A_SABLE).
       01 WS-NOMS-FICHIERS.
           05 WS-NOM-AGE001    PIC X(30) VALUE "AGE001".
       01 WS-DEMANDE-BAC-A-SABLE.
           05 WS-BS-FONCTION    PIC X(01) VALUE "T".
           05 WS-BS-NB-NOMS     PIC 9(03) VALUE 1.
           05 WS-BS-ETAT        PIC X(01) VALUE SPACE.
              88 BAC-A-SABLE-ACTIF VALUE "O".
           05 WS-BS-PREFIXE     PIC X(08).
           05 WS-BS-NOM         PIC X(40).
           05 WS-BS-CODE-RETOUR PIC 9(02).

       01 WS-FS-AGENCES    PIC X(02).
       01 WS-FIN-AGENCES   PIC X(01) VALUE "N".
           88 FIN-FICHIER-AGENCES VALUE "O".
       01 WS-CHARGE        PIC X(01) VALUE "N".
           88 REFERENTIEL-CHARGE VALUE "O".

      * Agence de chaque departement (indice = departement + 1).
       01 WS-TABLE-DEPARTEMENTS.
           05 WS-AGENCE-DEPT PIC 9(02) VALUE 0 OCCURS 100 TIMES.

       01 WS-CHAMP-CODE    PIC X(02).
       01 WS-CHAMP-LIBELLE PIC X(30).
       01 WS-CHAMP-DEPTS   PIC X(120).
       01 WS-DEPT-LU       PIC X(03).
       01 WS-POINTEUR      PIC 9(03).
       01 WS-AGENCE-LUE    PIC 9(02).
       01 WS-D             PIC 9(03).
       01 WS-CP-TRAVAIL    PIC 9(05).
       01 WS-CP-TRAVAIL-X REDEFINES WS-CP-TRAVAIL.
           05 WS-CP-DEPT   PIC 9(02).
           05 FILLER       PIC X(03).

       LINKAGE SECTION.
       01 AG-CODE-POSTAL   PIC 9(05).
       01 AG-AGENCE        PIC 9(02).

       PROCEDURE DIVISION USING AG-CODE-POSTAL AG-AGENCE.
       MAIN-PROCEDURE.
           CALL "bac-a-sable" USING WS-DEMANDE-BAC-A-SABLE
               WS-NOMS-FICHIERS.
           IF WS-BS-CODE-RETOUR NOT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT REFERENTIEL-CHARGE
               PERFORM CHARGER-REFERENTIEL
           END-IF.
           MOVE AG-CODE-POSTAL TO WS-CP-TRAVAIL.
           COMPUTE WS-D = WS-CP-DEPT + 1.
           MOVE WS-AGENCE-DEPT (WS-D) TO AG-AGENCE.
           GOBACK.

       CHARGER-REFERENTIEL.
           SET REFERENTIEL-CHARGE TO TRUE.
           OPEN INPUT F-AGENCES.
           IF WS-FS-AGENCES NOT = "00"
               SET FIN-FICHIER-AGENCES TO TRUE
           END-IF.
           PERFORM CHARGER-UNE-AGENCE UNTIL FIN-FICHIER-AGENCES.
           CLOSE F-AGENCES.

       CHARGER-UNE-AGENCE.
           READ F-AGENCES
               AT END
                   SET FIN-FICHIER-AGENCES TO TRUE
           END-READ.
           IF FIN-FICHIER-AGENCES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CHAMP-CODE WS-CHAMP-LIBELLE
               WS-CHAMP-DEPTS.
           UNSTRING FS-LIGNE-AGENCE DELIMITED BY ";"
               INTO WS-CHAMP-CODE WS-CHAMP-LIBELLE WS-CHAMP-DEPTS
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CHAMP-CODE) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-CHAMP-CODE) TO WS-AGENCE-LUE.
           MOVE 1 TO WS-POINTEUR.
           PERFORM RATTACHER-UN-DEPARTEMENT
               UNTIL WS-POINTEUR > 120.

       RATTACHER-UN-DEPARTEMENT.
           MOVE SPACES TO WS-DEPT-LU.
           UNSTRING WS-CHAMP-DEPTS DELIMITED BY ","
               INTO WS-DEPT-LU
               WITH POINTER WS-POINTEUR
           END-UNSTRING.
           IF WS-DEPT-LU = SPACES
               MOVE 121 TO WS-POINTEUR
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-DEPT-LU) IS NUMERIC
               COMPUTE WS-D = FUNCTION NUMVAL(WS-DEPT-LU) + 1
               IF WS-D <= 100 AND WS-AGENCE-DEPT (WS-D) = 0
                   MOVE WS-AGENCE-LUE TO WS-AGENCE-DEPT (WS-D)
               END-IF
           END-IF.
