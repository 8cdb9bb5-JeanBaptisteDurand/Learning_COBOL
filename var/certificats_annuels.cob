
       DATA DIVISION.
       FILE SECTION.
      * Au format de PAIE-EMPLOYES ; les cotisations patronales,
      * part employeur, ne figurent pas sur l'attestation.
       FD F-CUMULS
           RECORD CONTAINS 49 CHARACTERS.
       01 FC-ENR-CUMUL.
           05 FC-EMP-ID PIC 9(5).
           05 FC-ANNEE  PIC 9(4).
           05 FC-BRUT   PIC 9(8)V99.
           05 FC-IMPOTS PIC 9(8)V99.
           05 FC-NET    PIC 9(8)V99.
           05 FC-CHARGES PIC 9(8)V99.

       FD F-CERTIFICATS.
       01 FC-LIGNE-CERTIFICAT PIC X(80).
