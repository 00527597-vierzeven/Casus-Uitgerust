      * Copybook SchoonmaakIndeling
      * Toewijzing van een te schoonmaken woning aan een medewerker op
      * een wisseldag (SchoonmaakPlanning). SchoonmaakStatusBeheer
      * neemt de ingedeelde medewerker over als niet is opgegeven wie
      * de schoonmaak deed
         02 (pf)-Wisseldatum PIC 9(8).
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Woningnummer PIC 99.
         02 (pf)-Sectie PIC X(10).
         02 (pf)-SchoonmakerCode PIC X(4).
         02 (pf)-Volgorde PIC 99.
         02 (pf)-Minuten PIC 999.
         02 (pf)-Soort PIC X.
           88 (pf)-SoortVertrek VALUE "V".
           88 (pf)-SoortTussen VALUE "T".
