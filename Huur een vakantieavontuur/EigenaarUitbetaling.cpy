      * Copybook EigenaarUitbetaling
      * Uitbetaling aan een particuliere eigenaar, klaargezet door de
      * kwartaalafrekening (EigenarenAfrekening) en uitbetaald via de
      * betaalbatch (BetaalBatch); batch- en volgnummer en de datum van
      * afschrijving zijn spaties zolang de uitbetaling nog openstaat
         02 (pf)-Eigenaarnummer PIC 9(4).
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-Kwartaal PIC 9.
         02 (pf)-DatumAfrekening PIC 9(8).
         02 (pf)-Bedrag PIC 9(7)V99.
         02 (pf)-Batchnummer PIC X(6).
         02 (pf)-BatchVolgnummer PIC X(4).
         02 (pf)-DatumAfgeschreven PIC X(8).
