           88 (pf)-StatusOpen VALUE "O".
           88 (pf)-StatusBetaald VALUE "B".
           88 (pf)-StatusIncasso VALUE "I".
      *  Aanmaningen (41--AanmaningenRun): het bereikte niveau en de
      *  datum waarop het bericht is verstuurd; spaties in oude
      *  records betekenen dat er nog niet is aangemaand. Bij de
      *  laatste sommatie worden de wettelijke incassokosten en de
      *  rente vastgelegd
         02 (pf)-AanmaanNiveau PIC X.
           88 (pf)-NietAangemaand VALUE " " "0".
           88 (pf)-NiveauHerinnering VALUE "1".
           88 (pf)-NiveauAanmaning VALUE "2".
           88 (pf)-NiveauSommatie VALUE "3".
         02 (pf)-DatumAanmaning PIC X(8).
         02 (pf)-Incassokosten PIC 9(4)V99.
         02 (pf)-Rente PIC 9(5)V99.
