         02 (pf)-VanWeek PIC 99.
         02 (pf)-TotWeek PIC 99.
         02 (pf)-ReleaseDatum PIC 9(8).
      *  Gecontracteerde commissie van de operator in procenten over de
      *  bruto weekprijs (AllotmentAfrekening); spaties in oude
      *  contracten betekenen geen commissie
         02 (pf)-CommissiePercentage PIC 99.
