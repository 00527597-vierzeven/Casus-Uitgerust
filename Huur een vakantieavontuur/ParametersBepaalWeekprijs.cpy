      *  prijsacties (PrijsActies.dat); negatief of niet-numeriek
      *  betekent: geen actieprijzen toepassen
         03 (pf)-C-DagenVoorAankomst PIC S9(4).
      *  Jaar en park van de week, voor de bezettingstoeslag
      *  (BezettingsToeslagen.dat); een jaar nul of niet-numeriek
      *  betekent: geen toeslag bepalen. Parkcode spaties = park 01
         03 (pf)-C-Jaar PIC 9(4).
         03 (pf)-C-Parkcode PIC XX.
      *  Tariefbestand in de datadirectory: spaties betekenen de live
      *  seizoenstarieven (Seizoenstarieven.dat); een concepttarief
      *  wordt alleen doorgegeven door de tariefsimulatie
         03 (pf)-C-Tariefbestand PIC X(40).
               *>By Reference
       01 (pf)-R-ParametersBepaalWeekprijs.
         03 (pf)-R-Weekprijs PIC 9(3)V99.
      *  Bezettingstoeslag over het seizoenstarief; staat los van de
      *  weekprijs zodat de factuur hem als aparte regel kan tonen
         03 (pf)-R-BezettingsToeslag PIC 9(3)V99.
         03 (pf)-R-ToeslagPercentage PIC 99.
