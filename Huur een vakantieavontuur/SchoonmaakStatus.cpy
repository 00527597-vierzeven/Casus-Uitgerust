           88 (pf)-StatusBezig VALUE "B".
           88 (pf)-StatusSchoon VALUE "S".
           88 (pf)-StatusGeinspecteerd VALUE "G".
      *  Medewerker die de schoonmaak deed (ploegregister van
      *  SchoonmaakPlanning); spaties in oude records betekenen onbekend
         02 (pf)-SchoonmakerCode PIC X(4).
