      * Copybook BezettingsToeslag
      * Bezettingstoeslagregel (onderhouden door BezettingsToeslagBeheer):
      * is een woningtype in een park voor een week voor meer dan
      * Drempel procent bezet (volgens het bezettingsaggregaat), dan
      * rekent BepaalWeekprijs Percentage procent toeslag over het
      * seizoenstarief. De hoogste overschreden drempel geldt
         02 (pf)-Drempel PIC 99.
         02 (pf)-Percentage PIC 99.
