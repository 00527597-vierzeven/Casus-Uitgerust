      * Copybook Enquete
      * Teruggekomen tevredenheidsenquete per reservering (GastEnquete);
      * woning, park, type en aankomstweek worden bij de import uit de
      * reservering en de woning overgenomen zodat het seizoensrapport
      * zonder opzoeken kan tellen. Scores lopen van 1 t/m 10
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Woningnummer PIC 99.
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Woningtype PIC X.
         02 (pf)-JaarWeek.
           03 (pf)-Jaar PIC 9(4).
           03 (pf)-Weeknummer PIC 99.
         02 (pf)-Scores.
           03 (pf)-ScoreSchoonmaak PIC 99.
           03 (pf)-ScoreComfort PIC 99.
           03 (pf)-ScorePersoneel PIC 99.
           03 (pf)-ScoreAlgemeen PIC 99.
         02 (pf)-ScoreTabel REDEFINES (pf)-Scores.
           03 (pf)-Score PIC 99 OCCURS 4 TIMES.
         02 (pf)-OntvangenDatum PIC 9(8).
