      * Copybook ReserveringJournaal
      * Parameterblok voor SchrijfReserveringJournaal: welk programma
      * wijzigde een reservering, met het recordbeeld voor en na en,
      * bij een annulering, de reden (spaties bij andere mutaties; de
      * aanroeper maakt het veld na de aanroep weer leeg)
       01 (pf)-ReserveringJournaal.
         02 (pf)-Programma PIC X(30).
         02 (pf)-Actie PIC X(20).
         02 (pf)-BeeldVoor PIC X(104).
         02 (pf)-BeeldNa PIC X(104).
         02 (pf)-Reden PIC XX VALUE SPACES.
