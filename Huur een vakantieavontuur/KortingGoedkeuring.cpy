      * Copybook KortingGoedkeuring
      * Goedgekeurde overschrijding van het kortingsplafond
      * (KortingsPlafondBeheer): een beheerder heeft zich via
      * OperatorAanmelden bevestigd; BepaalFactuurTotaal topt de korting
      * van deze reservering daarna niet meer af. Percentages en
      * bedragen zijn de stand op het moment van goedkeuren
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Datum PIC 9(8).
         02 (pf)-AangevraagdDoor PIC X(8).
         02 (pf)-GoedgekeurdDoor PIC X(8).
         02 (pf)-KortingPercentage PIC 999.
         02 (pf)-PlafondPercentage PIC 99.
         02 (pf)-BrutoHuur PIC 9(7)V99.
         02 (pf)-TotaalKorting PIC 9(7)V99.
