      * Copybook PostStuk
      * Postregister van de balie (45--PostadresBeheer): elke brief of
      * elk pakket voor een postadresabonnement, van ontvangst tot
      * afhalen of doorsturen
       01 (pf)-PostStuk.
         02 (pf)-Poststuknummer PIC 9(6).
         02 (pf)-Abonnementnummer PIC 9(5).
         02 (pf)-Vestiging PIC XX.
         02 (pf)-OntvangstDatum PIC 9(8).
         02 (pf)-Soort PIC X.
           88 (pf)-SoortBrief VALUE "B".
           88 (pf)-SoortPakket VALUE "P".
         02 (pf)-Afzender PIC X(30).
         02 (pf)-Status PIC X.
           88 (pf)-StatusWacht VALUE "W".
           88 (pf)-StatusAfgehaald VALUE "A".
           88 (pf)-StatusDoorgestuurd VALUE "D".
         02 (pf)-AfhandelDatum PIC X(8).
      *  Wie de post ophaalde of het verzendkenmerk bij doorsturen
         02 (pf)-Toelichting PIC X(30).
