      * Copybook UitbetalingWachtrij
      * Wachtrijregel voor het vier-ogenprincipe bij uitbetalingen:
      * terugbetalingen en borguitkeringen boven het drempelbedrag
      * (UitbetalingGoedkeuring) en restituties na een creditnota
      * worden niet direct in het betalingsgrootboek gezet, maar
      * wachten hier op vrijgave door een beheerder; aanvrager en
      * beoordelaar worden vastgelegd
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-DatumAanvraag PIC 9(8).
         02 (pf)-Bedrag PIC 9(7)V99.
         02 (pf)-Soort PIC X.
           88 (pf)-SoortBorguitkering VALUE "B".
           88 (pf)-SoortAnnuleringsRestitutie VALUE "A".
      *    Restitutie na een bevestigde creditnota op een
      *    correctievoorstel (FactuurRegisterBeheer)
           88 (pf)-SoortFactuurCorrectie VALUE "F".
         02 (pf)-Omschrijving PIC X(30).
         02 (pf)-AangevraagdDoor PIC X(8).
         02 (pf)-Status PIC X.
           88 (pf)-StatusAfgewezen VALUE "X".
         02 (pf)-DatumBesluit PIC 9(8).
         02 (pf)-BeoordeeldDoor PIC X(8).
      *  Betaalbatch (BetaalBatch): batch- en volgnummer van de
      *  SEPA-overboeking en de datum waarop BankImport de afschrijving
      *  op het bankafschrift heeft bevestigd; spaties in oude records
      *  en in regels die nog niet zijn uitbetaald
         02 (pf)-Batchnummer PIC X(6).
         02 (pf)-BatchVolgnummer PIC X(4).
         02 (pf)-DatumAfgeschreven PIC X(8).
