      * Copybook GoedkeuringAanvraag
      * Reservering van een medewerker die boven het quotum of budget
      * van de kostenplaats uitkomt en op goedkeuring van de
      * contactpersoon van het bedrijf wacht (SchrijfGoedkeuringAanvraag).
      * 44--BedrijfsQuotaBeheer verwerkt de antwoorden: bij goedkeuring
      * wordt het reserveringsbeeld alsnog in Reserveringen.dat gezet;
      * een aanvraag waarvan de datum voorbij of de vestiging vol is,
      * vervalt
       01 (pf)-GoedkeuringAanvraag.
         02 (pf)-Aanvraagnummer PIC 9(6).
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Kostenplaats PIC X(6).
         02 (pf)-AanvraagDatum PIC 9(8).
         02 (pf)-Reden PIC X(60).
         02 (pf)-Status PIC X.
           88 (pf)-StatusOpen VALUE "O".
           88 (pf)-StatusGoedgekeurd VALUE "G".
           88 (pf)-StatusAfgewezen VALUE "A".
           88 (pf)-StatusVervallen VALUE "V".
         02 (pf)-BeslisDatum PIC X(8).
         02 (pf)-Toelichting PIC X(40).
      *  Het volledige reserveringsrecord (layout FlexReservering)
         02 (pf)-ReserveringBeeld PIC X(98).
