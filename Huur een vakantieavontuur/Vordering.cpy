      * Copybook Vordering
      * Openstaande vordering op een klant na het verblijf: onbetaald
      * restant (AanmaningenBatch), energieverbruik of schade boven de
      * borg (BorgAfhandeling), of verzendkosten van een gevonden
      * voorwerp (GevondenVoorwerpen). AanmaningenBatch maant open
      * vorderingen aan; na de laatste aanmaning draagt
      * IncassobureauOverdracht ze over aan het incassobureau en boekt
      * de afdracht van het bureau
         02 (pf)-Vorderingnummer PIC 9(6).
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Klantnummer PIC 9(8).
         02 (pf)-Soort PIC X.
           88 (pf)-SoortRestant VALUE "R".
           88 (pf)-SoortEnergie VALUE "E".
           88 (pf)-SoortSchade VALUE "S".
           88 (pf)-SoortVerzendkosten VALUE "Z".
         02 (pf)-DatumOntstaan PIC 9(8).
         02 (pf)-Bedrag PIC 9(7)V99.
         02 (pf)-Omschrijving PIC X(30).
         02 (pf)-AantalAanmaningen PIC 9.
         02 (pf)-DatumLaatsteAanmaning PIC X(8).
         02 (pf)-Status PIC X.
           88 (pf)-StatusOpen VALUE "O".
           88 (pf)-StatusUitHanden VALUE "U".
           88 (pf)-StatusVoldaan VALUE "V".
      *  Overdracht aan het incassobureau: datum van de overdracht en
      *  wat het bureau heeft geind en aan kosten ingehouden
         02 (pf)-DatumUitHanden PIC X(8).
         02 (pf)-BedragGeind PIC 9(7)V99.
         02 (pf)-IncassoKosten PIC 9(7)V99.
