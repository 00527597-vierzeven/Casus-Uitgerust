         02 (pf)-Maand PIC 99.
         02 (pf)-Categorie PIC X(10).
         02 (pf)-Bedrag PIC 9(7)V99.
      *  Soort: O = omzet (spatie in oude records), K = kosten.
      *  Kostenbudgetten zijn er alleen voor Huur; spaties als categorie
      *  is het totale kostenbudget, anders de kostencategorie van de
      *  inkoopfacturen (CrediteurenBeheer)
         02 (pf)-Soort PIC X.
           88 (pf)-SoortOmzet VALUE "O" " ".
           88 (pf)-SoortKosten VALUE "K".
