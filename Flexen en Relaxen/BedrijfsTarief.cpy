      * Copybook BedrijfsTarief
      * Contracttarief per bedrijf en werkplektype (onderhouden door
      * 12--TariefBeheer), geldig vanaf een datum zoals Tarief.dat.
      * Soort K: een kortingspercentage op het standaardtarief; soort
      * P: een eigen prijs per dagdeel (ochtend, middag, hele dag).
      * Voor type V (vergaderruimte) is de eigen prijs een uurtarief en
      * staat die in PrijsHeleDag. Een regel met soort K en nul procent
      * korting beeindigt het contract voor dat type
       01 (pf)-BedrijfsTarief.
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Type PIC X.
           88 (pf)-TypeLuxe VALUE "L".
           88 (pf)-TypeStandaard VALUE "S".
           88 (pf)-TypeVergaderruimte VALUE "V".
         02 (pf)-GeldigVanaf PIC 9(8).
         02 (pf)-Soort PIC X.
           88 (pf)-SoortKorting VALUE "K".
           88 (pf)-SoortEigenPrijs VALUE "P".
         02 (pf)-KortingPercentage PIC 99V99.
         02 (pf)-PrijsOchtend PIC 9(3)V99.
         02 (pf)-PrijsMiddag PIC 9(3)V99.
         02 (pf)-PrijsHeleDag PIC 9(3)V99.
