         02 (pf)-DatumAanmaak PIC 9(8).
         02 (pf)-DatumGereed PIC X(8).
         02 (pf)-Reserveringsnummer PIC 9(8).
      *  Park van de woning en het kenteken van de aannemer: zolang de
      *  order niet gereed is, laat de slagboom het voertuig door
      *  (SlagboomExport). Spaties in oude records betekenen park 01
      *  en geen kenteken
         02 (pf)-Parkcode PIC XX.
         02 (pf)-KentekenAannemer PIC X(10).
      *  Kostendrager: P = park (eigen kosten), E = eigenaar (boven de
      *  eigenaarsdrempel verrekend in de kwartaalafrekening, zie
      *  EigenarenAfrekening), G = gast (schade via de borg). Spatie in
      *  oude records betekent park
         02 (pf)-Kostendrager PIC X.
           88 (pf)-KostendragerPark VALUE "P" " ".
           88 (pf)-KostendragerEigenaar VALUE "E".
           88 (pf)-KostendragerGast VALUE "G".
      *  Goedkeuring door de eigenaar van orders voor zijn rekening
      *  boven de goedkeuringslimiet (WerkorderParameters): W = wacht,
      *  J = akkoord, B = betwist (wordt niet verrekend en schuift door
      *  naar een volgend kwartaal). Spatie = geen goedkeuring nodig
         02 (pf)-GoedkeuringEigenaar PIC X.
           88 (pf)-GoedkeuringNietNodig VALUE " ".
           88 (pf)-GoedkeuringWacht VALUE "W".
           88 (pf)-GoedkeuringAkkoord VALUE "J".
           88 (pf)-GoedkeuringBetwist VALUE "B".
         02 (pf)-DatumGoedkeuring PIC X(8).
      *  Jaar en kwartaal (jjjjk) van de eigenarenafrekening waarin de
      *  order is verrekend; spaties = nog niet verrekend
         02 (pf)-VerrekendPeriode PIC X(5).
