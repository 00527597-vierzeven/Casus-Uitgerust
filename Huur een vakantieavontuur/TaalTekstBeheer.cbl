      *> Onderhoud van de taalteksten voor de uitgaande documenten
      *> (facturen, aanmaningen, aankomstinformatie); de batches halen
      *> de regels op via HaalTaalTekst. Gangbare tekstcodes:
      *> FK = factuurkop, AM = aanmaningstekst, AW = welkomstregel,
      *> EQ = uitnodiging tevredenheidsenquete,
      *> HB = uitnodiging herboeken volgend jaar (herboekcampagne),
      *> PR = verzoek om online pre-registratie (aankomstbrief),
      *> CO/CA/CE = calamiteitenbrief: omgeboekt, geannuleerd, excuses
       SELECT TaalTekstenBestand ASSIGN TO Pad-TaalTeksten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
