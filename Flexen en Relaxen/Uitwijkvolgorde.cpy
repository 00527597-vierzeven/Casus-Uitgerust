      * Copybook Uitwijkvolgorde
      * Parameterblok voor BepaalUitwijkvolgorde: in welke volgorde de
      * andere vestigingen worden geprobeerd als de gevraagde vol is.
      * Eerst de voorkeursvestigingen van de klant, dan de buurvestigingen
      * van de gevraagde vestiging (dichtstbijzijnde eerst), dan de rest
       01 (pf)-Uitwijkvolgorde.
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Voorkeuren.
           03 (pf)-Voorkeur PIC XX OCCURS 3 TIMES.
         02 (pf)-AantalKandidaten PIC 99.
         02 (pf)-Kandidaat PIC XX OCCURS 10 TIMES.
