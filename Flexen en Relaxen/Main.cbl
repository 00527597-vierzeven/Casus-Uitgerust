               DISPLAY "36. Berichtenbatch (klantcorrespondentie)"
               DISPLAY "37. Strippenkaartbeheer"
               DISPLAY "40. Bezoekerregistratie"
               DISPLAY "45. Postadres en postafhandeling"
               DISPLAY "46. Storingen werkplekken en vergaderruimten"
               DISPLAY "50. Jaaroverzicht voor de aangifte (klant/bedrijf)"
               DISPLAY "52. Parkeren (kentekenlijst en annuleren)"
               IF (WS-RolBeheerder)
                   DISPLAY "27. Incassorun (SEPA-export en storno's)"
                   DISPLAY "28. Conversie klantenstambestand (eenmalig)"
                   DISPLAY "32. Artikelbeheer (extra's balie)"
                   DISPLAY "38. Bedrijfbeheer (verzamelfacturatie)"
                   DISPLAY "39. Nachtverwerking einde dag (jobstream)"
                   DISPLAY "41. Aanmaningen openstaande posten"
                   DISPLAY "42. Kredietbeheer (limieten en vrijgave)"
                   DISPLAY "43. Vestigingen en sluitingskalender"
                   DISPLAY "44. Bedrijfsquota en goedkeuringen"
                   DISPLAY "48. Klantverloop en inactiviteit"
                   DISPLAY "49. Jaarlijkse prijsindexatie"
                   DISPLAY "51. Parkeerplaatsen per vestiging"
               END-IF
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               *> Keuzes die alleen voor de beheerder zijn, worden voor de
               *> baliemedewerker ook bij directe invoer geweigerd
               IF (WS-RolBalie)
                 AND (Keuze = 0 OR 1 OR 9 OR 10 OR 12 OR 13 OR 14 OR 15 OR 16 OR 17 OR 19 OR 20 OR 21 OR 24 OR 25 OR 27 OR 28 OR 29 OR 30 OR 32 OR 38 OR 39 OR 41 OR 42 OR 43 OR 44 OR 48 OR 49 OR 51)
                   DISPLAY "Deze keuze is alleen beschikbaar voor de beheerder."
                   MOVE 99 TO Keuze
               END-IF
                       CALL "39--NachtVerwerkingFlex"
                   WHEN 40
                       CALL "40--BezoekerRegistratie"
                   WHEN 41
                       CALL "41--AanmaningenRun"
                   WHEN 42
                       CALL "42--KredietBeheer"
                   WHEN 43
                       CALL "43--VestigingBeheer"
                   WHEN 44
                       CALL "44--BedrijfsQuotaBeheer"
                   WHEN 45
                       CALL "45--PostadresBeheer"
                   WHEN 46
                       CALL "46--StoringBeheer"
                   WHEN 48
                       CALL "48--KlantVerloopRapport"
                   WHEN 49
                       CALL "49--PrijsIndexatie"
                   WHEN 50
                       CALL "50--JaarOverzicht"
                   WHEN 51
                       CALL "51--ParkeerBeheer"
                   WHEN 52
                       CALL "52--ParkeerLijst"
                   WHEN 47
                       SET VerlaatHetProgramma
                         TO TRUE
