                   MOVE "annulering" TO SoortTekst
               WHEN BER-SoortWachtlijst
                   MOVE "wachtlijstpromotie" TO SoortTekst
               WHEN BER-SoortGevondenVoorwerp
                   MOVE "gevonden voorwerp" TO SoortTekst
               WHEN BER-SoortHerinnering
                   MOVE "betalingsherinnering" TO SoortTekst
               WHEN BER-SoortAanmaning
                   MOVE "aanmaning" TO SoortTekst
               WHEN BER-SoortSommatie
                   MOVE "laatste sommatie" TO SoortTekst
               WHEN BER-SoortGoedkeuring
                   MOVE "reservering goedgekeurd" TO SoortTekst
               WHEN BER-SoortAfwijzing
                   MOVE "reservering afgewezen" TO SoortTekst
               WHEN BER-SoortPostOntvangen
                   MOVE "post ontvangen" TO SoortTekst
               WHEN BER-SoortPrijsindexatie
                   MOVE "prijswijziging" TO SoortTekst
               WHEN BER-SoortJaaroverzicht
                   MOVE "jaaroverzicht" TO SoortTekst
               WHEN OTHER
                   MOVE "bericht" TO SoortTekst
           END-EVALUATE
