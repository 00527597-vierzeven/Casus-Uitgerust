                   MOVE DatumVandaag TO FS-B-Datum
                   MOVE CompensatieBedragWerk TO FS-B-Bedrag
                   MOVE "K" TO FS-B-Soort
                   MOVE SPACE TO FS-B-Herkomst
                   WRITE Betalingsrecord
                   CLOSE BetalingenBestand
               END-IF
