               MOVE DatumVandaag TO FS-P-Datum
               MOVE BewaardBedrag TO FS-P-Bedrag
               MOVE "T" TO FS-P-Soort
               MOVE SPACE TO FS-P-Herkomst
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
           ELSE
