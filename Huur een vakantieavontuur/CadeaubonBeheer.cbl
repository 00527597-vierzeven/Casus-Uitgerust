               MOVE DatumVandaag TO FS-B-Datum
               MOVE VerzilverBedrag TO FS-B-Bedrag
               MOVE "C" TO FS-B-Soort
               MOVE SPACE TO FS-B-Herkomst
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
           END-IF
