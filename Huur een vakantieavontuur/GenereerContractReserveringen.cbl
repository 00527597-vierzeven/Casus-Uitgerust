           MOVE DatumVandaag TO FS-R-DatumCreatie
           MOVE "B" TO FS-R-ReserveringsType
           MOVE WS-Parkcode TO FS-R-Parkcode
           MOVE "VG" TO FS-R-Kanaal
           WRITE Reserveringsrecord
           REWRITE Systeemkengetallenrecord
           CLOSE SysteemkengetallenBestand
