         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
         03 WoningParkcode PIC XX VALUE SPACES.
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD WoningenWerk.
       01 WoningWerkrecord.
         03 WW-Woningnummer PIC 99 VALUE ZERO.
         03 WW-Woningtype PIC X VALUE "S".
         03 WW-Eigenaar PIC X(4) VALUE SPACES.
         03 WW-Parkcode PIC XX VALUE SPACES.
         03 WW-Huisdieren PIC X VALUE SPACE.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
               MOVE Woningnummer TO WW-Woningnummer
               MOVE Woningtype TO WW-Woningtype
               MOVE WoningEigenaar TO WW-Eigenaar
               MOVE WoningHuisdieren TO WW-Huisdieren
               IF WoningParkcode EQUALS SPACES
                   MOVE "01" TO WW-Parkcode
                   ADD 1 TO AantalWoningenGestempeld
               MOVE WW-Woningtype TO Woningtype
               MOVE WW-Eigenaar TO WoningEigenaar
               MOVE WW-Parkcode TO WoningParkcode
               MOVE WW-Huisdieren TO WoningHuisdieren
               WRITE Woningrecord
               READ WoningenWerk
                   AT END
