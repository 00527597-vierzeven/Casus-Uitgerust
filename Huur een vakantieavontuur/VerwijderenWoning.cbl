      *  Eigenaarkoppeling (zie EigenarenBeheer); moet bij het
      *  herschrijven van het bestand behouden blijven
         03 FS-W-WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode en huisdierenvlag gaan ook ongewijzigd mee
         03 FS-W-Parkcode PIC XX VALUE SPACES.
         03 FS-W-Huisdieren PIC X VALUE SPACE.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       01 Teller PIC 99 VALUE ZERO.
       01 AantalOverGebleven PIC 99 VALUE ZERO.
       01 OverGeblevenWoningen.
         03 OverGeblevenWoning PIC X(10) OCCURS 99 TIMES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
