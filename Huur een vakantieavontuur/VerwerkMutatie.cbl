       01 SkipTeller PIC 9(8) VALUE ZERO.
       *> Uitval- en conflictadministratie
       01 UitvalReden PIC XX VALUE SPACES.
       *> Redencode van een AR/AB-mutatie; gaat bij het terugschrijven
       *> van de reservering mee naar het journaal
       01 MutatieAnnuleringsReden PIC XX VALUE SPACES.
       01 AantalUitval PIC 9(4) VALUE ZERO.
       01 ConflictVlag PIC 9 VALUE ZERO.
         88 GeenConflict VALUE ZERO.
                       SET WijzigingTeVerwerken TO TRUE
                       MOVE FS-M-Mutatiedatum
                         TO FS-R-DatumAnnulering
                       PERFORM ZetMutatieAnnuleringsReden
                   WHEN "BR"
                       SET WijzigingTeVerwerken TO TRUE
                       MOVE FS-M-Mutatiedatum
                       SET WijzigingTeVerwerken TO TRUE
                       MOVE FS-M-Mutatiedatum
                         TO FS-R-DatumAnnulering
                       PERFORM ZetMutatieAnnuleringsReden
                   WHEN "WB"
                       PERFORM ValideerWeekMutatie
                       IF (UitvalReden EQUALS SPACES)
               MOVE FS-M-NieuwWeeknummer TO FS-U-NieuwWeeknummer
               MOVE FS-M-NieuwAantalWeken TO FS-U-NieuwAantalWeken
               MOVE UitvalReden TO FS-U-RedenCode
               MOVE FS-M-AnnuleringsReden TO FS-U-AnnuleringsReden
               WRITE MutatieUitvalrecord
               CLOSE MutatiesUitvalBestand
               ADD 1 TO AantalUitval
           MOVE "VerwerkMutatie" TO JRN-Programma
           MOVE "MUTATIE-TOEGEPAST" TO JRN-Actie
           MOVE Reserveringsrecord TO JRN-BeeldNa
           MOVE MutatieAnnuleringsReden TO JRN-Reden
           CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
           MOVE SPACES TO JRN-Reden, MutatieAnnuleringsReden
           PERFORM WerkAggregaatBij.

       ZetMutatieAnnuleringsReden.
           *> Mutaties van voor de invoering van de redencode hebben
           *> geen reden; die tellen als "overig"
           MOVE FS-M-AnnuleringsReden TO MutatieAnnuleringsReden
           IF MutatieAnnuleringsReden EQUALS SPACES
               MOVE "OV" TO MutatieAnnuleringsReden
           END-IF
           MOVE MutatieAnnuleringsReden TO FS-R-AnnuleringsReden.

       WerkAggregaatBij.
           *> Oude weken van het aggregaat afhalen en de nieuwe stand
           *> erbij optellen; annuleringen en verlopen reserveringen
