       01 AantalVrij PIC 999 VALUE ZERO.
       01 AantalVerhuurd PIC 999 VALUE ZERO.
       01 BewaardBorgBedrag PIC 9(3)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZ9,99.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               COMPUTE BedragCenten = LK-MaandBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               IF (LK-Klantnummer EQUALS ZERO OR LK-TotDatum NOT EQUALS SPACES)
                   ADD 1 TO AantalVrij
                   DISPLAY "Vestiging " LK-Vestiging " | locker " LK-Lockernummer " | VRIJ | " ToonBedrag " euro p/m"
                   ADD 1 TO AantalVerhuurd
                   DISPLAY "Vestiging " LK-Vestiging " | locker " LK-Lockernummer " | klant " LK-Klantnummer " sinds " LK-VanDatum " | " ToonBedrag " euro p/m"
               END-IF
               IF (LK-NieuwBedragVanaf NOT EQUALS SPACES)
                   COMPUTE BedragCenten = LK-NieuwMaandBedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   DISPLAY "    vanaf " LK-NieuwBedragVanaf " (prijsindexatie): " ToonBedrag " euro p/m"
               END-IF
               READ LockersBestand
                   AT END
                       SET EndOfData TO TRUE
               MOVE ZERO TO LK-Klantnummer
               MOVE ZERO TO LK-VanDatum
               MOVE SPACES TO LK-TotDatum
               MOVE ZERO TO LK-NieuwMaandBedrag
               MOVE SPACES TO LK-NieuwBedragVanaf
               WRITE LK-Locker
               CLOSE LockersBestand
               DISPLAY "Locker geregistreerd."
           MOVE "33--LockerBeheer" TO LOG-Programma
           MOVE "LOCKER-TOEGEWEZEN" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           COMPUTE BedragCenten = BewaardBorgBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Locker toegewezen; neem " ToonBedrag " euro borg in en geef de lockersleutel mee."
           DISPLAY "Het maandbedrag komt vanaf deze maand op de factuur (zie Maandfacturatie)."
           .
           MOVE "33--LockerBeheer" TO LOG-Programma
           MOVE "LOCKER-BEEINDIGD" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           COMPUTE BedragCenten = BewaardBorgBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Verhuur beeindigd; neem de lockersleutel in en betaal " ToonBedrag " euro borg terug."
           .

