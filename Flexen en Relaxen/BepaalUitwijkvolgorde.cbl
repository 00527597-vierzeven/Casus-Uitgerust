       IDENTIFICATION DIVISION.
       PROGRAM-ID. BepaalUitwijkvolgorde.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Vestigingenstambestand (buurvestigingen, 43--VestigingBeheer)
       SELECT VestigingenBestand ASSIGN TO Pad-Vestigingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Gedeelde woningvoorraad: elke vestiging met werkplekken
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD VestigingenBestand.
       COPY Vestiging REPLACING ==(pf)== BY ==VS==.
       FD WoningenBestand.
       COPY Woning REPLACING ==(pf)== BY ==WOF==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Vestigingen.
         02 PadDir-Vestigingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Vestigingen.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Woningen.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       01 NieuweKandidaat PIC XX VALUE SPACES.
       01 KandidaatIndex PIC 99 VALUE ZERO.
       01 VoorkeurIndex PIC 9 VALUE ZERO.
       01 KandidaatBekendVlag PIC 9 VALUE ZERO.
         88 KandidaatBekend VALUE 1.
         88 KandidaatNieuw VALUE 0.

       LINKAGE SECTION.
       COPY Uitwijkvolgorde REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-Uitwijkvolgorde.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           IF (LS-Vestiging EQUALS SPACES)
               MOVE "01" TO LS-Vestiging
           END-IF
           MOVE ZERO TO LS-AantalKandidaten
           PERFORM VARYING VoorkeurIndex FROM 1 BY 1 UNTIL VoorkeurIndex > 3
               MOVE LS-Voorkeur(VoorkeurIndex) TO NieuweKandidaat
               PERFORM VoegKandidaatToe
           END-PERFORM
           PERFORM VoegBuurvestigingenToe
           PERFORM VoegOverigeVestigingenToe
           EXIT PROGRAM.

       VoegBuurvestigingenToe.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VestigingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ VestigingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (VS-Vestigingcode EQUALS LS-Vestiging)
                   PERFORM VARYING VoorkeurIndex FROM 1 BY 1 UNTIL VoorkeurIndex > 3
                       MOVE VS-Buurvestiging(VoorkeurIndex) TO NieuweKandidaat
                       PERFORM VoegKandidaatToe
                   END-PERFORM
                   SET EndOfData TO TRUE
               ELSE
                   READ VestigingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE VestigingenBestand
           .

       VoegOverigeVestigingenToe.
           *> Alle andere vestigingen met werkplekken, in bestandsvolgorde
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT WoningenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (WOF-Vestiging EQUALS SPACES)
                   MOVE "01" TO WOF-Vestiging
               END-IF
               MOVE WOF-Vestiging TO NieuweKandidaat
               PERFORM VoegKandidaatToe
               READ WoningenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       VoegKandidaatToe.
           *> Lege codes, de gevraagde vestiging zelf en dubbelen vallen af
           IF (NieuweKandidaat EQUALS SPACES OR NieuweKandidaat EQUALS LS-Vestiging)
             OR (LS-AantalKandidaten >= 10)
               EXIT PARAGRAPH
           END-IF
           SET KandidaatNieuw TO TRUE
           PERFORM VARYING KandidaatIndex FROM 1 BY 1 UNTIL KandidaatIndex > LS-AantalKandidaten
               IF (LS-Kandidaat(KandidaatIndex) EQUALS NieuweKandidaat)
                   SET KandidaatBekend TO TRUE
               END-IF
           END-PERFORM
           IF (KandidaatNieuw)
               ADD 1 TO LS-AantalKandidaten
               MOVE NieuweKandidaat TO LS-Kandidaat(LS-AantalKandidaten)
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Vestigingen
             PadDir-Woningen
           .
