       IDENTIFICATION DIVISION.
       PROGRAM-ID. BepaalTussenschoonmaak.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Tussenschoonmaak bij een meerweekse boeking: automatisch
       *> vanaf de ingestelde verblijfsduur, anders alleen als de gast
       *> het tussenschoonmaakartikel als extra heeft besteld. Gebruikt
       *> door Wissellijst, SchoonmaakPlanning en SchoonmaakAfrekening
       SELECT ParametersBestand ASSIGN TO Pad-SchoonmaakParameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ReserveringExtrasBestand ASSIGN TO Pad-ReserveringExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParametersBestand.
       01 Parameterrecord.
       COPY SchoonmaakParameters REPLACING ==(pf)== BY ==FS-SP==.
       FD ReserveringExtrasBestand.
       01 ReserveringExtrarecord.
       COPY ReserveringExtra REPLACING ==(pf)== BY ==FS-E==.

       WORKING-STORAGE SECTION.
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-SchoonmaakParameters.
         02 PadDir-SchoonmaakParameters PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakParameters.dat".
       01 Pad-ReserveringExtras.
         02 PadDir-ReserveringExtras PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringExtras.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       *> Zonder parameterbestand: automatisch vanaf drie weken
       78 StandaardVanafWeken VALUE 3.
       01 Parameters.
       COPY SchoonmaakParameters REPLACING ==(pf)== BY ==SP==.

       LINKAGE SECTION.
       COPY ParametersTussenschoonmaak REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-C-ParametersTussenschoonmaak
                                LS-R-ParametersTussenschoonmaak.
       BeginProgram.
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-SchoonmaakParameters
             PadDir-ReserveringExtras
           SET LS-R-GeenTussenschoonmaak TO TRUE
           IF LS-C-AantalWeken < 2
               EXIT PROGRAM
           END-IF
           MOVE StandaardVanafWeken TO SP-TussenVanafWeken
           MOVE ZERO TO SP-ArtikelTussenschoonmaak
           OPEN INPUT ParametersBestand
           IF IO-OK
               READ ParametersBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parameterrecord TO Parameters
               END-READ
               CLOSE ParametersBestand
           END-IF
           IF SP-TussenVanafWeken > ZERO
             AND LS-C-AantalWeken >= SP-TussenVanafWeken
               SET LS-R-TussenInbegrepen TO TRUE
               EXIT PROGRAM
           END-IF
           IF SP-ArtikelTussenschoonmaak = ZERO
               EXIT PROGRAM
           END-IF
           *> Korter verblijf: alleen met het artikel als extra
           MOVE ZERO TO EOFVlag
           OPEN INPUT ReserveringExtrasBestand
           IF NOT IO-OK
               EXIT PROGRAM
           END-IF
           READ ReserveringExtrasBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-E-Reserveringsnummer = LS-C-Reserveringsnummer
                 AND FS-E-Artikelnummer = SP-ArtikelTussenschoonmaak
                   SET LS-R-TussenBetaald TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ ReserveringExtrasBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ReserveringExtrasBestand
           EXIT PROGRAM.
