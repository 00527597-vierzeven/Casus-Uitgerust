         02 JR-Operator PIC X(8).
         02 JR-Programma PIC X(30).
         02 JR-Actie PIC X(20).
         02 JR-BeeldVoor PIC X(104).
         02 JR-BeeldNa PIC X(104).
         02 JR-Reden PIC XX.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 ZoekResnr PIC 9(8) VALUE ZERO.
       01 ZoekResnrTekst PIC X(8) VALUE SPACES.
       01 AantalGetoond PIC 9(4) VALUE ZERO.
       01 Beeld PIC X(104) VALUE SPACES.
       *> Omschrijving van de annuleringsreden
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
                   SET EOFJournaal TO TRUE
           END-READ
           PERFORM UNTIL EOFJournaal
               PERFORM HerschikOudeJournaalregel
               IF ZoekResnr EQUALS ZERO
                 OR JR-BeeldVoor(1:8) EQUALS ZoekResnrTekst
                 OR JR-BeeldNa(1:8) EQUALS ZoekResnrTekst
                   IF JR-BeeldNa NOT EQUALS SPACES
                       DISPLAY "  na  : " FUNCTION TRIM (JR-BeeldNa)
                   END-IF
                   IF JR-Reden NOT EQUALS SPACES
                       SET RDN-FunctieOmschrijving TO TRUE
                       MOVE JR-Reden TO RDN-Code
                       CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
                       DISPLAY "  reden: " JR-Reden " " FUNCTION TRIM (RDN-Omschrijving)
                   END-IF
               END-IF
               READ JournaalBestand
                   AT END
           DISPLAY "Aantal getoonde journaalregels: " AantalGetoond
           EXIT PROGRAM.

       HerschikOudeJournaalregel.
           *> Journaalregels met beelden van 100 posities: het nabeeld
           *> begon 4 posities eerder en staat dan deels achter in het
           *> voorbeeld. Zo'n regel is te herkennen aan een voorbeeld dat
           *> na het reserveringsrecord van toen (85 posities) leeg is,
           *> gevolgd door het begin van het nabeeld
           IF JR-BeeldVoor (86:15) EQUALS SPACES
             AND JR-BeeldVoor (101:2) NOT EQUALS SPACES
               MOVE SPACES TO Beeld
               STRING JR-BeeldVoor (101:4) JR-BeeldNa (1:100)
                 DELIMITED BY SIZE INTO Beeld
               MOVE SPACES TO JR-BeeldVoor (101:4)
               MOVE Beeld TO JR-BeeldNa
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
