       IDENTIFICATION DIVISION.
       PROGRAM-ID. VraagAnnuleringsReden.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       *> De vaste redenen van annulering, in de volgorde van het
       *> keuzescherm
       01 RedenWaarden.
         02 FILLER PIC X(26) VALUE "ZIZiekte".
         02 FILLER PIC X(26) VALUE "WEWeersomstandigheden".
         02 FILLER PIC X(26) VALUE "PRPrijs".
         02 FILLER PIC X(26) VALUE "ELElders geboekt".
         02 FILLER PIC X(26) VALUE "ORVrijgave touroperator".
         02 FILLER PIC X(26) VALUE "CACalamiteit".
         02 FILLER PIC X(26) VALUE "NSNo-show".
         02 FILLER PIC X(26) VALUE "OVOverig".
       01 RedenTabel REDEFINES RedenWaarden.
         02 RedenRegel OCCURS 8 TIMES.
           03 RT-Code PIC XX.
           03 RT-Omschrijving PIC X(24).
       01 RedenIndex PIC 99 VALUE ZERO.
       01 InvoerCode PIC XX VALUE SPACES.

       LINKAGE SECTION.
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-AnnuleringsReden.
       BeginProgram.
           IF LS-FunctieVragen
               MOVE SPACES TO LS-Code
               PERFORM UNTIL LS-RedenGeldig
                   PERFORM VraagReden
               END-PERFORM
           END-IF
           PERFORM ZoekOmschrijving
           EXIT PROGRAM.

       VraagReden.
           DISPLAY "Reden van annulering:"
           PERFORM VARYING RedenIndex FROM 1 BY 1
             UNTIL RedenIndex > 8
               DISPLAY "  " RT-Code(RedenIndex) " = "
                 RT-Omschrijving(RedenIndex)
           END-PERFORM
           DISPLAY "Reden: " WITH NO ADVANCING
           MOVE SPACES TO InvoerCode
           ACCEPT InvoerCode
           MOVE FUNCTION UPPER-CASE (InvoerCode) TO LS-Code
           IF NOT LS-RedenGeldig
               DISPLAY ">>> De reden is verplicht; kies een van de "
                 "getoonde codes."
           END-IF
           .

       ZoekOmschrijving.
           MOVE "(geen reden vastgelegd)" TO LS-Omschrijving
           PERFORM VARYING RedenIndex FROM 1 BY 1
             UNTIL RedenIndex > 8
               IF RT-Code(RedenIndex) = LS-Code
                   MOVE RT-Omschrijving(RedenIndex) TO LS-Omschrijving
               END-IF
           END-PERFORM
           .
