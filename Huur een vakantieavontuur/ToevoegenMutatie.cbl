         88 MutatietypeGeldig VALUE "AR" "BR" "AB" "WB" "VW".
         88 MutatietypeWeekwijziging VALUE "WB".
         88 MutatietypeWekenwijziging VALUE "VW".
         88 MutatietypeAnnulering VALUE "AR" "AB".
       01 MutatiedatumInput PIC 9(8) VALUE ZERO.
       01 NieuwWeeknummerInput PIC 99 VALUE ZERO.
       01 NieuwAantalWekenInput PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 ReserveringWeeknummerWS PIC 99 VALUE ZERO.
       01 ReserveringAantalWekenWS PIC 99 VALUE ZERO.
       *> Verplichte reden bij een annulering (VraagAnnuleringsReden)
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               ACCEPT NieuwAantalWekenInput
               PERFORM ValideerNieuwAantalWeken
           END-IF
           MOVE SPACES TO RDN-Code
           IF MutatietypeAnnulering
               SET RDN-FunctieVragen TO TRUE
               CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
           END-IF

           OPEN EXTEND MutatieBestand
           IF NOT IO-OK
           MOVE MutatiedatumInput TO FS-M-Mutatiedatum
           MOVE NieuwWeeknummerInput TO FS-M-NieuwWeeknummer
           MOVE NieuwAantalWekenInput TO FS-M-NieuwAantalWeken
           MOVE RDN-Code TO FS-M-AnnuleringsReden
           WRITE Mutatierecord
           CLOSE MutatieBestand
           DISPLAY SPACE
