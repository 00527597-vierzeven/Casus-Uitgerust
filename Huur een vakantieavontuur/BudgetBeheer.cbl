      *> Onderhoud van de omzetbudgetten per maand en per bedrijf
      *> (F = Flexen en Relaxen, H = Huur een vakantieavontuur), met
      *> een optionele categorie. Het ConcernRapport en de Flexen-
      *> maandrapportage zetten de realisatie naast deze budgetten.
      *> Voor Huur kunnen ook kostenbudgetten worden vastgelegd; die
      *> staan in het ConcernRapport naast de goedgekeurde
      *> inkoopfacturen
       SELECT BudgettenBestand ASSIGN TO Pad-Budgetten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       01 JaarInput PIC 9(4) VALUE ZERO.
       01 MaandInput PIC 99 VALUE ZERO.
       01 CategorieInput PIC X(10) VALUE SPACES.
       01 SoortInput PIC X VALUE "O".
       01 BedragInput PIC 9(7)V99 VALUE ZERO.
       01 BudgetGevondenVlag PIC 9 VALUE 0.
         88 BudgetGevonden VALUE 1.
         88 BudgetNietGevonden VALUE 0.
       01 JaarTotaal PIC 9(8)V99 VALUE ZERO.
       01 JaarTotaalKosten PIC 9(8)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZZZ9,99.

       PROCEDURE DIVISION.
               DISPLAY "Ongeldig bedrijf."
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO SoortInput
           IF BedrijfInput EQUALS "H"
               DISPLAY "Soort (O = omzet, K = kosten, leeg = omzet): " WITH NO ADVANCING
               ACCEPT SoortInput
               MOVE FUNCTION UPPER-CASE (SoortInput) TO SoortInput
               IF SoortInput NOT EQUALS "K"
                   MOVE "O" TO SoortInput
               END-IF
           END-IF
           DISPLAY "Jaar (yyyy): " WITH NO ADVANCING
           ACCEPT JaarInput
           DISPLAY "Maand (mm): " WITH NO ADVANCING
               DISPLAY "Ongeldige maand."
               EXIT PARAGRAPH
           END-IF
           IF SoortInput EQUALS "K"
               DISPLAY "Kostencategorie (leeg = totaal kostenbudget): " WITH NO ADVANCING
           ELSE
               DISPLAY "Categorie (leeg = totaalbudget): " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO CategorieInput
           ACCEPT CategorieInput
           MOVE FUNCTION UPPER-CASE (CategorieInput) TO CategorieInput
           DISPLAY "Budgetbedrag (euro): " WITH NO ADVANCING
                     AND FS-BU-Jaar EQUALS JaarInput
                     AND FS-BU-Maand EQUALS MaandInput
                     AND FS-BU-Categorie EQUALS CategorieInput
                     AND ((FS-BU-SoortOmzet AND SoortInput EQUALS "O")
                       OR (FS-BU-SoortKosten AND SoortInput EQUALS "K"))
                       SET BudgetGevonden TO TRUE
                       PERFORM SchrijfNieuwBudget
                   ELSE
           MOVE MaandInput TO FS-W-Maand
           MOVE CategorieInput TO FS-W-Categorie
           MOVE BedragInput TO FS-W-Bedrag
           MOVE SoortInput TO FS-W-Soort
           WRITE BudgetWerkrecord
           .

           DISPLAY "Jaar (yyyy): " WITH NO ADVANCING
           ACCEPT JaarInput
           MOVE ZERO TO JaarTotaal
           MOVE ZERO TO JaarTotaalKosten
           MOVE ZERO TO EOFVlag
           OPEN INPUT BudgettenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "bedrijf | soort | maand | categorie  | bedrag"
           READ BudgettenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-BU-Jaar EQUALS JaarInput
                   COMPUTE BedragCenten = FS-BU-Bedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   IF FS-BU-SoortKosten
                       DISPLAY "   " FS-BU-Bedrijf "    |   K   |  " FS-BU-Maand "   | " FS-BU-Categorie " | " ToonBedrag
                   ELSE
                       DISPLAY "   " FS-BU-Bedrijf "    |   O   |  " FS-BU-Maand "   | " FS-BU-Categorie " | " ToonBedrag
                   END-IF
                   IF FS-BU-Categorie EQUALS SPACES
                       IF FS-BU-SoortKosten
                           ADD FS-BU-Bedrag TO JaarTotaalKosten
                       ELSE
                           ADD FS-BU-Bedrag TO JaarTotaal
                       END-IF
                   END-IF
               END-IF
               READ BudgettenBestand
               END-READ
           END-PERFORM
           CLOSE BudgettenBestand
           COMPUTE BedragCenten = JaarTotaal * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Totaalbudget concern " JaarInput ": " ToonBedrag
           COMPUTE BedragCenten = JaarTotaalKosten * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Kostenbudget Huur " JaarInput ": " ToonBedrag
           .

       ZetOmgevingsPaden.
