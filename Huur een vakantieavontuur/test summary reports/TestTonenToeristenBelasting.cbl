       PROCEDURE DIVISION.
       BeginProgram.
           *>    DISPLAY "UnitTest Tonen Toeristen Belasting"
           *> Jaar nul: de vaste tarieven, los van het tarievenbestand
           MOVE ZERO TO WS-C-Jaar
           MOVE SPACES TO WS-C-Parkcode
       
           PERFORM Test-Nul-Fout.
           PERFORM Test-Rand-Getal-Klein-Fout.
           PERFORM Test-Rand-Getal-Groot-Goed.
           PERFORM Test-Rand-Getal-Groot-Fout.
           PERFORM Test-Groot-Getal-Fout.
           PERFORM Test-Kind-Tarief-Goed.
           PERFORM Test-Vrijgesteld-Goed.
       
           PERFORM Test-Niet-Numeriek-Getal-Fout.
       
           SET VerwachteRC-IllegalParameter TO TRUE
           PERFORM UitvoerenTestCase.
       
       Test-Kind-Tarief-Goed.
           MOVE 20 TO WS-C-WeekNummer
           MOVE 10 TO WS-C-Leeftijd
           MOVE 1 TO WS-C-AantalWeken
           MOVE 7 TO VerwachteUitkomst
           SET VerwachteRC-OK TO TRUE
           PERFORM UitvoerenTestCase
           IF NOT WS-R-CategorieKind
               DISPLAY "Test geeft niet de verwachte categorie: "
                 WS-R-Categorie
           END-IF.

       Test-Vrijgesteld-Goed.
           MOVE 20 TO WS-C-WeekNummer
           MOVE 5 TO WS-C-Leeftijd
           MOVE 1 TO WS-C-AantalWeken
           MOVE 0 TO VerwachteUitkomst
           SET VerwachteRC-OK TO TRUE
           PERFORM UitvoerenTestCase
           IF NOT WS-R-CategorieVrijgesteld
               DISPLAY "Test geeft niet de verwachte categorie: "
                 WS-R-Categorie
           END-IF.

       Test-Niet-Numeriek-Getal-Fout.
           MOVE SPACES TO WS-C-ParametersTonenToeristenBelasting
           SET VerwachteRC-IllegalParameter TO TRUE
