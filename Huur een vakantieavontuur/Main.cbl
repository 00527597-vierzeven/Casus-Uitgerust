       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 999 VALUE ZERO.
       01 Reserveringsnummer PIC 9(8) VALUE ZEROES.
       01 Annuleringstype PIC X VALUE SPACE.
       01 BevestigingInput PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       BeginProgram.
           MOVE SPACE TO WS-ModusVlag
           CALL "OperatorAanmelden" USING WS-Aanmelding
           IF (WS-AanmeldingMislukt)
               STOP RUN
                   DISPLAY "94. Budgetbeheer"
                   DISPLAY "95. Testverversing vanuit productie"
                   DISPLAY "96. Vrijgave uitbetalingen (vier ogen)"
                   DISPLAY "97. Toeristenbelastingtarieven per gemeente"
                   DISPLAY "98. Woningtypen (stamgegevens)"
                   DISPLAY "99. Huisdieren per woning"
                   DISPLAY "100. Tevredenheidsenquete na verblijf"
                   DISPLAY "101. Afrekening touroperators (allotments)"
                   DISPLAY "102. Rooming list touroperator inlezen"
                   DISPLAY "103. Boekingen per herkomstkanaal"
                   DISPLAY "104. Boekingstempo tegen vorig jaar"
                   DISPLAY "105. Bezettingstoeslagen beheren"
                   DISPLAY "106. Factuurafwijkingen na wijzigingen"
                   DISPLAY "107. Calamiteitenfonds en kwartaalaangifte"
               END-IF
               DISPLAY "108. Kortingsplafond en goedkeuringen"
               IF (WS-RolBeheerder)
                   DISPLAY "109. Incasso termijnen parkgasten"
                   DISPLAY "110. Betaalbatch uitbetalingen (SEPA)"
                   DISPLAY "111. Vorderingen naar het incassobureau"
                   DISPLAY "112. Mailingselectie marketing"
                   DISPLAY "113. Register ongewenste gasten"
               END-IF
               DISPLAY "114. Pre-registratie gasten voor aankomst"
               DISPLAY "115. Aankomstslots en receptieplanning"
               DISPLAY "116. Slagboomlijst kentekens per park"
               DISPLAY "117. Activiteiten en inschrijvingen"
               IF (WS-RolBeheerder)
                   DISPLAY "118. Calamiteit: sluiting park of woningen"
                   DISPLAY "119. Resultaat per woning per jaar"
                   DISPLAY "120. Crediteuren en inkoopfacturen"
               END-IF
               DISPLAY "121. Linnenbestelling wasserij en retour"
               DISPLAY "122. Schoonmaakploeg en indeling wisseldag"
               DISPLAY "123. Gevonden voorwerpen (park en flexplekken)"
               IF (WS-RolBeheerder)
                   DISPLAY "124. Tariefsimulatie (concepttarieven)"
               END-IF
               DISPLAY "125. Prijslijst voor brochure en website"
               DISPLAY "126. Ochtendrapport beide bedrijven"
               IF (WS-RolBeheerder)
                   DISPLAY "127. E-facturen (UBL) zakelijke klanten"
                   DISPLAY "128. Annuleringsanalyse beide bedrijven"
                   DISPLAY "129. Operatorcontrole (dag/maand)"
               END-IF
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               *> invoer niet toegestaan
               IF (WS-RolBalie)
                 AND (Keuze = 0 OR 10 OR 15 OR 19 OR 20 OR 22 OR 25 OR 27 OR 28 OR 29 OR 31 OR 34 OR 36 OR 37 OR 38 OR 39 OR 40 OR 41 OR 42 OR 44 OR 45 OR 46 OR 48 OR 51 OR 52 OR 53 OR 54
                   OR 55 OR 56 OR 57 OR 58 OR 60 OR 61 OR 62 OR 63 OR 68 OR 71 OR 73 OR 76 OR 78 OR 79 OR 80 OR 81 OR 82 OR 83 OR 84 OR 89 OR 90 OR 91 OR 92 OR 93 OR 94 OR 95 OR 96
                   OR 97 OR 98 OR 99 OR 100 OR 101 OR 102 OR 103
                   OR 104 OR 105 OR 106 OR 107 OR 109 OR 110
                   OR 111
                   OR 112
                   OR 113
                   OR 118 OR 119 OR 120 OR 124 OR 127 OR 128
                   OR 129)
                   DISPLAY "Deze keuze is alleen beschikbaar voor de beheerder."
                   MOVE 999 TO Keuze
               END-IF
               EVALUATE Keuze
                   WHEN 0
                       CALL "TestVerversing"
                   WHEN 96
                       CALL "UitbetalingGoedkeuring"
                   WHEN 97
                       CALL "ToeristenbelastingTariefBeheer"
                   WHEN 98
                       CALL "WoningtypeBeheer"
                   WHEN 99
                       CALL "WoningHuisdierenBeheer"
                   WHEN 100
                       CALL "GastEnquete"
                   WHEN 101
                       CALL "AllotmentAfrekening"
                   WHEN 102
                       CALL "RoomingListImport"
                   WHEN 103
                       CALL "KanaalRapport"
                   WHEN 104
                       CALL "BoekingsTempo"
                   WHEN 105
                       CALL "BezettingsToeslagBeheer"
                   WHEN 106
                       CALL "FactuurAfwijkingen"
                   WHEN 107
                       CALL "CalamiteitenfondsAangifte"
                   WHEN 108
                       CALL "KortingsPlafondBeheer"
                   WHEN 109
                       CALL "IncassoBatch"
                   WHEN 110
                       CALL "BetaalBatch"
                   WHEN 111
                       CALL "IncassobureauOverdracht"
                   WHEN 112
                       CALL "MailingSelectie"
                   WHEN 113
                       CALL "OngewensteGastenBeheer"
                   WHEN 114
                       CALL "PreRegistratieImport"
                   WHEN 115
                       CALL "AankomstSlotBeheer"
                   WHEN 116
                       CALL "SlagboomExport"
                   WHEN 117
                       CALL "ActiviteitenBeheer"
                   WHEN 118
                       CALL "CalamiteitVerwerking"
                   WHEN 119
                       CALL "WoningResultaat"
                   WHEN 120
                       CALL "CrediteurenBeheer"
                   WHEN 121
                       CALL "LinnenBestelling"
                   WHEN 122
                       CALL "SchoonmaakPlanning"
                   WHEN 123
                       CALL "GevondenVoorwerpen"
                   WHEN 124
                       CALL "TariefSimulatie"
                   WHEN 125
                       CALL "Prijslijst"
                   WHEN 126
                       CALL "OchtendRapport"
                   WHEN 127
                       CALL "UblExport"
                   WHEN 128
                       CALL "AnnuleringsAnalyse"
                   WHEN 129
                       CALL "OperatorControle"
                   WHEN 47
                       SET VerlaatHetProgramma
                         TO TRUE
