      * Copybook ParametersCalamiteitenBijdrage
      * Parameterblok voor BepaalCalamiteitenBijdrage: de bijdrage aan
      * het Calamiteitenfonds voor een reservering, volgens het tarief
      * dat gold op de aanmaakdatum. Eigen gebruik, onderhoud, verkoop
      * en winterverhuur dragen niet af, net als allotmentweken (die
      * de touroperator zelf afdraagt)
       01 (pf)-C-ParametersCalamiteitenBijdrage.
         03 (pf)-C-ReserveringsType PIC X.
         03 (pf)-C-AllotmentContract PIC X(4).
         03 (pf)-C-DatumCreatie PIC 9(8).
               *>By Reference
       01 (pf)-R-ParametersCalamiteitenBijdrage.
         03 (pf)-R-Bijdrage PIC 9(3)V99.
