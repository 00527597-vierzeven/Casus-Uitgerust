         02 (pf)-GeslaagdVlag PIC 9.
           88 (pf)-AanmeldingGeslaagd VALUE 1.
           88 (pf)-AanmeldingMislukt VALUE 0.
      *  G = alleen een beheerder laten bevestigen (goedkeuring door
      *  een tweede persoon): de aangemelde operator blijft dezelfde
         02 (pf)-ModusVlag PIC X.
           88 (pf)-ModusGoedkeuring VALUE "G".
