           END-READ
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE NieuweWoning TO FS-R-Woningnummer
           *> Het park van de nieuwe woning reist mee op de reservering;
           *> een aankomstslot geldt alleen bij de receptie van het
           *> oude park en vervalt dan
           IF FS-R-Parkcode NOT EQUALS NieuwePark
             AND NOT (FS-R-Parkcode EQUALS SPACES AND NieuwePark EQUALS "01")
               MOVE SPACES TO FS-R-AankomstSlot
           END-IF
           MOVE NieuwePark TO FS-R-Parkcode
           REWRITE Reserveringsrecord
               INVALID KEY
