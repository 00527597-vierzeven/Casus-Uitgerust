         02 JR-Operator PIC X(8).
         02 JR-Programma PIC X(30).
         02 JR-Actie PIC X(20).
         02 JR-BeeldVoor PIC X(104).
         02 JR-BeeldNa PIC X(104).
         02 JR-Reden PIC XX.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).
               MOVE LS-Actie TO JR-Actie
               MOVE LS-BeeldVoor TO JR-BeeldVoor
               MOVE LS-BeeldNa TO JR-BeeldNa
               MOVE LS-Reden TO JR-Reden
               WRITE JournaalRecord
               CLOSE JournaalBestand
           ELSE
