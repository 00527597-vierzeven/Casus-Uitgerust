         02 FK-IncassoVlag PIC X.
         02 FK-Bedrijfsnummer PIC 9(4).
         02 FK-Kostenplaats PIC X(6).
         02 FK-Kredietlimiet PIC 9(6)V99.
         02 FK-KredietActie PIC X.
         02 FK-KredietVrijTot PIC X(8).
         02 FK-VoorkeurVestigingen PIC X(6).
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
