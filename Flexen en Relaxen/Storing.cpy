      * Copybook Storing
      * Storingsregister (onderhouden door 46--StoringBeheer): defecten
      * aan een werkplek of vergaderruimte, van melding tot oplossing
       01 (pf)-Storing.
         02 (pf)-Storingnummer PIC 9(6).
         02 (pf)-Vestiging PIC XX.
         02 (pf)-SoortObject PIC X.
           88 (pf)-ObjectWerkplek VALUE "W".
           88 (pf)-ObjectVergaderruimte VALUE "V".
      *  Werkplek (huisnummer/kamernummer) of ruimtenummer, naar soort
         02 (pf)-Werkpleknummer.
           03 (pf)-Huisnummer PIC 99.
           03 (pf)-Kamernummer PIC 9.
         02 (pf)-Ruimtenummer PIC 99.
         02 (pf)-Categorie PIC X.
           88 (pf)-CategorieMeubilair VALUE "M".
           88 (pf)-CategorieBeeldscherm VALUE "B".
           88 (pf)-CategorieAudiovisueel VALUE "A".
           88 (pf)-CategorieNetwerk VALUE "N".
           88 (pf)-CategorieOverig VALUE "O".
         02 (pf)-Urgentie PIC X.
           88 (pf)-Urgent VALUE "U".
           88 (pf)-NietUrgent VALUE "N".
         02 (pf)-Melder PIC X(24).
         02 (pf)-Omschrijving PIC X(40).
         02 (pf)-MeldDatum PIC 9(8).
         02 (pf)-Status PIC X.
           88 (pf)-StatusOpen VALUE "O".
           88 (pf)-StatusToegewezen VALUE "T".
           88 (pf)-StatusOpgelost VALUE "G".
         02 (pf)-ToegewezenAan PIC X(24).
      *  Datums als yyyymmdd; spaties zolang de stap nog niet gezet is
         02 (pf)-ToewijsDatum PIC X(8).
         02 (pf)-OplosDatum PIC X(8).
         02 (pf)-Oplossing PIC X(30).
      *  J = bij de melding is een blokkade aangemaakt (urgente storing
      *  aan een werkplek); die wordt bij het oplossen weer opgeheven
         02 (pf)-BlokkadeVlag PIC X.
           88 (pf)-MetBlokkade VALUE "J".
