         02 (pf)-PaklijstVlag PIC X.
           88 (pf)-OpPaklijst VALUE "J".
           88 (pf)-NietOpPaklijst VALUE "N" " ".
      *  Linnenpakket (LinnenBestelling): B = bedlinnenset, H =
      *  handdoekenset; per stuk een extra set in de wasserijbestelling.
      *  Spatie in oude records betekent: geen linnen
         02 (pf)-LinnenSoort PIC X.
           88 (pf)-LinnenBed VALUE "B".
           88 (pf)-LinnenHanddoek VALUE "H".
           88 (pf)-GeenLinnen VALUE "N" " ".
