           02  AR-CARS-OWNED PIC 9(2).
           02  AR-CARS-LEASED-TOTAL-PRICE PIC 9(5).
           02  AR-OTHER-LOAN-EXPENSES PIC 9(6).
      *> Kontoret och handläggaren som tog emot ansökan - granskas
      *> mot kontors- och handläggarregistret av MAXLOAN-EDIT.
           02  AR-OFFICE-CODE PIC X(04).
           02  AR-ADVISER-ID PIC X(08).
      *> Kanalen ansökan kom in genom: WEBB för rader som MAXLOAN-WEB
      *> skapat ur webbformulärets fil, blank för kundtjänstens
      *> intagslista. Följer med till ärendet (CR-CHANNEL).
           02  AR-CHANNEL PIC X(04).
               88  AR-FROM-WEB VALUE "WEBB".
           02  FILLER PIC X(02).
