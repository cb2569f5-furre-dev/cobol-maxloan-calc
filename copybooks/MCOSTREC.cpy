           02  MC-HOUSING-FEE PIC 9(5).
           02  MC-TAX-CREDIT PIC 9(7).
           02  MC-NET-MONTHLY-COST PIC 9(7).
      *> Dagen då raden skrevs - en omräknad kalkyl efter en rättelse
      *> (MAXLOAN-AMEND) skrivs dagar efter ärendet och levereras på
      *> rättelsedagen, samma regel som LE-EXPORT-DATE. Blank i rader
      *> skrivna innan fältet fanns; de följer ärendenumrets datum.
      *> Vid flera rader för samma ärende gäller den sista.
           02  MC-EXPORT-DATE PIC 9(8).
           02  FILLER PIC X(05).
