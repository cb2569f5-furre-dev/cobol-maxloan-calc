      *> behövs när Skatteverket publicerar nya satser, och en
      *> omräkning av ett gammalt ärende får de satser som gällde då.
      *> Koden 9999 är den generella reservsatsen, som i tabellen.
      *> Kommunens namn står sist på raden, så att intag som anger
      *> kommunen med namn (webbansökan, MAXLOAN-WEB) kan översättas
      *> till koden. Reservraden 9999 har inget namn.
       01  KOMSKATT-FILE-RECORD.
           02  KF-EFFECTIVE-DATE PIC 9(8).
           02  FILLER PIC X(01).
           02  KF-STATE-TAX-BREAKPOINT PIC 9(6).
           02  FILLER PIC X(01).
           02  KF-STATE-TAX-RATE PIC 9V9999.
           02  FILLER PIC X(01).
           02  KF-MUNICIPALITY-NAME PIC X(20).
