      *> INCLINK - Linkage layout för MAXLOAN-INCOME, avstämningen av
      *> en sökandes uppgivna månadsinkomst före skatt mot inkomst-
      *> registrets senast taxerade årsinkomst (INCREG). Delas av
      *> MAXLOAN-CALC (intervjun), MAXLOAN-EDIT (intagsrader utan
      *> registrerad inkomst avvisas) och MAXLOAN-BATCH, så att alla
      *> kanaler tillämpar samma tolerans och samma regel för vilken
      *> inkomst kalkylen får räkna med.
      *> INO-CHECK-RESULT:
      *>   K - registrerad inkomst finns och den uppgivna ligger
      *>       inom toleransen - den uppgivna används
      *>   H - den uppgivna ligger mer än toleransen över den
      *>       registrerade - kreditpolicyn säger att den lägre,
      *>       registrerade inkomsten används
      *>   L - den uppgivna ligger mer än toleransen under den
      *>       registrerade - den uppgivna (lägre) används
      *>   S - personnumret saknas i inkomstregistret - den
      *>       uppgivna används men ärendet ska flaggas
      *>   E - registret kunde inte läsas (INO-REGISTER-MISSING) -
      *>       ingen avstämning gjordes
       01  INCOME-INPUT.
           02  INI-PERSONNUMMER PIC X(12).
           02  INI-STATED-GROSS-SALARY PIC 9(6).

       01  INCOME-OUTPUT.
           02  INO-FOUND-SWITCH PIC X(01).
               88  INCOME-FOUND VALUE "J".
           02  INO-REGISTER-MISSING-SWITCH PIC X(01).
               88  INCOME-REGISTER-MISSING VALUE "J".
           02  INO-ANNUAL-INCOME PIC 9(8).
           02  INO-INCOME-YEAR PIC 9(4).
           02  INO-EMPLOYER-COUNT PIC 9(2).
      *> Årsinkomsten omräknad till månadsinkomst (årsinkomst / 12).
           02  INO-REGISTER-GROSS-SALARY PIC 9(6).
           02  INO-CHECK-RESULT PIC X(01).
               88  INCOME-WITHIN-TOLERANCE VALUE "K".
               88  INCOME-OVERSTATED VALUE "H".
               88  INCOME-UNDERSTATED VALUE "L".
               88  INCOME-NOT-IN-REGISTER VALUE "S".
               88  INCOME-NOT-CHECKED VALUE "E".
      *> Den månadsinkomst före skatt som kalkylen ska räkna med.
           02  INO-CALC-GROSS-SALARY PIC 9(6).
