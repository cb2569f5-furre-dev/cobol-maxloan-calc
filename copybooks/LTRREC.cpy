      *> LTRREC - En rad i brevregistret (LTRREG) som MAXLOAN-LETTER
      *> fyller på för varje lånelöftesbrev som skrivs: ärendet,
      *> utskriftsdagen och kontoret och handläggaren som lämnade
      *> beskedet. Registret är ackumulerande - ett brev som skrivs
      *> ut på nytt får en ny rad - och är underlaget för antalet
      *> brev i kontorsrapporten MAXLOAN-OFFICE.
       01  LETTER-REGISTER-RECORD.
           02  LR-CASE-NUMBER PIC 9(14).
           02  FILLER PIC X(01).
           02  LR-PRINT-DATE PIC 9(8).
           02  FILLER PIC X(01).
           02  LR-OFFICE-CODE PIC X(04).
           02  FILLER PIC X(01).
           02  LR-ADVISER-ID PIC X(08).
