      *> ADVREC - En rad i kontors- och handläggarregistret (KONTREG),
      *> underhållet av personalavdelningen: en rad per handläggare
      *> och kontor, med den period handläggaren tjänstgör där. En
      *> handläggare som byter kontor får en ny rad, och den gamla
      *> raden avslutas med sitt till-datum - så går ett äldre
      *> ärende fortfarande att knyta till rätt kontor.
      *> AV-VALID-TO = 99999999 betyder tills vidare.
       01  ADVISER-REGISTER-RECORD.
           02  AV-OFFICE-CODE PIC X(04).
           02  FILLER PIC X(01).
           02  AV-ADVISER-ID PIC X(08).
           02  FILLER PIC X(01).
           02  AV-VALID-FROM PIC 9(8).
           02  FILLER PIC X(01).
           02  AV-VALID-TO PIC 9(8).
           02  FILLER PIC X(01).
           02  AV-ADVISER-NAME PIC X(30).
           02  FILLER PIC X(01).
           02  AV-OFFICE-NAME PIC X(20).
