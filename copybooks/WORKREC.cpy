      *> så att skuldkvoten och avvikelseflaggan överlever ett avbrott.
           02  WR-EXISTING-DEBT-BALANCE PIC 9(9).
           02  WR-DEBT-DEVIATION-SWITCH PIC X(01).
      *> Kundens egen uppgift om lånekostnad och kreditupplysningens
      *> siffra, så att en avvikelse som köas till manuell
      *> handläggning efter ett avbrott bär båda beloppen.
           02  WR-STATED-DEBT-SERVICE PIC 9(6).
           02  WR-REGISTERED-DEBT-SERVICE PIC 9(7).
      *> Avstämningen mot inkomstregistret per sökande (utfall enligt
      *> INCLINK, uppgiven och registrerad månadsinkomst, inkomstår),
      *> så att flaggan och beloppen till CASEFILE överlever ett
      *> avbrott efter inkomstavsnittet.
           02  WR-A1-INCOME-CHECK-RESULT PIC X(01).
           02  WR-A1-STATED-GROSS-SALARY PIC 9(6).
           02  WR-A1-REGISTER-GROSS-SALARY PIC 9(6).
           02  WR-A1-INCOME-YEAR PIC 9(4).
           02  WR-A2-INCOME-CHECK-RESULT PIC X(01).
           02  WR-A2-STATED-GROSS-SALARY PIC 9(6).
           02  WR-A2-REGISTER-GROSS-SALARY PIC 9(6).
           02  WR-A2-INCOME-YEAR PIC 9(4).
