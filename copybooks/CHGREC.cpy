      *> CHGREC - En rad i ändringsloggen (CHGLOG) för ärenden i
      *> CASEFILE, skriven av MAXLOAN-AMEND för varje genomförd
      *> rättelse eller makulering: när, vilket fält, gammalt och nytt
      *> värde, orsaken, handläggaren som begärde ändringen, lånetaket
      *> före och efter omräkningen och hela ärendeposten före och
      *> efter ändringen. Loggen är ackumulerande och rörs aldrig i
      *> efterhand - den är revisionens svar på vem som ändrade vad i
      *> ett besked.
      *> Personnumren står i klartext så att MAXLOAN-EXTRACT kan ta
      *> med personens ändringar i ett registerutdrag.
      *> CG-ACTION:
      *>   RATTELSE - ett fält rättades och beskedet räknades om
      *>   MAKULERA - beskedet drogs tillbaka
       01  CHANGE-LOG-RECORD.
           02  CG-CASE-NUMBER PIC 9(14).
           02  FILLER PIC X(01).
           02  CG-TIMESTAMP PIC 9(14).
           02  FILLER PIC X(01).
           02  CG-ACTION PIC X(08).
               88  CG-CORRECTION VALUE "RATTELSE".
               88  CG-CANCELLATION VALUE "MAKULERA".
           02  FILLER PIC X(01).
           02  CG-FIELD-CODE PIC X(12).
           02  FILLER PIC X(01).
           02  CG-OLD-VALUE PIC X(12).
           02  FILLER PIC X(01).
           02  CG-NEW-VALUE PIC X(12).
           02  FILLER PIC X(01).
           02  CG-REASON PIC X(30).
           02  FILLER PIC X(01).
           02  CG-ADVISER-ID PIC X(08).
           02  FILLER PIC X(01).
           02  CG-A1-PERSONNUMMER PIC X(12).
           02  FILLER PIC X(01).
           02  CG-A2-PERSONNUMMER PIC X(12).
           02  FILLER PIC X(01).
           02  CG-OLD-MAX-LOAN-AMOUNT PIC 9(10).
           02  FILLER PIC X(01).
           02  CG-NEW-MAX-LOAN-AMOUNT PIC 9(10).
           02  FILLER PIC X(01).
      *> Ärendeposten (CASEREC, 400 tecken) före och efter.
           02  CG-BEFORE-IMAGE PIC X(400).
           02  CG-AFTER-IMAGE PIC X(400).
