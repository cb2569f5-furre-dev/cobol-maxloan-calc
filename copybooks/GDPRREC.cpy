      *> GDPRREC - En rad i dataskyddsombudets logg (GDPRLOG) över
      *> registerutdrag enligt GDPR, skriven av MAXLOAN-EXTRACT vid
      *> varje körning: när utdraget togs, för vilket personnummer,
      *> begärans referens och handläggaren som beställde det, hur
      *> många uppgifter som hittades och om någon fil inte gick att
      *> läsa. Loggen är ackumulerande och visar att varje begäran
      *> besvarats inom lagstadgad tid.
      *> GD-RESULT:
      *>   KOMPLETT     - alla filer lästes
      *>   OFULLSTANDIG - minst en fil kunde inte läsas, se
      *>                  GD-FILES-UNREAD och utdraget
      *>   AVVISAD      - parameterkortet saknades, personnumret
      *>                  underkändes eller utdraget kunde inte
      *>                  skrivas - inget utdrag togs
       01  GDPR-LOG-RECORD.
           02  GD-RUN-DATE PIC 9(8).
           02  FILLER PIC X(01).
           02  GD-RUN-TIME PIC 9(6).
           02  FILLER PIC X(01).
           02  GD-PERSONNUMMER PIC X(12).
           02  FILLER PIC X(01).
           02  GD-REQUEST-REFERENCE PIC X(20).
           02  FILLER PIC X(01).
           02  GD-OFFICER-ID PIC X(08).
           02  FILLER PIC X(01).
           02  GD-ROWS-FOUND PIC 9(7).
           02  FILLER PIC X(01).
           02  GD-FILES-UNREAD PIC 9(2).
           02  FILLER PIC X(01).
           02  GD-RESULT PIC X(12).
               88  GD-COMPLETE VALUE "KOMPLETT".
               88  GD-INCOMPLETE VALUE "OFULLSTANDIG".
               88  GD-REJECTED VALUE "AVVISAD".
