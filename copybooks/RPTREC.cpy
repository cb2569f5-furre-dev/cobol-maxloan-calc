           02  RR-PRIOR-FLAG PIC X(03).
           02  FILLER PIC X(01).
           02  RR-PRIOR-CASE-NUMBER PIC X(14).
      *> INK när någon sökandes uppgivna inkomst låg över inkomst-
      *> registrets utöver toleransen (kalkylen räknade då med den
      *> registrerade), SAK när en sökande saknas i registret.
           02  FILLER PIC X(01).
           02  RR-INCOME-FLAG PIC X(03).
           02  FILLER PIC X(07) VALUE SPACE.
