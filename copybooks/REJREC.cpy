      *>   FEL06 - personnumret är spärrat i spärrfilen (SPARRFIL) -
      *>           raden ska till manuell handläggning, inte skickas
      *>           in på nytt
      *>   FEL07 - kontorskoden saknas i kontors- och handläggar-
      *>           registret (KONTREG)
      *>   FEL08 - handläggaren tjänstgör inte på det angivna
      *>           kontoret enligt KONTREG
      *>   FEL09 - sökanden saknas i inkomstregistret (INCREG) -
      *>           inkomsten kan inte stämmas av, raden ska till
      *>           manuell handläggning
       01  REJECT-RECORD.
           02  REJ-CASE-REF PIC X(10).
           02  FILLER PIC X(01) VALUE SPACE.
