           02  LE-MAX-PROPERTY-PRICE PIC 9(10).
           02  LE-DEPOSIT-PERCENT PIC 99V999.
           02  LE-LOAN-PERCENT PIC 99V999.
      *> LE-STATUS: OK eller AVSLAG för maskinellt beräknade besked,
      *> MANUELL för ett avsteg beviljat av kreditberedningen i
      *> MAXLOAN-REVIEW (beloppen är då det beviljade lånet och
      *> det köpeskillingstak det ger med ärendets kontantinsats).
      *> Efter en rättelse i MAXLOAN-AMEND skrivs en ny rad för
      *> ärendet: ERSATT med de omräknade beloppen när beskedet
      *> ersätter det tidigare, eller AVSLAG när omräkningen ger
      *> avslag. En makulering skrivs som MAKULERA med nollbelopp -
      *> låneursprungssystemet ska då sluta honorera beskedet. Vid
      *> flera rader för samma ärende gäller den sista.
           02  LE-STATUS PIC X(08).
      *> Dagen då raden skrevs. För vanliga besked är den densamma
      *> som ärendenumrets datum, men ett manuellt beslut kan komma
      *> dagar efter ärendet - leveransen väljer rader på denna dag.
      *> Blank i rader skrivna innan fältet fanns.
           02  LE-EXPORT-DATE PIC 9(8).
      *> Kontoret och handläggaren som lämnade beskedet (ärendets
      *> CR-OFFICE-CODE/CR-ADVISER-ID), så att låneursprungssystemet
      *> vet vem kunden ska tillbaka till.
           02  LE-OFFICE-CODE PIC X(04).
           02  LE-ADVISER-ID PIC X(08).
