      *> MANQREC - En rad i kön för manuell handläggning (MANQUEUE).
      *> Ärenden som inte kan eller får besked maskinellt skrivs hit
      *> istället för att följas upp på papper:
      *>   SPARR    - sökanden är spärrad i SPARRFIL (intervjun)
      *>   AVSLAG   - inkomsten räcker inte, MQ-SHORTFALL är
      *>              underskottet per månad (intervju och batch)
      *>   SKULDAVV - uppgiven lånekostnad avviker väsentligt från
      *>              kreditupplysningens (intervju och batch)
      *>   INKOMST  - uppgiven inkomst ligger över inkomstregistrets
      *>              utöver toleransen, eller sökanden saknas i
      *>              registret - MQ-REASON-DETAIL anger vilken
      *>              sökande och vilket (intervju och batch)
      *>   FELnn    - intagsraden avvisades av MAXLOAN-EDIT, med
      *>              första orsakskoden ur REJFILE (se REJREC)
      *> Ett ärende som får avslag eller en inkomstavvikelse först
      *> när det rättas i efterhand (MAXLOAN-AMEND) köas som AVSLAG
      *> eller INKOMST från kanalen RATTELSE.
      *> Ett avslag med avvikelse köas som AVSLAG med flaggan satt,
      *> och en inkomstavvikelse på ett avslag eller en skuld-
      *> avvikelse syns i MQ-REASON-DETAIL.
      *> MQ-QUEUE-NUMBER är ärendenumret när ärendet finns i CASEFILE
      *> (MQ-IN-CASEFILE). Spärrade intervjuer får klockslagets
      *> nummer utan ärende, och avvisade intagsrader dagens datum
      *> följt av 9 och radnumret i intagsfilen - utanför batchens
      *> nummerserier. Filen är ackumulerande; vid flera rader med
      *> samma nummer (omkörning) gäller den sista.
      *> Besluten förs i beslutsregistret MANDECIS (MANDREC).
       01  MANUAL-QUEUE-RECORD.
           02  MQ-QUEUE-NUMBER PIC 9(14).
           02  FILLER PIC X(01).
           02  MQ-ENTRY-DATE PIC 9(8).
           02  FILLER PIC X(01).
           02  MQ-CHANNEL PIC X(08).
               88  MQ-FROM-INTERVIEW VALUE "INTERVJU".
               88  MQ-FROM-BATCH VALUE "BATCH".
               88  MQ-FROM-EDIT VALUE "GRANSK".
               88  MQ-FROM-AMENDMENT VALUE "RATTELSE".
           02  FILLER PIC X(01).
           02  MQ-REASON-CODE PIC X(08).
               88  MQ-REASON-BLOCKED VALUE "SPARR".
               88  MQ-REASON-DECLINED VALUE "AVSLAG".
               88  MQ-REASON-DEBT-DEVIATION VALUE "SKULDAVV".
               88  MQ-REASON-INCOME VALUE "INKOMST".
           02  FILLER PIC X(01).
      *> Spärrkoden för SPARR, det underkända fältet för FELnn,
      *> sökande och avvikelse för INKOMST.
           02  MQ-REASON-DETAIL PIC X(26).
           02  FILLER PIC X(01).
           02  MQ-IN-CASEFILE-SWITCH PIC X(01).
               88  MQ-IN-CASEFILE VALUE "J".
           02  FILLER PIC X(01).
           02  MQ-CASE-REF PIC X(10).
           02  FILLER PIC X(01).
           02  MQ-A1-PERSONNUMMER PIC X(12).
           02  FILLER PIC X(01).
           02  MQ-A2-PERSONNUMMER PIC X(12).
           02  FILLER PIC X(01).
      *> Det maskinellt beräknade lånetaket - beviljas ett högre
      *> belopp krävs en andra handläggares attest.
           02  MQ-MAX-LOAN-AMOUNT PIC 9(10).
           02  FILLER PIC X(01).
           02  MQ-SHORTFALL PIC 9(7).
           02  FILLER PIC X(01).
           02  MQ-STATED-DEBT-SERVICE PIC 9(6).
           02  FILLER PIC X(01).
           02  MQ-REGISTERED-DEBT-SERVICE PIC 9(7).
           02  FILLER PIC X(01).
           02  MQ-DEBT-DEVIATION-FLAG PIC X(01).
           02  FILLER PIC X(01).
      *> Antal avvisade fält på intagsraden (FELnn).
           02  MQ-REJECT-COUNT PIC 9(2).
           02  FILLER PIC X(01).
      *> Kontoret och handläggaren som ärendet eller intagsraden
      *> kom ifrån, så att kreditberedningen vet vem som ska
      *> underrättas om beslutet.
           02  MQ-OFFICE-CODE PIC X(04).
           02  FILLER PIC X(01).
           02  MQ-ADVISER-ID PIC X(08).
