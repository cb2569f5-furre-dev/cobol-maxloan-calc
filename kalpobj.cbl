       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-OBJECT.
      *> Objektsprövning mot ett lämnat lånelöfte. När kunden kommer
      *> tillbaka med ett bestämt objekt knappar handläggaren in
      *> ärendenumret och objektets pris, verkliga månadsavgift och
      *> kontantinsats (som kan skilja sig från den i beskedet).
      *> Lånebehovet prövas mot ärendets sparade lånetak - eller det
      *> manuellt beviljade beloppet - och mot 85-procentsregeln,
      *> belåningsgrad och amorteringskrav räknas om för just det
      *> lånet och månadskostnaden räknas genom MAXLOAN-COST med
      *> objektets avgift istället för boendetypens schablon ur
      *> HSGFEE. Beskedet blir "ryms" eller "ryms inte" med
      *> marginalen i kronor, och varje prövning sparas i
      *> objektsregistret (OBJREG) knuten till ärendet, så att
      *> MAXLOAN-LETTER och MAXLOAN-INQUIRY kan visa vilka objekt
      *> som prövats mot löftet. Förfallna löften, avslag och
      *> ärenden med registrerat utfall prövas inte.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT OBJECT-CHECK-FILE ASSIGN TO "OBJREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OBJECT-CHECK-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CASE-FILE.
           COPY CASEREC.

           FD  OBJECT-CHECK-FILE.
           COPY OBJREC.

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           *> Kontantinsatsen ska vara minst 15% av priset - lånet får
           *> vara högst 85% av objektets pris.
           78  MAX-LOAN-PERCENT VALUE 85.

           *> Amorteringskravet enligt Finansinspektionens föreskrifter,
           *> samma gränser som i MAXLOAN-ENGINE: 1% vid belåningsgrad
           *> över 50%, 2% över 70%, plus ytterligare 1% om lånet
           *> överstiger 4,5 gånger bruttoårsinkomsten.
           78  AMORT-LTV-LOW-LIMIT VALUE 50.
           78  AMORT-LTV-HIGH-LIMIT VALUE 70.
           78  AMORT-INCOME-MULTIPLE VALUE 4.5.

           01  CASE-FILE-STATUS PIC X(02).
           01  OBJECT-CHECK-FILE-STATUS PIC X(02).

           01  OBJECT-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  OBJECT-FILE-OPEN VALUE "J".

           01  CASE-FOUND-SWITCH PIC X(01) VALUE "N".
               88  CASE-FOUND VALUE "J".
           01  CASE-CHECKABLE-SWITCH PIC X(01) VALUE "N".
               88  CASE-CHECKABLE VALUE "J".

           01  USER-INPUT-X PIC X(30).
           01  WANTED-CASE-NUMBER PIC 9(14).

           *> Objektets uppgifter som handläggaren knappar in.
           01  OBJECT-DESCRIPTION PIC X(30).
           01  PURCHASE-PRICE PIC 9(10).
           01  MONTHLY-FEE PIC 9(5).
           01  CASH-DEPOSIT PIC 9(8).

           *> Löftets tak: det maskinellt beräknade lånetaket, eller
           *> det belopp kreditberedningen beviljat i MAXLOAN-REVIEW.
           01  PROMISE-LIMIT PIC 9(10).
           01  MAX-LOAN-BY-PRICE PIC 9(10).
           01  LOAN-AMOUNT PIC 9(10).
           01  LOAN-PERCENT PIC 9(3)V99.
           01  AMORTERINGSKRAV PIC 9V999.
           01  ANNUAL-GROSS-SALARY PIC 9(8).
           01  MAX-LOAN-BASED-ON-INCOME PIC 9(10)V9.

           *> Marginalerna mot löftet och mot 85-procentsregeln kan
           *> vara negativa, därför signade mellanfält.
           01  PROMISE-MARGIN PIC S9(10).
           01  PRICE-RULE-MARGIN PIC S9(10).
           01  VERDICT-MARGIN PIC S9(10).

           COPY VALLINK.
           COPY ENGLINK.
           COPY COSTLINK.

           01  TODAYS-DATE PIC 9(8).
           01  NOW-TIME PIC 9(6).

           01  DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-COST PIC ZZZ,ZZ9.
           01  DISPLAY-MARGIN PIC ---,---,--9.
           01  DISPLAY-PERCENT PIC ZZ9.99.
           01  DISPLAY-AMORTERINGSKRAV PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           DISPLAY "== MAXLOAN objektsprövning =="
           PERFORM OPEN-OBJECT-FILE
           PERFORM ACCEPT-CASE-NUMBER
           PERFORM UNTIL WANTED-CASE-NUMBER = 0
               PERFORM FIND-CASE-RECORD
               IF CASE-FOUND THEN
                   PERFORM CHECK-CASE-IS-CHECKABLE
                   IF CASE-CHECKABLE THEN
                       PERFORM ACCEPT-OBJECT-DETAILS
                       PERFORM CALCULATE-OBJECT-CHECK
                       PERFORM DISPLAY-OBJECT-CHECK
                       PERFORM WRITE-OBJECT-CHECK
                   END-IF
               ELSE
                   DISPLAY "Ärendet hittades inte i CASEFILE."
               END-IF
               PERFORM ACCEPT-CASE-NUMBER
           END-PERFORM
           IF OBJECT-FILE-OPEN THEN
               CLOSE OBJECT-CHECK-FILE
           END-IF
           STOP RUN.

      *> Objektsregistret är ackumulerande och öppnas för påfyllning.
       OPEN-OBJECT-FILE SECTION.
           OPEN EXTEND OBJECT-CHECK-FILE
           IF OBJECT-CHECK-FILE-STATUS = "35" THEN
               *> OBJREG finns inte ännu - skapa det istället.
               OPEN OUTPUT OBJECT-CHECK-FILE
           END-IF
           IF OBJECT-CHECK-FILE-STATUS = "00" THEN
               SET OBJECT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna OBJREG, status "
                       OBJECT-CHECK-FILE-STATUS
                       " - prövningarna sparas inte"
           END-IF
           EXIT.

       ACCEPT-CASE-NUMBER SECTION.
           DISPLAY "Ärendenummer (0 avslutar)?: " WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X = SPACES THEN
               MOVE 0 TO WANTED-CASE-NUMBER
           ELSE
               MOVE FUNCTION NUMVAL(USER-INPUT-X) TO WANTED-CASE-NUMBER
           END-IF
           EXIT.

       FIND-CASE-RECORD SECTION.
           MOVE "N" TO CASE-FOUND-SWITCH
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               EXIT SECTION
           END-IF
           MOVE WANTED-CASE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ
           CLOSE CASE-FILE
           EXIT.

      *> Bara ett gällande lånelöfte kan prövas mot ett objekt: ett
      *> avslag är inget löfte, ett förfallet löfte kräver ett nytt
      *> besked, och ett ärende med registrerat utfall är avslutat.
      *> Ett makulerat besked är tillbakadraget, och ett besked som
      *> kreditberedningen avslagit är återkallat. Ett manuellt
      *> beviljat avsteg gäller med sitt belopp. Ett ärende som
      *> ligger hos kreditberedningen (KOAD eller ATTEST) prövas
      *> mot det maskinella löftet - det är lämnat och gäller tills
      *> beredningen eventuellt avslår det.
       CHECK-CASE-IS-CHECKABLE SECTION.
           MOVE "N" TO CASE-CHECKABLE-SWITCH
           DISPLAY " "
           DISPLAY "Ärendenummer: " CR-CASE-NUMBER
           DISPLAY "Sökande 1: " CR-A1-PERSONNUMMER
           IF CR-A2-GROSS-SALARY > 0 THEN
               DISPLAY "Sökande 2: " CR-A2-PERSONNUMMER
           END-IF

           IF CR-AMEND-CANCELLED THEN
               DISPLAY "Beskedet makulerades " CR-AMEND-DATE
                       " - det finns inget lånelöfte att pröva "
                       "objektet mot."
               EXIT SECTION
           END-IF
           IF CR-REVIEW-DECLINED THEN
               DISPLAY "Beskedet är avslaget av kreditberedningen "
                       "- det finns inget lånelöfte att pröva "
                       "objektet mot."
               EXIT SECTION
           END-IF

           IF CR-REVIEW-APPROVED AND CR-OVERRIDE-AMOUNT IS NUMERIC
                   AND CR-OVERRIDE-AMOUNT > 0 THEN
               MOVE CR-OVERRIDE-AMOUNT TO PROMISE-LIMIT
           ELSE
               MOVE CR-MAX-LOAN-AMOUNT TO PROMISE-LIMIT
           END-IF
           IF PROMISE-LIMIT = 0 THEN
               DISPLAY "Ärendet fick avslag - det finns inget "
                       "lånelöfte att pröva objektet mot."
               EXIT SECTION
           END-IF

           IF NOT CR-OUTCOME-OPEN THEN
               DISPLAY "Ärendet är avslutat med utfall "
                       FUNCTION TRIM(CR-OUTCOME-CODE)
                       " - objektsprövning görs inte."
               EXIT SECTION
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
           MOVE CR-CASE-NUMBER(1:8) TO VI-CASE-DATE
           MOVE TODAYS-DATE TO VI-TODAYS-DATE
           CALL "MAXLOAN-VALID" USING VALID-INPUT VALID-OUTPUT
           IF PROMISE-LAPSED THEN
               DISPLAY "Lånelöftet förföll " VO-VALID-TO-DATE
                       " - ett nytt besked behövs innan objektet "
                       "kan prövas."
               EXIT SECTION
           END-IF

           MOVE PROMISE-LIMIT TO DISPLAY-AMOUNT
           DISPLAY "Lånelöfte: " FUNCTION TRIM(DISPLAY-AMOUNT) " "
                   CUR ", giltigt till " VO-VALID-TO-DATE
           IF CR-REVIEW-QUEUED OR CR-REVIEW-AWAITING-SIGNOFF THEN
               DISPLAY "OBS: ärendet ligger hos kreditberedningen ("
                       FUNCTION TRIM(CR-REVIEW-STATUS)
                       ") - löftet kan komma att avslås."
           END-IF
           SET CASE-CHECKABLE TO TRUE
           EXIT.

      *> Kontantinsatsen kan lämnas tom - då gäller insatsen från
      *> beskedet.
       ACCEPT-OBJECT-DETAILS SECTION.
           DISPLAY "Objekt (adress eller beteckning)?: "
                   WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           MOVE FUNCTION TRIM(USER-INPUT-X) TO OBJECT-DESCRIPTION

           MOVE 0 TO PURCHASE-PRICE
           PERFORM UNTIL PURCHASE-PRICE > 0
               DISPLAY "Objektets pris?: " WITH NO ADVANCING
               MOVE SPACES TO USER-INPUT-X
               ACCEPT USER-INPUT-X
               MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
               IF USER-INPUT-X NOT = SPACES THEN
                   MOVE FUNCTION NUMVAL(USER-INPUT-X) TO PURCHASE-PRICE
               END-IF
           END-PERFORM

           DISPLAY "Månadsavgift/driftkostnad för objektet?: "
                   WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X = SPACES THEN
               MOVE 0 TO MONTHLY-FEE
           ELSE
               MOVE FUNCTION NUMVAL(USER-INPUT-X) TO MONTHLY-FEE
           END-IF

           MOVE CR-CASH-DEPOSIT TO DISPLAY-AMOUNT
           DISPLAY "Kontantinsats (tomt = "
                   FUNCTION TRIM(DISPLAY-AMOUNT) " enligt beskedet)?: "
                   WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X = SPACES THEN
               MOVE CR-CASH-DEPOSIT TO CASH-DEPOSIT
           ELSE
               MOVE FUNCTION NUMVAL(USER-INPUT-X) TO CASH-DEPOSIT
           END-IF
           EXIT.

      *> Lånebehovet är priset minus kontantinsatsen. Det prövas mot
      *> löftets tak och mot 85% av priset; marginalen är den
      *> snävaste av de två.
       CALCULATE-OBJECT-CHECK SECTION.
           IF CASH-DEPOSIT NOT < PURCHASE-PRICE THEN
               MOVE 0 TO LOAN-AMOUNT
           ELSE
               COMPUTE LOAN-AMOUNT = PURCHASE-PRICE - CASH-DEPOSIT
           END-IF

           COMPUTE MAX-LOAN-BY-PRICE =
                   (PURCHASE-PRICE * MAX-LOAN-PERCENT) / 100
           COMPUTE PROMISE-MARGIN = PROMISE-LIMIT - LOAN-AMOUNT
           COMPUTE PRICE-RULE-MARGIN = MAX-LOAN-BY-PRICE - LOAN-AMOUNT
           IF PROMISE-MARGIN < PRICE-RULE-MARGIN THEN
               MOVE PROMISE-MARGIN TO VERDICT-MARGIN
           ELSE
               MOVE PRICE-RULE-MARGIN TO VERDICT-MARGIN
           END-IF

           COMPUTE LOAN-PERCENT ROUNDED =
                   (LOAN-AMOUNT * 100) / PURCHASE-PRICE
           PERFORM CALCULATE-AMORTERINGSKRAV
           PERFORM CALCULATE-OBJECT-COST
           EXIT.

       CALCULATE-AMORTERINGSKRAV SECTION.
           MOVE 0 TO AMORTERINGSKRAV
           IF LOAN-PERCENT > AMORT-LTV-HIGH-LIMIT THEN
               MOVE 2 TO AMORTERINGSKRAV
           ELSE
               IF LOAN-PERCENT > AMORT-LTV-LOW-LIMIT THEN
                   MOVE 1 TO AMORTERINGSKRAV
               END-IF
           END-IF

           COMPUTE ANNUAL-GROSS-SALARY = CR-GROSS-SALARY * 12
           COMPUTE MAX-LOAN-BASED-ON-INCOME =
                   ANNUAL-GROSS-SALARY * AMORT-INCOME-MULTIPLE
           IF LOAN-AMOUNT > MAX-LOAN-BASED-ON-INCOME THEN
               ADD 1 TO AMORTERINGSKRAV
           END-IF
           EXIT.

      *> Kalkylräntan är den worst-case-ränta som MAXLOAN-ENGINE
      *> räknar besked med - motorn körs med ärendets sparade
      *> uppgifter, så att objektets månadskostnad räknas på samma
      *> sats som beskedet. Månadskostnaden räknas sedan på objektets
      *> lånebehov med objektets verkliga avgift.
       CALCULATE-OBJECT-COST SECTION.
           MOVE CR-GROSS-SALARY TO EI-GROSS-SALARY
           MOVE CR-NET-SALARY TO EI-NET-SALARY
           MOVE CASH-DEPOSIT TO EI-CASH-DEPOSIT
           MOVE CR-TOTAL-EXPENSES TO EI-TOTAL-EXPENSES
           MOVE 0 TO EI-EXISTING-DEBT-BALANCE
           CALL "MAXLOAN-ENGINE" USING ENGINE-INPUT ENGINE-OUTPUT

           MOVE LOAN-AMOUNT TO CI-LOAN-AMOUNT
           MOVE EO-INTEREST-RATE TO CI-INTEREST-RATE
           MOVE AMORTERINGSKRAV TO CI-AMORTERINGSKRAV
           MOVE MONTHLY-FEE TO CI-MONTHLY-FEE
           CALL "MAXLOAN-COST" USING COST-INPUT COST-OUTPUT
           EXIT.

       DISPLAY-OBJECT-CHECK SECTION.
           DISPLAY " "
           DISPLAY "-- Objektsprövning: "
                   FUNCTION TRIM(OBJECT-DESCRIPTION) " --"
           MOVE PURCHASE-PRICE TO DISPLAY-AMOUNT
           DISPLAY "  Pris:             " DISPLAY-AMOUNT " " CUR
           MOVE CASH-DEPOSIT TO DISPLAY-AMOUNT
           DISPLAY "  Kontantinsats:    " DISPLAY-AMOUNT " " CUR
           MOVE LOAN-AMOUNT TO DISPLAY-AMOUNT
           DISPLAY "  Lånebehov:        " DISPLAY-AMOUNT " " CUR
           MOVE LOAN-PERCENT TO DISPLAY-PERCENT
           DISPLAY "  Belåningsgrad:    " DISPLAY-PERCENT " %"
           MOVE AMORTERINGSKRAV TO DISPLAY-AMORTERINGSKRAV
           DISPLAY "  Amorteringskrav:  " DISPLAY-AMORTERINGSKRAV
                   " % per år"
           MOVE PROMISE-MARGIN TO DISPLAY-MARGIN
           DISPLAY "  Mot lånelöftet:   " DISPLAY-MARGIN " " CUR
           MOVE PRICE-RULE-MARGIN TO DISPLAY-MARGIN
           DISPLAY "  Mot 85%-regeln:   " DISPLAY-MARGIN " " CUR

           DISPLAY "Månadskostnad med objektets avgift:"
           MOVE CO-INTEREST-COST TO DISPLAY-COST
           DISPLAY "  Ränta:          " DISPLAY-COST " " CUR
           MOVE CO-AMORTIZATION-COST TO DISPLAY-COST
           DISPLAY "  Amortering:     " DISPLAY-COST " " CUR
           MOVE CO-HOUSING-FEE TO DISPLAY-COST
           DISPLAY "  Boendeavgift:   " DISPLAY-COST " " CUR
           MOVE CO-TAX-CREDIT TO DISPLAY-COST
           DISPLAY "  Ränteavdrag:   -" DISPLAY-COST " " CUR
           MOVE CO-NET-MONTHLY-COST TO DISPLAY-COST
           DISPLAY "  Nettokostnad:   " DISPLAY-COST " " CUR "/mån"

           IF VERDICT-MARGIN < 0 THEN
               COMPUTE DISPLAY-AMOUNT = 0 - VERDICT-MARGIN
               DISPLAY "BESKED: RYMS INTE - det fattas "
                       FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
               IF PRICE-RULE-MARGIN < PROMISE-MARGIN THEN
                   DISPLAY "  (kontantinsatsen är under 15% av "
                           "priset)"
               ELSE
                   DISPLAY "  (lånebehovet är större än "
                           "lånelöftet)"
               END-IF
           ELSE
               MOVE VERDICT-MARGIN TO DISPLAY-AMOUNT
               DISPLAY "BESKED: RYMS - marginal "
                       FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
           END-IF
           EXIT.

       WRITE-OBJECT-CHECK SECTION.
           IF NOT OBJECT-FILE-OPEN THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO OBJECT-CHECK-RECORD
           MOVE CR-CASE-NUMBER TO OC-CASE-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO OC-CHECK-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO NOW-TIME
           MOVE NOW-TIME TO OC-CHECK-TIME
           MOVE OBJECT-DESCRIPTION TO OC-OBJECT-DESCRIPTION
           MOVE PURCHASE-PRICE TO OC-PURCHASE-PRICE
           MOVE MONTHLY-FEE TO OC-MONTHLY-FEE
           MOVE CASH-DEPOSIT TO OC-CASH-DEPOSIT
           MOVE LOAN-AMOUNT TO OC-LOAN-AMOUNT
           MOVE LOAN-PERCENT TO OC-LOAN-PERCENT
           MOVE AMORTERINGSKRAV TO OC-AMORTERINGSKRAV
           MOVE CO-INTEREST-COST TO OC-INTEREST-COST
           MOVE CO-AMORTIZATION-COST TO OC-AMORTIZATION-COST
           MOVE CO-HOUSING-FEE TO OC-HOUSING-FEE
           MOVE CO-TAX-CREDIT TO OC-TAX-CREDIT
           MOVE CO-NET-MONTHLY-COST TO OC-NET-MONTHLY-COST
           IF VERDICT-MARGIN < 0 THEN
               SET OC-DOES-NOT-FIT TO TRUE
               COMPUTE OC-MARGIN = 0 - VERDICT-MARGIN
           ELSE
               SET OC-FITS TO TRUE
               MOVE VERDICT-MARGIN TO OC-MARGIN
           END-IF
           WRITE OBJECT-CHECK-RECORD
           IF OBJECT-CHECK-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte spara prövningen i "
                       "OBJREG, status " OBJECT-CHECK-FILE-STATUS
           ELSE
               DISPLAY "Prövningen är sparad mot ärendet."
           END-IF
           EXIT.
