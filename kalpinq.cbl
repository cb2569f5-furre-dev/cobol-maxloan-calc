      *> och nytt resultat sida vid sida med skillnaden - det
      *> handläggaren behöver när räntor eller avgifter har ändrats
      *> mellan beskedet och återkomstsamtalet.
      *> Objekt som prövats mot löftet i MAXLOAN-OBJECT listas efter
      *> beskedet, ur objektsregistret (OBJREG).
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
      *> Arkivet från MAXLOAN-ARCHIVE - reservuppslag när ärendet
      *> har gallrats ur det levande registret.
               SELECT CASE-ARCHIVE-FILE ASSIGN TO "CASEARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CASE-ARCHIVE-FILE-STATUS.
               SELECT OBJECT-CHECK-FILE ASSIGN TO "OBJREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OBJECT-CHECK-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY CASEREC.

           FD  CASE-ARCHIVE-FILE.
           01  CASE-ARCHIVE-ROW PIC X(400).

           FD  OBJECT-CHECK-FILE.
           COPY OBJREC.

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  CASE-FILE-STATUS PIC X(02).
           01  CASE-ARCHIVE-FILE-STATUS PIC X(02).
           01  OBJECT-CHECK-FILE-STATUS PIC X(02).

           01  OBJECT-EOF-SWITCH PIC X(01).
               88  OBJECT-EOF VALUE "J".
           01  OBJECT-CHECK-COUNT PIC 9(3).

           01  ARCHIVE-EOF-SWITCH PIC X(01).
               88  ARCHIVE-EOF VALUE "J".

           *> Sista arkivträffen sparas undan medan läsningen
           *> fortsätter - samma längd som CASE-RECORD.
           01  SAVED-ARCHIVE-ROW PIC X(400).

           01  CASE-FOUND-SWITCH PIC X(01) VALUE "N".
               88  CASE-FOUND VALUE "J".
           01  PRICE-DIFFERENCE PIC S9(10).
           01  EXPENSE-DIFFERENCE PIC S9(7).

           *> Det lämnade löftet: det beräknade lånetaket, eller det
           *> manuellt beviljade beloppet.
           01  PROMISE-LIMIT PIC 9(10).

           01  DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-AMOUNT-2 PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-DIFFERENCE PIC ++++,+++,+++,++9.
           01  DISPLAY-SKULDKVOT PIC Z9.99.

           *> Vilken sökandes inkomstavstämning som visas (1 eller 2).
           01  INCOME-SUB PIC 9(01).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
                   PERFORM FIND-IN-ARCHIVE
                   IF ARCHIVE-FOUND THEN
                       MOVE SAVED-ARCHIVE-ROW TO CASE-RECORD
                       DISPLAY "OBS: ärendet är arkiverat - "
                               "uppgifterna hämtades ur CASEARCH."
                       PERFORM DISPLAY-CASE-RECORD
                       PERFORM OFFER-RECALCULATION
                   ELSE
                       DISPLAY "Ärendet hittades varken i CASEFILE "
                               "eller i arkivet."
                   END-IF
               END-IF
               PERFORM ACCEPT-CASE-NUMBER
           MOVE "N" TO CASE-FOUND-SWITCH
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               EXIT SECTION
           END-IF
           MOVE WANTED-CASE-NUMBER TO CR-CASE-NUMBER
                       SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       IF CASE-ARCHIVE-ROW(1:8) NOT = CONTROL-MARKER
                               AND CASE-ARCHIVE-ROW(1:14)
                                       = WANTED-CASE-TEXT THEN
                           SET ARCHIVE-FOUND TO TRUE
                           MOVE CASE-ARCHIVE-ROW TO SAVED-ARCHIVE-ROW
                       END-IF
       DISPLAY-CASE-RECORD SECTION.
           DISPLAY " "
           DISPLAY "Ärendenummer: " CR-CASE-NUMBER
           IF CR-OFFICE-CODE NOT = SPACES THEN
               DISPLAY "Kontor: " CR-OFFICE-CODE "  Handläggare: "
                       CR-ADVISER-ID
           END-IF
           DISPLAY "-- Sökande 1 --"
           DISPLAY "  Personnummer: " CR-A1-PERSONNUMMER
           DISPLAY "  Kommunkod: " CR-A1-MUNICIPALITY-CODE
           MOVE CR-A1-GROSS-SALARY TO DISPLAY-AMOUNT
           DISPLAY "  Bruttoinkomst: " FUNCTION TRIM(DISPLAY-AMOUNT) " "
                   CUR "/mån"
           MOVE 1 TO INCOME-SUB
           PERFORM DISPLAY-INCOME-CHECK
           MOVE CR-A1-CASH-DEPOSIT TO DISPLAY-AMOUNT
           DISPLAY "  Kontantinsats: " FUNCTION TRIM(DISPLAY-AMOUNT) " "
                   CUR
           IF CR-A2-GROSS-SALARY > 0 THEN
               DISPLAY "-- Sökande 2 --"
               DISPLAY "  Personnummer: " CR-A2-PERSONNUMMER
               DISPLAY "  Kommunkod: " CR-A2-MUNICIPALITY-CODE
               MOVE CR-A2-GROSS-SALARY TO DISPLAY-AMOUNT
               DISPLAY "  Bruttoinkomst: " FUNCTION TRIM(DISPLAY-AMOUNT)
                       " " CUR "/mån"
               MOVE 2 TO INCOME-SUB
               PERFORM DISPLAY-INCOME-CHECK
               MOVE CR-A2-CASH-DEPOSIT TO DISPLAY-AMOUNT
               DISPLAY "  Kontantinsats: " FUNCTION TRIM(DISPLAY-AMOUNT)
                       " " CUR
           END-IF
           DISPLAY "-- Hushållet --"
           MOVE CR-NET-SALARY TO DISPLAY-AMOUNT
           DISPLAY "  Nettoinkomst: " FUNCTION TRIM(DISPLAY-AMOUNT) " "
                   CUR "/mån"
           DISPLAY "  Vuxna: " CR-TOTAL-GROWN "  Barn: "
                   CR-TOTAL-CHILDREN
           DISPLAY "  Boendetyp: " FUNCTION TRIM(CR-PROPERTY-TYPE)
           DISPLAY "  Ägda bilar: " CR-CARS-OWNED
           MOVE CR-CARS-LEASED-TOTAL-PRICE TO DISPLAY-AMOUNT
           DISPLAY "  Leasingkostnad: " FUNCTION TRIM(DISPLAY-AMOUNT)
                   " " CUR "/mån"
           MOVE CR-OTHER-LOAN-EXPENSES TO DISPLAY-AMOUNT
           DISPLAY "  Övriga lånekostnader: "
                   FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR "/mån"
           MOVE CR-TOTAL-EXPENSES TO DISPLAY-AMOUNT
           DISPLAY "  Totala utgifter: " FUNCTION TRIM(DISPLAY-AMOUNT)
                   " " CUR "/mån"
           DISPLAY "-- Lämnat besked --"
           MOVE CR-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
           DISPLAY "  Lånetak: " FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
           MOVE CR-MAX-PROPERTY-PRICE TO DISPLAY-AMOUNT
           DISPLAY "  Maxpris: " FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
           *> Skuldkvoten sparas bara i ärenden från och med att
           *> fältet infördes.
           IF CR-SKULDKVOT IS NUMERIC THEN
               MOVE CR-SKULDKVOT TO DISPLAY-SKULDKVOT
               DISPLAY "  Skuldkvot: " FUNCTION TRIM(DISPLAY-SKULDKVOT)
                       " gånger bruttoårsinkomsten"
           END-IF
           PERFORM DISPLAY-AMEND-STATUS
           PERFORM DISPLAY-PROMISE-STATUS
           PERFORM DISPLAY-REVIEW-STATUS
           PERFORM DISPLAY-OBJECT-CHECKS
           EXIT.

      *> Rättelser och makuleringar gjorda med MAXLOAN-AMEND - belopp
      *> och uppgifter ovan är de rättade; före-bilden står i CHGLOG.
      *> Ärenden som aldrig ändrats visar ingenting.
       DISPLAY-AMEND-STATUS SECTION.
           IF CR-AMEND-NONE THEN
               EXIT SECTION
           END-IF
           IF CR-AMEND-CANCELLED THEN
               DISPLAY "  MAKULERAT " CR-AMEND-DATE " av "
                       FUNCTION TRIM(CR-AMEND-ADVISER-ID)
                       " - beskedet är tillbakadraget"
           ELSE
               DISPLAY "  Rättat " CR-AMEND-COUNT " gång(er), "
                       "senast " CR-AMEND-DATE " av "
                       FUNCTION TRIM(CR-AMEND-ADVISER-ID)
           END-IF
           EXIT.

      *> Avstämningen mot inkomstregistret för sökande INCOME-SUB:
      *> kundens uppgift bredvid registrets. Bruttoinkomsten ovan är
      *> den kalkylen räknade med. Ärenden sparade före avstämningen
      *> visar ingenting.
       DISPLAY-INCOME-CHECK SECTION.
           EVALUATE TRUE
               WHEN CR-IC-NOT-RECORDED (INCOME-SUB)
                   CONTINUE
               WHEN CR-IC-NOT-IN-REGISTER (INCOME-SUB)
                   DISPLAY "  OBS: sökanden saknas i inkomstregistret "
                           "- inkomsten är inte avstämd"
               WHEN CR-IC-NOT-CHECKED (INCOME-SUB)
                   DISPLAY "  Inkomstregistret kunde inte läsas - "
                           "inkomsten är inte avstämd"
               WHEN CR-IC-STATED-GROSS-SALARY (INCOME-SUB) IS NUMERIC
                       AND CR-IC-REGISTER-GROSS-SALARY (INCOME-SUB)
                               IS NUMERIC
                   MOVE CR-IC-STATED-GROSS-SALARY (INCOME-SUB)
                           TO DISPLAY-AMOUNT
                   MOVE CR-IC-REGISTER-GROSS-SALARY (INCOME-SUB)
                           TO DISPLAY-AMOUNT-2
                   DISPLAY "  Uppgiven inkomst: "
                           FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
                           "/mån, enligt inkomstregistret "
                           FUNCTION TRIM(DISPLAY-AMOUNT-2) " " CUR
                           "/mån (inkomstår "
                           CR-IC-INCOME-YEAR (INCOME-SUB) ")"
                   IF CR-IC-OVERSTATED (INCOME-SUB) THEN
                       DISPLAY "  OBS: uppgiven inkomst låg "
                               "väsentligt över registrets - "
                               "kalkylen räknade med den registrerade"
                   END-IF
                   IF CR-IC-UNDERSTATED (INCOME-SUB) THEN
                       DISPLAY "  OBS: uppgiven inkomst låg "
                               "väsentligt under registrets"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *> Objekten som prövats mot löftet, i den ordning prövningarna
      *> gjordes. Saknas registret har inga objekt prövats.
       DISPLAY-OBJECT-CHECKS SECTION.
           MOVE 0 TO OBJECT-CHECK-COUNT
           MOVE "N" TO OBJECT-EOF-SWITCH
           OPEN INPUT OBJECT-CHECK-FILE
           IF OBJECT-CHECK-FILE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL OBJECT-EOF
               READ OBJECT-CHECK-FILE
                   AT END
                       SET OBJECT-EOF TO TRUE
                   NOT AT END
                       IF OC-CASE-NUMBER = CR-CASE-NUMBER THEN
                           PERFORM DISPLAY-OBJECT-CHECK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OBJECT-CHECK-FILE
           EXIT.

       DISPLAY-OBJECT-CHECK-LINE SECTION.
           IF OBJECT-CHECK-COUNT = 0 THEN
               DISPLAY "-- Prövade objekt --"
           END-IF
           ADD 1 TO OBJECT-CHECK-COUNT
           MOVE OC-PURCHASE-PRICE TO DISPLAY-AMOUNT
           MOVE OC-MARGIN TO DISPLAY-AMOUNT-2
           DISPLAY "  " OC-CHECK-DATE " "
                   FUNCTION TRIM(OC-OBJECT-DESCRIPTION) ", pris "
                   FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
           IF OC-FITS THEN
               DISPLAY "    RYMS - marginal "
                       FUNCTION TRIM(DISPLAY-AMOUNT-2) " " CUR
           ELSE
               DISPLAY "    RYMS INTE - det fattas "
                       FUNCTION TRIM(DISPLAY-AMOUNT-2) " " CUR
           END-IF
           EXIT.

      *> Manuell handläggning: avvikelseflaggan och kreditberedningens
      *> läge för ärendet, med beviljat belopp när ett avsteg från
      *> det beräknade lånetaket har beviljats i MAXLOAN-REVIEW.
      *> Äldre rader har fälten blanka och visar ingenting.
       DISPLAY-REVIEW-STATUS SECTION.
           IF CR-DEBT-DEVIATION THEN
               DISPLAY "  OBS: uppgiven lånekostnad avvek väsentligt "
                       "från kreditupplysningens"
           END-IF
           IF CR-REVIEW-NONE THEN
               EXIT SECTION
           END-IF
           DISPLAY "  Manuell handläggning: "
                   FUNCTION TRIM(CR-REVIEW-STATUS)
           IF CR-REVIEW-APPROVED AND CR-OVERRIDE-AMOUNT IS NUMERIC THEN
               MOVE CR-OVERRIDE-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "  Beviljat lån (manuellt): "
                       FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
           END-IF
           EXIT.

      *> Löftets status enligt tremånadersregeln i MAXLOAN-VALID:
      *> aktivt, utgår snart (14 dagar eller färre kvar) eller
      *> förfallet. Ett avslag är inget löfte och har ingen status,
      *> och ett makulerat eller av kreditberedningen avslaget besked
      *> gäller inte längre. Ett beviljat avsteg är ett löfte också
      *> när det maskinella beskedet var avslag.
       DISPLAY-PROMISE-STATUS SECTION.
           IF CR-AMEND-CANCELLED THEN
               DISPLAY "  Löftesstatus: MAKULERAT - inget löfte "
                       "gäller"
               EXIT SECTION
           END-IF
           IF CR-REVIEW-DECLINED THEN
               DISPLAY "  Löftesstatus: AVSLAGET av kreditberedningen"
                       " - inget löfte gäller"
               EXIT SECTION
           END-IF
           IF CR-REVIEW-APPROVED AND CR-OVERRIDE-AMOUNT IS NUMERIC
                   AND CR-OVERRIDE-AMOUNT > 0 THEN
               MOVE CR-OVERRIDE-AMOUNT TO PROMISE-LIMIT
           ELSE
               MOVE CR-MAX-LOAN-AMOUNT TO PROMISE-LIMIT
           END-IF
           IF PROMISE-LIMIT = 0 THEN
               DISPLAY "  Löftesstatus: AVSLAG - inget löfte "
                       "lämnades"
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
           MOVE TODAYS-DATE TO VI-TODAYS-DATE
           CALL "MAXLOAN-VALID" USING VALID-INPUT VALID-OUTPUT
           IF PROMISE-LAPSED THEN
               DISPLAY "  Löftesstatus: FÖRFALLET - giltigt till "
                       VO-VALID-TO-DATE
           ELSE
               IF PROMISE-EXPIRING THEN
                   MOVE VO-DAYS-LEFT TO DISPLAY-DAYS-LEFT
                   DISPLAY "  Löftesstatus: UTGÅR SNART - giltigt "
                           "till " VO-VALID-TO-DATE " ("
                           FUNCTION TRIM(DISPLAY-DAYS-LEFT)
                           " dagar kvar)"
               ELSE
                   DISPLAY "  Löftesstatus: AKTIVT - giltigt till "
                           VO-VALID-TO-DATE
               END-IF
           END-IF
           EXIT.
       OFFER-RECALCULATION SECTION.
           DISPLAY "Räkna om? (Ja/Nej): " WITH NO ADVANCING
           ACCEPT USER-INPUT-X
           INSPECT USER-INPUT-X CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X = "JA" THEN
               *> Dagens tabeller visar vad kunden skulle få idag;
               *> ärendedatumets tabeller återskapar det ursprungliga
               *> beskedet exakt (revisionens krav).
               DISPLAY "Med (D)agens tabeller eller "
                       "(U)rsprungsdatumets?: " WITH NO ADVANCING
               MOVE SPACES TO USER-INPUT-X
               ACCEPT USER-INPUT-X
               INSPECT USER-INPUT-X CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
               IF USER-INPUT-X(1:1) = "U" THEN
                   MOVE CR-CASE-NUMBER(1:8) TO RECALC-DATE
           ELSE
               COMPUTE FAMILY-MEMBERS-EXPENSES =
                       (CR-TOTAL-GROWN * LO-PER-GROWN)
                       + (CHILD-BAND-COUNT (1) * LO-CHILD-BAND-AMOUNT
                               (1))
                       + (CHILD-BAND-COUNT (2) * LO-CHILD-BAND-AMOUNT
                               (2))
                       + (CHILD-BAND-COUNT (3) * LO-CHILD-BAND-AMOUNT
                               (3))
                       + (CHILD-BAND-COUNT (4) * LO-CHILD-BAND-AMOUNT
                               (4))
                       + (CHILD-BAND-COUNT (5) * LO-CHILD-BAND-AMOUNT
                               (5))
           END-IF

           COMPUTE CAR-EXPENSES = (CR-CARS-OWNED * LO-PER-CAR)
                   + CR-CARS-LEASED-TOTAL-PRICE

           COMPUTE TOTAL-EXPENSES = CAR-EXPENSES
                   + FAMILY-MEMBERS-EXPENSES
                   + CR-OTHER-LOAN-EXPENSES + PROPERTY-EXPENSES

           MOVE CR-GROSS-SALARY TO EI-GROSS-SALARY
               MOVE 0 TO CHILD-BAND-COUNT (4)
               MOVE 0 TO CHILD-BAND-COUNT (5)
               IF CR-TOTAL-CHILDREN > 0 THEN
                   DISPLAY "OBS: äldre ärende utan åldersband - "
                           "barnkostnaden är uppskattad (band 7-10 "
                           "år)."
               END-IF
           END-IF
           EXIT.
           DISPLAY "-- Omräkning med tabellerna per " RECALC-DATE " --"
           MOVE CR-TOTAL-EXPENSES TO DISPLAY-AMOUNT
           MOVE TOTAL-EXPENSES TO DISPLAY-AMOUNT-2
           COMPUTE EXPENSE-DIFFERENCE = TOTAL-EXPENSES
                   - CR-TOTAL-EXPENSES
           MOVE EXPENSE-DIFFERENCE TO DISPLAY-DIFFERENCE
           DISPLAY "  Utgifter: " FUNCTION TRIM(DISPLAY-AMOUNT) " -> "
                   FUNCTION TRIM(DISPLAY-AMOUNT-2) " ("
                   FUNCTION TRIM(DISPLAY-DIFFERENCE) ")"
           MOVE CR-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
           MOVE EO-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT-2
           COMPUTE LOAN-DIFFERENCE = EO-MAX-LOAN-AMOUNT
                   - CR-MAX-LOAN-AMOUNT
           MOVE LOAN-DIFFERENCE TO DISPLAY-DIFFERENCE
           DISPLAY "  Lånetak: " FUNCTION TRIM(DISPLAY-AMOUNT) " -> "
                   FUNCTION TRIM(DISPLAY-AMOUNT-2) " ("
                   FUNCTION TRIM(DISPLAY-DIFFERENCE) ")"
           MOVE CR-MAX-PROPERTY-PRICE TO DISPLAY-AMOUNT
           MOVE EO-MAX-PROPERTY-PRICE TO DISPLAY-AMOUNT-2
           COMPUTE PRICE-DIFFERENCE = EO-MAX-PROPERTY-PRICE
                   - CR-MAX-PROPERTY-PRICE
           MOVE PRICE-DIFFERENCE TO DISPLAY-DIFFERENCE
           DISPLAY "  Maxpris: " FUNCTION TRIM(DISPLAY-AMOUNT) " -> "
                   FUNCTION TRIM(DISPLAY-AMOUNT-2) " ("
                   FUNCTION TRIM(DISPLAY-DIFFERENCE) ")"
           IF LOAN-DECLINED THEN
               DISPLAY "  Med dessa tabeller skulle ansökan avslås."
           END-IF
