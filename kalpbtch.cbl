               SELECT PARTITION-PARAM-FILE ASSIGN TO "PARTPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARTITION-PARAM-STATUS.
      *> Batchens ärenden sparas i ärenderegistret precis som
      *> intervjuns, så att uppslag, avstämning och utfalls-
      *> registreringen hittar dem på samma sätt.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
      *> Avslag och väsentliga skuldavvikelser köas för manuell
      *> handläggning i samma kö som intervjuns (MAXLOAN-REVIEW).
               SELECT MANUAL-QUEUE-FILE ASSIGN TO "MANQUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANUAL-QUEUE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  PARTITION-PARAM-FILE.
           01  PARTITION-PARAM-RECORD PIC X(80).

           FD  CASE-FILE.
           COPY CASEREC.

           FD  MANUAL-QUEUE-FILE.
           COPY MANQREC.

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  CHECKPOINT-FILE-STATUS PIC X(02).
           01  MONTHLY-COST-FILE-STATUS PIC X(02).
           01  CASE-FILE-STATUS PIC X(02).
           01  MANUAL-QUEUE-FILE-STATUS PIC X(02).

           *> Går MANQUEUE inte att öppna varnas en gång och batchen
           *> fortsätter - besked ska inte stoppas av kön, och
           *> rapportraderna bär ändå AVSLAG/AVV för uppföljning.
           01  MANUAL-QUEUE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  MANUAL-QUEUE-OPEN VALUE "J".
           01  CASES-QUEUED PIC 9(6) VALUE 0.

           *> Ärenderegistret öppnas vid skrivningen och stängs före
           *> nästa rads uppslag i MAXLOAN-PRIOR, som öppnar samma
           *> register själv per uppslag - så syns också ärenden som
           *> sparats tidigare i samma körning. Går det inte att
           *> öppna varnas en gång och körningen fortsätter utan
           *> ärenderader, samma hållning som intervjun har.
           01  CASE-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  CASE-FILE-OPEN VALUE "J".
               88  CASE-FILE-UNAVAILABLE VALUE "F".

           *> Hur långt en tidigare körning hann (läses från BATCHCKP)
           *> och hur många rader som hittills är färdiga i denna
           01  ANY-DEBT-FOUND-SWITCH PIC X(01) VALUE "N".
               88  ANY-DEBT-FOUND VALUE "J".

           *> In- och utdata till MAXLOAN-INCOME - samma avstämning mot
           *> inkomstregistret som intervjun gör. Kalkylen räknar med
           *> den inkomst avstämningen lämnar, och ärenden där någon
           *> sökandes uppgift låg över registrets utöver toleransen
           *> eller saknades i registret flaggas och köas.
           COPY INCLINK.
           01  INCOME-FLAG-SWITCH PIC X(01) VALUE "N".
               88  INCOME-FLAGGED VALUE "J".
           01  APPLICANT-INCOME-CHECKS.
               02  APPLICANT-INCOME-CHECK OCCURS 2 TIMES.
                   03  AIC-RESULT PIC X(01).
                   03  AIC-STATED-GROSS-SALARY PIC 9(6).
                   03  AIC-REGISTER-GROSS-SALARY PIC 9(6).
                   03  AIC-INCOME-YEAR PIC 9(4).
                   03  AIC-CALC-GROSS-SALARY PIC 9(6).
           01  INCOME-SUB PIC 9(01).

           01  GROSS-SALARY PIC 9(7).
           01  NET-SALARY PIC 9(7).
           01  CASH-DEPOSIT PIC 9(7).
               PERFORM CALCULATE-MAXIMUM-LOAN
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-LOAN-EXPORT
               PERFORM WRITE-CASE-RECORD
               IF NOT LOAN-DECLINED THEN
                   PERFORM WRITE-MONTHLY-COST-EXPORT
               END-IF
               IF LOAN-DECLINED OR DEBT-DEVIATION OR INCOME-FLAGGED THEN
                   PERFORM QUEUE-CASE-FOR-REVIEW
               END-IF
               PERFORM SAVE-BATCH-CHECKPOINT
               PERFORM READ-NEXT-APPLICANT
           END-PERFORM

           PERFORM CLOSE-BATCH-FILES
           IF CASES-QUEUED > 0 THEN
               DISPLAY "MAXLOAN-BATCH: " CASES-QUEUED
                       " ärenden köade för manuell handläggning"
           END-IF
           IF NOT OPEN-FAILED THEN
               PERFORM CLEAR-BATCH-CHECKPOINT
           END-IF
                   IF PARTITION-PARAM-RECORD(1:1) IS NUMERIC
                           AND PARTITION-PARAM-RECORD(1:1) NOT = "0"
                           AND PARTITION-PARAM-RECORD(1:1) NOT > "8"
                           AND PARTITION-PARAM-RECORD(2:79) =
                                   SPACES THEN
                       MOVE PARTITION-PARAM-RECORD(1:1)
                               TO PARTITION-NUMBER
                       MOVE "MAXLOAN-BATCH-" TO RUNLOG-PROGRAM-NAME
                       MOVE PARTITION-PARAM-RECORD(1:1)
                               TO RUNLOG-PROGRAM-NAME(15:1)
                   ELSE
                       IF PARTITION-PARAM-RECORD NOT = SPACES THEN
                           DISPLAY "VARNING: PARTPARM kunde inte "
                                   "tolkas - batchen körs som en enda "
                                   "instans"
                           ADD 1 TO RUNLOG-WARNING-COUNT
                       END-IF
                   END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           IF ROWS-ALREADY-DONE > 0 THEN
               DISPLAY "MAXLOAN-BATCH: återstart - " ROWS-ALREADY-DONE
                       " rader är redan rapporterade och hoppas över"
           END-IF
           EXIT.

      *> förbi, så att rapporten bara fylls på med återstoden.
       SKIP-REPORTED-APPLICANTS SECTION.
           PERFORM VARYING SKIP-SUB FROM 1 BY 1
                   UNTIL SKIP-SUB > ROWS-ALREADY-DONE
                           OR NO-MORE-APPLICANTS
               READ APPLICANT-FILE
                   AT END SET NO-MORE-APPLICANTS TO TRUE
               END-READ
           MOVE AR-CASE-REF TO BK-LAST-CASE-REF
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till BATCHCKP, "
                       "status " CHECKPOINT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               WRITE BATCH-CHECKPOINT-RECORD
       CLEAR-BATCH-CHECKPOINT SECTION.
           OPEN OUTPUT CHECKPOINT-FILE
           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte tömma BATCHCKP, status "
                       CHECKPOINT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               CLOSE CHECKPOINT-FILE
       OPEN-BATCH-FILES SECTION.
           OPEN INPUT APPLICANT-FILE
           IF APPLICANT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna APPLIN, status "
                       APPLICANT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
               SET OPEN-FAILED TO TRUE
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna RPTOUT, status "
                       REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
               SET OPEN-FAILED TO TRUE
               OPEN OUTPUT LOAN-EXPORT-FILE
           END-IF
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANEXP, status "
                       LOAN-EXPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
               SET OPEN-FAILED TO TRUE
               OPEN OUTPUT MONTHLY-COST-FILE
           END-IF
           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna MCOSTEXP, status "
                       MONTHLY-COST-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
               SET OPEN-FAILED TO TRUE
           END-IF

           OPEN EXTEND MANUAL-QUEUE-FILE
           IF MANUAL-QUEUE-FILE-STATUS = "35" THEN
               *> MANQUEUE finns inte ännu - skapa den istället.
               OPEN OUTPUT MANUAL-QUEUE-FILE
           END-IF
           IF MANUAL-QUEUE-FILE-STATUS = "00" THEN
               SET MANUAL-QUEUE-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna MANQUEUE, status "
                       MANUAL-QUEUE-FILE-STATUS " - avslag och "
                       "avvikelser köas inte, följ upp ur rapporten"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO ECN-DATE
           *> Löpnumret fortsätter efter de redan exporterade raderna,
           *> så att en återstart inte återanvänder ärendenummer. Vid
           *> del av serien.
           IF PARTITION-NUMBER > 0 THEN
               COMPUTE ECN-SEQUENCE = BATCH-SEQUENCE-BASE
                       + (PARTITION-NUMBER - 1)
                               * PARTITION-SEQUENCE-SPAN
                       + ROWS-ALREADY-DONE
           ELSE
               COMPUTE ECN-SEQUENCE = BATCH-SEQUENCE-BASE
                       + ROWS-ALREADY-DONE
           END-IF

           *> Dagens datum styr vilka daterade tabellrader som gäller -
           EXIT.

       CALCULATE-BATCH-EXPENSES SECTION.
           PERFORM LOOKUP-INCOME-REGISTER

           MOVE AIC-CALC-GROSS-SALARY (1) TO TI-GROSS-SALARY
           MOVE AR-A1-MUNICIPALITY-CODE TO TI-MUNICIPALITY-CODE
           CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
           MOVE TO-NET-SALARY TO A1-NET-SALARY

           MOVE AIC-CALC-GROSS-SALARY (2) TO TI-GROSS-SALARY
           MOVE AR-A2-MUNICIPALITY-CODE TO TI-MUNICIPALITY-CODE
           CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
           MOVE TO-NET-SALARY TO A2-NET-SALARY

           COMPUTE GROSS-SALARY = AIC-CALC-GROSS-SALARY (1)
                   + AIC-CALC-GROSS-SALARY (2)
           COMPUTE NET-SALARY = A1-NET-SALARY + A2-NET-SALARY
           MOVE AR-CASH-DEPOSIT TO CASH-DEPOSIT

           INSPECT AR-HOUSING-TYPE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(AR-HOUSING-TYPE) TO HI-PROPERTY-TYPE
           CALL "MAXLOAN-HOUSING" USING HOUSING-INPUT HOUSING-OUTPUT
           MOVE HO-MONTHLY-FEE TO PROPERTY-EXPENSES

           MOVE AR-TOTAL-GROWN TO TOTAL-GROWN
           COMPUTE TOTAL-CHILDREN = AR-CHILD-BAND-COUNT (1)
                   + AR-CHILD-BAND-COUNT (2)
                   + AR-CHILD-BAND-COUNT (3) + AR-CHILD-BAND-COUNT (4)
                           + AR-CHILD-BAND-COUNT (5)
           IF TOTAL-GROWN = 1 AND TOTAL-CHILDREN = 0 THEN
               COMPUTE FAMILY-MEMBERS-EXPENSES = LO-ONE-GROWN
           ELSE
               COMPUTE FAMILY-MEMBERS-EXPENSES =
                       (TOTAL-GROWN * LO-PER-GROWN)
                       + (AR-CHILD-BAND-COUNT (1) * LO-CHILD-BAND-AMOUNT
                               (1))
                       + (AR-CHILD-BAND-COUNT (2) * LO-CHILD-BAND-AMOUNT
                               (2))
                       + (AR-CHILD-BAND-COUNT (3) * LO-CHILD-BAND-AMOUNT
                               (3))
                       + (AR-CHILD-BAND-COUNT (4) * LO-CHILD-BAND-AMOUNT
                               (4))
                       + (AR-CHILD-BAND-COUNT (5) * LO-CHILD-BAND-AMOUNT
                               (5))
           END-IF

           MOVE AR-CARS-OWNED TO CARS-OWNED
           MOVE AR-CARS-LEASED-TOTAL-PRICE TO CARS-LEASED-TOTAL-PRICE
           COMPUTE CAR-EXPENSES = (CARS-OWNED * LO-PER-CAR)
                   + CARS-LEASED-TOTAL-PRICE

           MOVE AR-OTHER-LOAN-EXPENSES TO OTHER-LOAN-EXPENSES
           PERFORM LOOKUP-DEBT-REGISTER
           PERFORM CHECK-PRIOR-CASES

           COMPUTE TOTAL-EXPENSES = CAR-EXPENSES
                   + FAMILY-MEMBERS-EXPENSES + OTHER-LOAN-EXPENSES
                   + PROPERTY-EXPENSES
           EXIT.

      *> Stämmer av intagsradens uppgivna inkomster mot inkomst-
      *> registret, samma regel som i den interaktiva kalkylen.
      *> Sökande 2 stäms bara av när det finns en andra sökande
      *> (AR-A2-GROSS-SALARY > 0) - annars lämnas utfallet blankt.
       LOOKUP-INCOME-REGISTER SECTION.
           MOVE "N" TO INCOME-FLAG-SWITCH
           MOVE SPACES TO APPLICANT-INCOME-CHECKS
           PERFORM VARYING INCOME-SUB FROM 1 BY 1 UNTIL INCOME-SUB > 2
               MOVE 0 TO AIC-STATED-GROSS-SALARY (INCOME-SUB)
               MOVE 0 TO AIC-REGISTER-GROSS-SALARY (INCOME-SUB)
               MOVE 0 TO AIC-INCOME-YEAR (INCOME-SUB)
               MOVE 0 TO AIC-CALC-GROSS-SALARY (INCOME-SUB)
           END-PERFORM

           MOVE AR-A1-PERSONNUMMER TO INI-PERSONNUMMER
           MOVE AR-A1-GROSS-SALARY TO INI-STATED-GROSS-SALARY
           MOVE 1 TO INCOME-SUB
           PERFORM CHECK-APPLICANT-INCOME

           IF AR-A2-GROSS-SALARY > 0 THEN
               MOVE AR-A2-PERSONNUMMER TO INI-PERSONNUMMER
               MOVE AR-A2-GROSS-SALARY TO INI-STATED-GROSS-SALARY
               MOVE 2 TO INCOME-SUB
               PERFORM CHECK-APPLICANT-INCOME
           END-IF
           EXIT.

       CHECK-APPLICANT-INCOME SECTION.
           CALL "MAXLOAN-INCOME" USING INCOME-INPUT INCOME-OUTPUT
           MOVE INO-CHECK-RESULT TO AIC-RESULT (INCOME-SUB)
           MOVE INI-STATED-GROSS-SALARY
                   TO AIC-STATED-GROSS-SALARY (INCOME-SUB)
           MOVE INO-REGISTER-GROSS-SALARY
                   TO AIC-REGISTER-GROSS-SALARY (INCOME-SUB)
           MOVE INO-INCOME-YEAR TO AIC-INCOME-YEAR (INCOME-SUB)
           MOVE INO-CALC-GROSS-SALARY
                   TO AIC-CALC-GROSS-SALARY (INCOME-SUB)
           IF INCOME-OVERSTATED OR INCOME-NOT-IN-REGISTER THEN
               SET INCOME-FLAGGED TO TRUE
           END-IF
           EXIT.

      *> Samma tidigare-ärende-uppslag som intervjun gör: finns ett
               MOVE SPACES TO PRI-A2-PERSONNUMMER
           END-IF
           MOVE ECN-DATE TO PRI-TODAYS-DATE
           *> MAXLOAN-PRIOR öppnar registret själv - batchens egen
           *> öppning stängs först och görs om vid nästa skrivning.
           IF CASE-FILE-OPEN THEN
               CLOSE CASE-FILE
               MOVE "N" TO CASE-FILE-OPEN-SWITCH
           END-IF
           CALL "MAXLOAN-PRIOR" USING PRIOR-INPUT PRIOR-OUTPUT
           IF PRIOR-CASE-FOUND THEN
               SET PRIOR-CASE-FLAGGED TO TRUE
               COMPUTE SIGNED-DEBT-DIFFERENCE =
                       REGISTERED-DEBT-SERVICE - OTHER-LOAN-EXPENSES
               IF SIGNED-DEBT-DIFFERENCE > DEBT-DEVIATION-LIMIT
                       OR SIGNED-DEBT-DIFFERENCE < 0
                               - DEBT-DEVIATION-LIMIT THEN
                   SET DEBT-DEVIATION TO TRUE
               END-IF
           END-IF
           ELSE
               MOVE "OK" TO RR-STATUS
           END-IF
           PERFORM VARYING SCENARIO-SUB FROM 1 BY 1 UNTIL SCENARIO-SUB >
                   4
               MOVE EO-SCENARIO-MAX-LOAN (SCENARIO-SUB)
                       TO RR-SCENARIO-MAX-LOAN (SCENARIO-SUB)
           END-PERFORM
           IF DEBT-DEVIATION THEN
               MOVE "AVV" TO RR-DEBT-FLAG
               MOVE "TID" TO RR-PRIOR-FLAG
               MOVE FLAGGED-PRIOR-CASE-NUMBER TO RR-PRIOR-CASE-NUMBER
           END-IF
           EVALUATE TRUE
               WHEN AIC-RESULT (1) = "H" OR AIC-RESULT (2) = "H"
                   MOVE "INK" TO RR-INCOME-FLAG
               WHEN AIC-RESULT (1) = "S" OR AIC-RESULT (2) = "S"
                   MOVE "SAK" TO RR-INCOME-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE REPORT-RECORD
           EXIT.

           ELSE
               MOVE "OK" TO LE-STATUS
           END-IF
           MOVE ECN-DATE TO LE-EXPORT-DATE
           MOVE AR-OFFICE-CODE TO LE-OFFICE-CODE
           MOVE AR-ADVISER-ID TO LE-ADVISER-ID
           WRITE LOAN-EXPORT-RECORD
           EXIT.

           MOVE CO-HOUSING-FEE TO MC-HOUSING-FEE
           MOVE CO-TAX-CREDIT TO MC-TAX-CREDIT
           MOVE CO-NET-MONTHLY-COST TO MC-NET-MONTHLY-COST
           MOVE ECN-DATE TO MC-EXPORT-DATE
           WRITE MONTHLY-COST-RECORD
           EXIT.

      *> Sparar batchärendet i CASEFILE med samma innehåll som
      *> intervjun sparar. Batchen har bara hushållets samlade
      *> kontantinsats - den förs på sökande 1. Ärendenumret är det
      *> som WRITE-LOAN-EXPORT just räknade fram.
       WRITE-CASE-RECORD SECTION.
           IF CASE-FILE-UNAVAILABLE THEN
               EXIT SECTION
           END-IF
           IF NOT CASE-FILE-OPEN THEN
               PERFORM OPEN-CASE-FILE
               IF CASE-FILE-UNAVAILABLE THEN
                   EXIT SECTION
               END-IF
           END-IF

           MOVE SPACES TO CASE-RECORD
           MOVE 0 TO CR-DISBURSED-AMOUNT
           MOVE 0 TO CR-PURCHASE-PRICE
           MOVE 0 TO CR-PAYOUT-DATE
           MOVE EXPORT-CASE-NUMBER TO CR-CASE-NUMBER
           MOVE AR-A1-PERSONNUMMER TO CR-A1-PERSONNUMMER
           MOVE AR-A1-MUNICIPALITY-CODE TO CR-A1-MUNICIPALITY-CODE
           MOVE AIC-CALC-GROSS-SALARY (1) TO CR-A1-GROSS-SALARY
           MOVE AR-CASH-DEPOSIT TO CR-A1-CASH-DEPOSIT
           IF AR-A2-GROSS-SALARY > 0 THEN
               MOVE AR-A2-PERSONNUMMER TO CR-A2-PERSONNUMMER
               MOVE AR-A2-MUNICIPALITY-CODE TO CR-A2-MUNICIPALITY-CODE
           END-IF
           MOVE AIC-CALC-GROSS-SALARY (2) TO CR-A2-GROSS-SALARY
           MOVE 0 TO CR-A2-CASH-DEPOSIT
           MOVE GROSS-SALARY TO CR-GROSS-SALARY
           MOVE NET-SALARY TO CR-NET-SALARY
           MOVE CASH-DEPOSIT TO CR-CASH-DEPOSIT
           MOVE TOTAL-GROWN TO CR-TOTAL-GROWN
           MOVE TOTAL-CHILDREN TO CR-TOTAL-CHILDREN
           MOVE CARS-OWNED TO CR-CARS-OWNED
           MOVE CARS-LEASED-TOTAL-PRICE TO CR-CARS-LEASED-TOTAL-PRICE
           MOVE OTHER-LOAN-EXPENSES TO CR-OTHER-LOAN-EXPENSES
           MOVE HI-PROPERTY-TYPE TO CR-PROPERTY-TYPE
           MOVE TOTAL-EXPENSES TO CR-TOTAL-EXPENSES
           MOVE MAX-LOAN-AMOUNT TO CR-MAX-LOAN-AMOUNT
           MOVE MAX-PROPERTY-PRICE TO CR-MAX-PROPERTY-PRICE
           MOVE AR-CHILD-BAND-COUNT (1) TO CR-CHILD-BAND-COUNT (1)
           MOVE AR-CHILD-BAND-COUNT (2) TO CR-CHILD-BAND-COUNT (2)
           MOVE AR-CHILD-BAND-COUNT (3) TO CR-CHILD-BAND-COUNT (3)
           MOVE AR-CHILD-BAND-COUNT (4) TO CR-CHILD-BAND-COUNT (4)
           MOVE AR-CHILD-BAND-COUNT (5) TO CR-CHILD-BAND-COUNT (5)
           MOVE DEBT-DEVIATION-SWITCH TO CR-DEBT-DEVIATION-FLAG
           MOVE 0 TO CR-OVERRIDE-AMOUNT
           IF LOAN-DECLINED OR DEBT-DEVIATION OR INCOME-FLAGGED THEN
               SET CR-REVIEW-QUEUED TO TRUE
           END-IF
           MOVE AR-OFFICE-CODE TO CR-OFFICE-CODE
           MOVE AR-ADVISER-ID TO CR-ADVISER-ID
           MOVE AR-CHANNEL TO CR-CHANNEL
           MOVE EO-SKULDKVOT TO CR-SKULDKVOT
           PERFORM VARYING INCOME-SUB FROM 1 BY 1 UNTIL INCOME-SUB > 2
               MOVE AIC-RESULT (INCOME-SUB) TO CR-IC-RESULT (INCOME-SUB)
               MOVE AIC-STATED-GROSS-SALARY (INCOME-SUB)
                       TO CR-IC-STATED-GROSS-SALARY (INCOME-SUB)
               MOVE AIC-REGISTER-GROSS-SALARY (INCOME-SUB)
                       TO CR-IC-REGISTER-GROSS-SALARY (INCOME-SUB)
               MOVE AIC-INCOME-YEAR (INCOME-SUB)
                       TO CR-IC-INCOME-YEAR (INCOME-SUB)
           END-PERFORM

           *> Vid återstart kan raden redan vara skriven - då gäller
           *> det sist sparade, samma regel som i intervjun.
           WRITE CASE-RECORD
               INVALID KEY
                   REWRITE CASE-RECORD
           END-WRITE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva ärende "
                       CR-CASE-NUMBER " till CASEFILE, status "
                       CASE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

      *> Köposten för ett avslag, en väsentlig skuldavvikelse eller
      *> en inkomstavvikelse, med batchens ärendenummer och intags-
      *> radens referens - samma innehåll som intervjun köar. Vid
      *> återstart kan raden redan vara köad; kön låter den sista
      *> raden med numret gälla.
       QUEUE-CASE-FOR-REVIEW SECTION.
           IF NOT MANUAL-QUEUE-OPEN THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO MANUAL-QUEUE-RECORD
           MOVE EXPORT-CASE-NUMBER TO MQ-QUEUE-NUMBER
           MOVE ECN-DATE TO MQ-ENTRY-DATE
           SET MQ-FROM-BATCH TO TRUE
           EVALUATE TRUE
               WHEN LOAN-DECLINED
                   SET MQ-REASON-DECLINED TO TRUE
                   MOVE EO-SHORTFALL TO MQ-SHORTFALL
               WHEN DEBT-DEVIATION
                   SET MQ-REASON-DEBT-DEVIATION TO TRUE
                   MOVE 0 TO MQ-SHORTFALL
               WHEN OTHER
                   SET MQ-REASON-INCOME TO TRUE
                   MOVE 0 TO MQ-SHORTFALL
           END-EVALUATE
           IF INCOME-FLAGGED THEN
               EVALUATE TRUE
                   WHEN AIC-RESULT (1) = "H"
                       MOVE "A1 INKOMST OVER REGISTRET"
                               TO MQ-REASON-DETAIL
                   WHEN AIC-RESULT (1) = "S"
                       MOVE "A1 SAKNAS I INKOMSTREG"
                               TO MQ-REASON-DETAIL
                   WHEN AIC-RESULT (2) = "H"
                       MOVE "A2 INKOMST OVER REGISTRET"
                               TO MQ-REASON-DETAIL
                   WHEN OTHER
                       MOVE "A2 SAKNAS I INKOMSTREG"
                               TO MQ-REASON-DETAIL
               END-EVALUATE
           END-IF
           IF CASE-FILE-OPEN THEN
               SET MQ-IN-CASEFILE TO TRUE
           ELSE
               MOVE "N" TO MQ-IN-CASEFILE-SWITCH
           END-IF
           MOVE AR-CASE-REF TO MQ-CASE-REF
           MOVE AR-A1-PERSONNUMMER TO MQ-A1-PERSONNUMMER
           IF AR-A2-GROSS-SALARY > 0 THEN
               MOVE AR-A2-PERSONNUMMER TO MQ-A2-PERSONNUMMER
           END-IF
           MOVE MAX-LOAN-AMOUNT TO MQ-MAX-LOAN-AMOUNT
           MOVE AR-OTHER-LOAN-EXPENSES TO MQ-STATED-DEBT-SERVICE
           MOVE REGISTERED-DEBT-SERVICE TO MQ-REGISTERED-DEBT-SERVICE
           MOVE DEBT-DEVIATION-SWITCH TO MQ-DEBT-DEVIATION-FLAG
           MOVE 0 TO MQ-REJECT-COUNT
           MOVE AR-OFFICE-CODE TO MQ-OFFICE-CODE
           MOVE AR-ADVISER-ID TO MQ-ADVISER-ID
           WRITE MANUAL-QUEUE-RECORD
           IF MANUAL-QUEUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte köa ärende "
                       MQ-QUEUE-NUMBER " i MANQUEUE, status "
                       MANUAL-QUEUE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               ADD 1 TO CASES-QUEUED
           END-IF
           EXIT.

       OPEN-CASE-FILE SECTION.
           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS = "35" THEN
               *> CASEFILE finns inte ännu - skapa den istället.
               OPEN OUTPUT CASE-FILE
           END-IF
           IF CASE-FILE-STATUS = "00" THEN
               SET CASE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS " - batchens ärenden sparas "
                       "inte i registret"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-FILE-UNAVAILABLE TO TRUE
           END-IF
           EXIT.

       CLOSE-BATCH-FILES SECTION.
           CLOSE APPLICANT-FILE
           CLOSE REPORT-FILE
           CLOSE LOAN-EXPORT-FILE
           CLOSE MONTHLY-COST-FILE
           IF CASE-FILE-OPEN THEN
               CLOSE CASE-FILE
           END-IF
           IF MANUAL-QUEUE-OPEN THEN
               CLOSE MANUAL-QUEUE-FILE
           END-IF
           EXIT.

       WRITE-RUNLOG-START SECTION.
