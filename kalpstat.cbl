       PROGRAM-ID. MAXLOAN-STATS.
      *> Periodstatistik över CASEFILE för ledningens månadsfrågor:
      *> antal ärenden, beviljandegrad, genomsnittligt lånetak,
      *> fördelning per kanal (webb eller kontor), kommunkod och
      *> boendetyp samt hur många hushåll som hade två sökande, och
      *> hur ofta sökandenas uppgivna inkomst ligger över
      *> inkomstregistrets. Perioden styrs av ett parameterkort
      *> (STATPARM) med från- och till-datum - ärendenumret i
      *> CASE-RECORD inleds med ååååmmdd, så datumen räcker för att
      *> avgränsa perioden. Ersätter månadsskiftets handbyggda
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT PARAM-FILE ASSIGN TO "STATPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
           01  CASES-APPROVED PIC 9(7) VALUE 0.
           01  CASES-DECLINED PIC 9(7) VALUE 0.
           01  CASES-TWO-APPLICANTS PIC 9(7) VALUE 0.
           *> Makulerade besked räknas för sig och ingår inte i
           *> totalerna ovan; rättade besked räknas med sina rättade
           *> belopp och redovisas dessutom som en varav-rad.
           01  CASES-CANCELLED PIC 9(7) VALUE 0.
           01  CASES-CORRECTED PIC 9(7) VALUE 0.
           01  LOAN-AMOUNT-SUM PIC 9(14) VALUE 0.
           01  APPROVAL-RATE PIC 9(3)V9.
           01  AVERAGE-LOAN PIC 9(10).

           *> Inkomstavstämningen, räknad per sökande: hur många som
           *> stämdes av mot registret och hur de föll ut. Avstämda =
           *> K, H och L (se INCLINK); ärenden sparade före
           *> avstämningen räknas inte. Överskattning räknas både
           *> totalt (uppgiven över registrets över huvud taget) och
           *> utöver toleransen, där kalkylen tog den registrerade.
           01  INCOME-SUB PIC 9(01).
           01  APPLICANTS-INCOME-COMPARED PIC 9(7) VALUE 0.
           01  APPLICANTS-STATED-ABOVE PIC 9(7) VALUE 0.
           01  APPLICANTS-OVERSTATED PIC 9(7) VALUE 0.
           01  APPLICANTS-UNDERSTATED PIC 9(7) VALUE 0.
           01  APPLICANTS-NOT-IN-REGISTER PIC 9(7) VALUE 0.
           01  APPLICANTS-NOT-CHECKED PIC 9(7) VALUE 0.
           01  CASES-INCOME-FLAGGED PIC 9(7) VALUE 0.
           01  CASE-INCOME-FLAG-SWITCH PIC X(01).
               88  CASE-INCOME-FLAGGED VALUE "J".
           01  INCOME-RATE-COUNT PIC 9(7).
           01  INCOME-RATE PIC 9(3)V9.

           *> Fördelning per kommunkod (sökande 1:s kommun) och per
           *> boendetyp - fylls på allteftersom nya koder/typer dyker
           *> upp i perioden, samma tabellidé som i MAXLOAN-HOUSING.
                   03  PR-COUNT PIC 9(7).
           01  PROPTYPE-COUNT PIC 9(02) VALUE 0.

           *> Fördelning per kanal: webbansökningar (CR-FROM-WEB) mot
           *> kontoren - där räknas allt som inte kom via webben,
           *> också kundtjänstens intag och ärenden sparade innan
           *> kanalen registrerades.
           01  CHANNEL-TOTALS.
               02  FILLER PIC X(06) VALUE "WEBB".
               02  FILLER PIC 9(7) VALUE 0.
               02  FILLER PIC 9(7) VALUE 0.
               02  FILLER PIC 9(14) VALUE 0.
               02  FILLER PIC X(06) VALUE "KONTOR".
               02  FILLER PIC 9(7) VALUE 0.
               02  FILLER PIC 9(7) VALUE 0.
               02  FILLER PIC 9(14) VALUE 0.
           01  CHANNEL-TABLE REDEFINES CHANNEL-TOTALS.
               02  CHANNEL-ENTRY OCCURS 2 TIMES.
                   03  CH-NAME PIC X(06).
                   03  CH-COUNT PIC 9(7).
                   03  CH-APPROVED PIC 9(7).
                   03  CH-LOAN-SUM PIC 9(14).
           01  CHANNEL-SUB PIC 9(01).

           01  ROW-SUB PIC 9(03).

           01  DISPLAY-COUNT PIC ZZZ,ZZ9.
           IF PARAM-FILE-STATUS = "00" THEN
               READ PARAM-FILE
                   AT END
                       DISPLAY "VARNING: STATPARM är tom - hela "
                               "CASEFILE tas med"
                       ADD 1 TO RUNLOG-WARNING-COUNT
                   NOT AT END
                       IF SP-FROM-DATE IS NUMERIC AND SP-TO-DATE IS
                               NUMERIC THEN
                           MOVE SP-FROM-DATE TO FROM-DATE
                           MOVE SP-TO-DATE TO TO-DATE
                       ELSE
                           DISPLAY "VARNING: STATPARM kunde inte "
                                   "tolkas - hela CASEFILE tas med"
                           ADD 1 TO RUNLOG-WARNING-COUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "VARNING: kunde inte öppna STATPARM, status "
                       PARAM-FILE-STATUS " - hela CASEFILE tas med"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.
       OPEN-STAT-FILES SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF

           OPEN OUTPUT STAT-REPORT-FILE
           IF STAT-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna STATRPT, status "
                       STAT-REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF
      *> Räknar in ett ärende i totalerna och i kommun- och
      *> boendetypstabellerna, om det ligger inom perioden.
      *> Beviljat = lånetak större än noll, samma tolkning som
      *> OK/AVSLAG i rapporten från MAXLOAN-BATCH. Ett makulerat
      *> besked räknas bara som makulerat.
       TALLY-CASE-RECORD SECTION.
           MOVE CR-CASE-NUMBER(1:8) TO CASE-DATE
           IF CASE-DATE < FROM-DATE OR CASE-DATE > TO-DATE THEN
               EXIT SECTION
           END-IF
           IF CR-AMEND-CANCELLED THEN
               ADD 1 TO CASES-CANCELLED
               EXIT SECTION
           END-IF

           ADD 1 TO CASES-TOTAL
           IF CR-AMEND-CORRECTED THEN
               ADD 1 TO CASES-CORRECTED
           END-IF
           IF CR-MAX-LOAN-AMOUNT > 0 THEN
               ADD 1 TO CASES-APPROVED
               ADD CR-MAX-LOAN-AMOUNT TO LOAN-AMOUNT-SUM
               ADD 1 TO CASES-TWO-APPLICANTS
           END-IF

           PERFORM TALLY-CHANNEL
           PERFORM TALLY-KOMMUN
           PERFORM TALLY-PROPTYPE

           MOVE "N" TO CASE-INCOME-FLAG-SWITCH
           PERFORM VARYING INCOME-SUB FROM 1 BY 1 UNTIL INCOME-SUB > 2
               PERFORM TALLY-INCOME-CHECK
           END-PERFORM
           IF CASE-INCOME-FLAGGED THEN
               ADD 1 TO CASES-INCOME-FLAGGED
           END-IF
           EXIT.

      *> En sökandes avstämning mot inkomstregistret. Blankt utfall
      *> (äldre ärenden, eller ingen sökande 2) räknas inte.
       TALLY-INCOME-CHECK SECTION.
           EVALUATE TRUE
               WHEN CR-IC-NOT-IN-REGISTER (INCOME-SUB)
                   ADD 1 TO APPLICANTS-NOT-IN-REGISTER
                   SET CASE-INCOME-FLAGGED TO TRUE
               WHEN CR-IC-NOT-CHECKED (INCOME-SUB)
                   ADD 1 TO APPLICANTS-NOT-CHECKED
               WHEN CR-IC-WITHIN-TOLERANCE (INCOME-SUB)
                       OR CR-IC-OVERSTATED (INCOME-SUB)
                       OR CR-IC-UNDERSTATED (INCOME-SUB)
                   ADD 1 TO APPLICANTS-INCOME-COMPARED
                   IF CR-IC-STATED-GROSS-SALARY (INCOME-SUB) IS NUMERIC
                           AND CR-IC-REGISTER-GROSS-SALARY (INCOME-SUB)
                                   IS NUMERIC
                           AND CR-IC-STATED-GROSS-SALARY (INCOME-SUB)
                                   > CR-IC-REGISTER-GROSS-SALARY
                                           (INCOME-SUB) THEN
                       ADD 1 TO APPLICANTS-STATED-ABOVE
                   END-IF
                   IF CR-IC-OVERSTATED (INCOME-SUB) THEN
                       ADD 1 TO APPLICANTS-OVERSTATED
                       SET CASE-INCOME-FLAGGED TO TRUE
                   END-IF
                   IF CR-IC-UNDERSTATED (INCOME-SUB) THEN
                       ADD 1 TO APPLICANTS-UNDERSTATED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *> Webbansökningarna på rad 1, allt annat på rad 2 - se
      *> CHANNEL-TOTALS.
       TALLY-CHANNEL SECTION.
           IF CR-FROM-WEB THEN
               MOVE 1 TO CHANNEL-SUB
           ELSE
               MOVE 2 TO CHANNEL-SUB
           END-IF
           ADD 1 TO CH-COUNT (CHANNEL-SUB)
           IF CR-MAX-LOAN-AMOUNT > 0 THEN
               ADD 1 TO CH-APPROVED (CHANNEL-SUB)
               ADD CR-MAX-LOAN-AMOUNT TO CH-LOAN-SUM (CHANNEL-SUB)
           END-IF
           EXIT.

      *> Letar bara bland de ifyllda raderna - gränsvillkoret före
               MOVE 0 TO KM-LOAN-SUM (KM-IDX)
               PERFORM COUNT-KOMMUN-ENTRY
           ELSE
               DISPLAY "VARNING: fler än 300 kommunkoder i perioden - "
                       CR-A1-MUNICIPALITY-CODE
                       " räknas inte per kommun"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.
               MOVE CR-PROPERTY-TYPE TO PR-TYPE (PR-IDX)
               MOVE 1 TO PR-COUNT (PR-IDX)
           ELSE
               DISPLAY "VARNING: fler än 20 boendetyper i perioden - "
                       CR-PROPERTY-TYPE " räknas inte per typ"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE CASES-CORRECTED TO DISPLAY-COUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "  varav rättade:           " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE CASES-CANCELLED TO DISPLAY-COUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "Makulerade (ej medräknade):" DISPLAY-COUNT
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           IF CASES-TOTAL > 0 THEN
               COMPUTE APPROVAL-RATE = (CASES-APPROVED * 100)
                       / CASES-TOTAL
           ELSE
               MOVE 0 TO APPROVAL-RATE
           END-IF
           END-IF
           MOVE AVERAGE-LOAN TO DISPLAY-AMOUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "Genomsnittligt lånetak:    " DISPLAY-AMOUNT " " CUR
                   " (beviljade)"
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           PERFORM WRITE-INCOME-CHECK-LINES

           MOVE SPACES TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           MOVE "PER KANAL" TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           MOVE "KANAL    ANTAL  BEVILJADE  GENOMSNITTLIGT LÅNETAK"
                   TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           PERFORM VARYING CHANNEL-SUB FROM 1 BY 1 UNTIL
                   CHANNEL-SUB > 2
               PERFORM WRITE-CHANNEL-LINE
           END-PERFORM

           MOVE SPACES TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           MOVE "PER KOMMUN" TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           MOVE "KOD      ANTAL  BEVILJADE  GENOMSNITTLIGT LÅNETAK"
                   TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB >
                   KOMMUN-COUNT
               PERFORM WRITE-KOMMUN-LINE
           END-PERFORM

           WRITE STAT-REPORT-LINE
           MOVE "TYP            ANTAL" TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB >
                   PROPTYPE-COUNT
               PERFORM WRITE-PROPTYPE-LINE
           END-PERFORM
           EXIT.

      *> Inkomstavstämningen per sökande. Andelarna räknas på de
      *> sökande som faktiskt jämfördes med registret.
       WRITE-INCOME-CHECK-LINES SECTION.
           MOVE SPACES TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           MOVE "INKOMSTAVSTÄMNING (PER SÖKANDE)" TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE APPLICANTS-INCOME-COMPARED TO DISPLAY-COUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "Jämförda mot registret:    " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE APPLICANTS-STATED-ABOVE TO DISPLAY-COUNT
           MOVE APPLICANTS-STATED-ABOVE TO INCOME-RATE-COUNT
           PERFORM COMPUTE-INCOME-RATE
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "  uppgav mer än registret: " DISPLAY-COUNT
                   "  " DISPLAY-RATE " %"
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE APPLICANTS-OVERSTATED TO DISPLAY-COUNT
           MOVE APPLICANTS-OVERSTATED TO INCOME-RATE-COUNT
           PERFORM COMPUTE-INCOME-RATE
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "  varav över toleransen:   " DISPLAY-COUNT
                   "  " DISPLAY-RATE " %"
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE APPLICANTS-UNDERSTATED TO DISPLAY-COUNT
           MOVE APPLICANTS-UNDERSTATED TO INCOME-RATE-COUNT
           PERFORM COMPUTE-INCOME-RATE
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "  under toleransen:        " DISPLAY-COUNT
                   "  " DISPLAY-RATE " %"
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE APPLICANTS-NOT-IN-REGISTER TO DISPLAY-COUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "Saknas i inkomstregistret: " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE APPLICANTS-NOT-CHECKED TO DISPLAY-COUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "Ej avstämda (reg. oläst):  " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE

           MOVE CASES-INCOME-FLAGGED TO DISPLAY-COUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING "Flaggade ärenden, inkomst: " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           EXIT.

      *> Antalet i INCOME-RATE-COUNT görs om till procent av de
      *> jämförda sökandena och ställs i DISPLAY-RATE.
       COMPUTE-INCOME-RATE SECTION.
           IF APPLICANTS-INCOME-COMPARED > 0 THEN
               COMPUTE INCOME-RATE = (INCOME-RATE-COUNT * 100)
                       / APPLICANTS-INCOME-COMPARED
           ELSE
               MOVE 0 TO INCOME-RATE
           END-IF
           MOVE INCOME-RATE TO DISPLAY-RATE
           EXIT.

       WRITE-CHANNEL-LINE SECTION.
           MOVE CH-COUNT (CHANNEL-SUB) TO DISPLAY-COUNT
           MOVE CH-APPROVED (CHANNEL-SUB) TO DISPLAY-COUNT-2
           IF CH-APPROVED (CHANNEL-SUB) > 0 THEN
               COMPUTE AVERAGE-LOAN = CH-LOAN-SUM (CHANNEL-SUB)
                       / CH-APPROVED (CHANNEL-SUB)
           ELSE
               MOVE 0 TO AVERAGE-LOAN
           END-IF
           MOVE AVERAGE-LOAN TO DISPLAY-AMOUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING CH-NAME (CHANNEL-SUB) " " DISPLAY-COUNT "    "
                   DISPLAY-COUNT-2 "  " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           EXIT.

       WRITE-KOMMUN-LINE SECTION.
           MOVE KM-COUNT (ROW-SUB) TO DISPLAY-COUNT
           MOVE KM-APPROVED (ROW-SUB) TO DISPLAY-COUNT-2
           IF KM-APPROVED (ROW-SUB) > 0 THEN
               COMPUTE AVERAGE-LOAN = KM-LOAN-SUM (ROW-SUB)
                       / KM-APPROVED (ROW-SUB)
           ELSE
               MOVE 0 TO AVERAGE-LOAN
           END-IF
           MOVE AVERAGE-LOAN TO DISPLAY-AMOUNT
           MOVE SPACES TO STAT-REPORT-LINE
           STRING KM-CODE (ROW-SUB) "   " DISPLAY-COUNT "    "
                   DISPLAY-COUNT-2 "  " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE
           EXIT.
