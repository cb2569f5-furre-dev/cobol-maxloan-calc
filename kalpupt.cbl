       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-UPTAKE.
      *> Konverteringsrapport över CASEFILE: hur många OK-besked i
      *> perioden som blev utbetalda lån, hur stor del av lånetaket
      *> (CR-MAX-LOAN-AMOUNT) kunderna faktiskt lånade, hur lång tid
      *> det tog från besked till utbetalning och hur det fördelar
      *> sig per kommunkod och boendetyp. Utfallen registreras av
      *> MAXLOAN-PAYOUT ur låneursprungssystemets dagliga
      *> utfallsfil. Perioden avser beskedsdagen och styrs av ett
      *> parameterkort (UPTKPARM) i samma form som STATPARM - ett
      *> besked från slutet av perioden kan sakna utfall ännu, så
      *> rapporten körs lämpligen för en månad som ligger några
      *> månader bakåt.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT PARAM-FILE ASSIGN TO "UPTKPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAM-FILE-STATUS.
               SELECT UPTAKE-REPORT-FILE ASSIGN TO "UPTKRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS UPTAKE-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CASE-FILE.
           COPY CASEREC.

           FD  PARAM-FILE.
           01  PARAM-RECORD.
               02  UP-FROM-DATE PIC 9(8).
               02  FILLER PIC X(01).
               02  UP-TO-DATE PIC 9(8).
               02  FILLER PIC X(63).

           FD  UPTAKE-REPORT-FILE.
           01  UPTAKE-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  CASE-FILE-STATUS PIC X(02).
           01  PARAM-FILE-STATUS PIC X(02).
           01  UPTAKE-REPORT-FILE-STATUS PIC X(02).

           01  CASE-EOF-SWITCH PIC X(01) VALUE "N".
               88  CASE-EOF VALUE "J".

           01  FROM-DATE PIC 9(8).
           01  TO-DATE PIC 9(8).
           01  CASE-DATE PIC 9(8).
           01  CASES-READ PIC 9(7) VALUE 0.

           *> Ledtiden räknas i dagar mellan beskedsdagen (ärendenumrets
           *> ååååmmdd) och utbetalningsdagen.
           01  LEAD-DAYS PIC 9(5).

           *> Beskedets lånetak: det maskinella taket, eller det
           *> beviljade avsteget när kreditberedningen beviljat ett.
           01  PROMISE-AMOUNT PIC 9(10).

           *> Totalräknare för perioden - bara OK-besked räknas.
           01  PROMISES-TOTAL PIC 9(7) VALUE 0.
           01  PROMISES-PAID-OUT PIC 9(7) VALUE 0.
           01  PROMISES-CANCELLED PIC 9(7) VALUE 0.
           01  PROMISES-CREDIT-DECLINED PIC 9(7) VALUE 0.
           01  PROMISES-OPEN PIC 9(7) VALUE 0.
           *> Lånetak, utbetalt belopp, maxpris och köpeskilling
           *> summeras bara för de utbetalda ärendena, så att
           *> nyttjandegraden jämför lika med lika.
           01  PAID-MAX-LOAN-SUM PIC 9(14) VALUE 0.
           01  DISBURSED-SUM PIC 9(14) VALUE 0.
           01  PAID-MAX-PRICE-SUM PIC 9(14) VALUE 0.
           01  PURCHASE-PRICE-SUM PIC 9(14) VALUE 0.
           01  LEAD-DAYS-SUM PIC 9(9) VALUE 0.

           01  CONVERSION-RATE PIC 9(3)V9.
           01  UTILIZATION-RATE PIC 9(4)V9.
           01  AVERAGE-LEAD-DAYS PIC 9(5).
           01  AVERAGE-AMOUNT PIC 9(10).

           *> Fördelning per kommunkod (sökande 1:s kommun) och per
           *> boendetyp - samma tabellidé som i MAXLOAN-STATS.
           01  KOMMUN-TABLE.
               02  KOMMUN-ENTRY OCCURS 300 TIMES INDEXED BY KM-IDX.
                   03  KM-CODE PIC X(04).
                   03  KM-PROMISES PIC 9(7).
                   03  KM-PAID-OUT PIC 9(7).
                   03  KM-MAX-LOAN-SUM PIC 9(14).
                   03  KM-DISBURSED-SUM PIC 9(14).
                   03  KM-LEAD-DAYS-SUM PIC 9(9).
           01  KOMMUN-COUNT PIC 9(03) VALUE 0.

           01  PROPTYPE-TABLE.
               02  PROPTYPE-ENTRY OCCURS 20 TIMES INDEXED BY PR-IDX.
                   03  PR-TYPE PIC X(12).
                   03  PR-PROMISES PIC 9(7).
                   03  PR-PAID-OUT PIC 9(7).
                   03  PR-MAX-LOAN-SUM PIC 9(14).
                   03  PR-DISBURSED-SUM PIC 9(14).
                   03  PR-LEAD-DAYS-SUM PIC 9(9).
           01  PROPTYPE-COUNT PIC 9(02) VALUE 0.

           *> En rad i per-kommun- eller per-typ-delen, fylld från
           *> respektive tabell innan raden skrivs.
           01  GROUP-LINE-VALUES.
               02  GL-LABEL PIC X(12).
               02  GL-PROMISES PIC 9(7).
               02  GL-PAID-OUT PIC 9(7).
               02  GL-MAX-LOAN-SUM PIC 9(14).
               02  GL-DISBURSED-SUM PIC 9(14).
               02  GL-LEAD-DAYS-SUM PIC 9(9).

           01  ROW-SUB PIC 9(03).

           01  DISPLAY-COUNT PIC ZZZ,ZZ9.
           01  DISPLAY-COUNT-2 PIC ZZZ,ZZ9.
           01  DISPLAY-RATE PIC ZZ9.9.
           01  DISPLAY-RATE-2 PIC ZZZ9.9.
           01  DISPLAY-DAYS PIC ZZ,ZZ9.
           01  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.

           *> Gemensam körjournal (RUNLOG) - en START-rad när
           *> programmet börjar och en SLUT-rad med radantal,
           *> varningsantal och returkod när det är klart, skrivna
           *> via MAXLOAN-RUNLOG. Morgonrapporten MAXLOAN-MORNING
           *> visar hela nattkedjan ur journalen.
           COPY LOGLINK.
           01  RUNLOG-WARNING-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM WRITE-RUNLOG-START
           INITIALIZE KOMMUN-TABLE
           INITIALIZE PROPTYPE-TABLE
           PERFORM READ-PARAM-CARD
           PERFORM OPEN-UPTAKE-FILES
           PERFORM UNTIL CASE-EOF
               READ CASE-FILE
                   AT END
                       SET CASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASES-READ
                       PERFORM TALLY-CASE-RECORD
               END-READ
           END-PERFORM
           PERFORM WRITE-UPTAKE-REPORT
           PERFORM CLOSE-UPTAKE-FILES
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

      *> Parameterkortet innehåller från- och till-datum (ååååmmdd
      *> ååååmmdd). Saknas kortet tas hela CASEFILE med, precis
      *> som i MAXLOAN-STATS.
       READ-PARAM-CARD SECTION.
           MOVE 0 TO FROM-DATE
           MOVE 99999999 TO TO-DATE
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS = "00" THEN
               READ PARAM-FILE
                   AT END
                       DISPLAY "VARNING: UPTKPARM är tom - hela "
                               "CASEFILE tas med"
                       ADD 1 TO RUNLOG-WARNING-COUNT
                   NOT AT END
                       IF UP-FROM-DATE IS NUMERIC
                               AND UP-TO-DATE IS NUMERIC THEN
                           MOVE UP-FROM-DATE TO FROM-DATE
                           MOVE UP-TO-DATE TO TO-DATE
                       ELSE
                           DISPLAY "VARNING: UPTKPARM kunde inte "
                                   "tolkas - hela CASEFILE tas med"
                           ADD 1 TO RUNLOG-WARNING-COUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "VARNING: kunde inte öppna UPTKPARM, status "
                       PARAM-FILE-STATUS " - hela CASEFILE tas med"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

       OPEN-UPTAKE-FILES SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF

           OPEN OUTPUT UPTAKE-REPORT-FILE
           IF UPTAKE-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna UPTKRPT, status "
                       UPTAKE-REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF
           EXIT.

      *> Räknar in ett OK-besked från perioden i totalerna och i
      *> kommun- och boendetypstabellerna. Avslag räknas inte -
      *> de kan inte bli lån - och inte heller makulerade besked
      *> eller besked som kreditberedningen avslagit. Ett beviljat
      *> avsteg räknas med sitt beviljade belopp, också när det
      *> maskinella taket var noll.
       TALLY-CASE-RECORD SECTION.
           MOVE CR-CASE-NUMBER(1:8) TO CASE-DATE
           IF CASE-DATE < FROM-DATE OR CASE-DATE > TO-DATE THEN
               EXIT SECTION
           END-IF
           IF CR-AMEND-CANCELLED OR CR-REVIEW-DECLINED THEN
               EXIT SECTION
           END-IF
           IF CR-REVIEW-APPROVED THEN
               MOVE CR-OVERRIDE-AMOUNT TO PROMISE-AMOUNT
           ELSE
               MOVE CR-MAX-LOAN-AMOUNT TO PROMISE-AMOUNT
           END-IF
           IF PROMISE-AMOUNT = 0 THEN
               EXIT SECTION
           END-IF

           ADD 1 TO PROMISES-TOTAL
           MOVE 0 TO LEAD-DAYS
           EVALUATE TRUE
               WHEN CR-OUTCOME-PAID-OUT
                   ADD 1 TO PROMISES-PAID-OUT
                   PERFORM COMPUTE-LEAD-DAYS
                   ADD PROMISE-AMOUNT TO PAID-MAX-LOAN-SUM
                   ADD CR-DISBURSED-AMOUNT TO DISBURSED-SUM
                   ADD CR-MAX-PROPERTY-PRICE TO PAID-MAX-PRICE-SUM
                   ADD CR-PURCHASE-PRICE TO PURCHASE-PRICE-SUM
                   ADD LEAD-DAYS TO LEAD-DAYS-SUM
               WHEN CR-OUTCOME-CANCELLED
                   ADD 1 TO PROMISES-CANCELLED
               WHEN CR-OUTCOME-CREDIT-DECLINED
                   ADD 1 TO PROMISES-CREDIT-DECLINED
               WHEN OTHER
                   ADD 1 TO PROMISES-OPEN
           END-EVALUATE

           PERFORM TALLY-KOMMUN
           PERFORM TALLY-PROPTYPE
           EXIT.

      *> MAXLOAN-PAYOUT släpper inte igenom en utbetalningsdag före
      *> beskedet, men en hand-rättad rad kan ha det - den räknas
      *> då som noll dagar hellre än att dra ned snittet.
       COMPUTE-LEAD-DAYS SECTION.
           IF CR-PAYOUT-DATE IS NOT NUMERIC
                   OR CR-PAYOUT-DATE < CASE-DATE THEN
               EXIT SECTION
           END-IF
           COMPUTE LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(CR-PAYOUT-DATE)
                   - FUNCTION INTEGER-OF-DATE(CASE-DATE)
           EXIT.

       TALLY-KOMMUN SECTION.
           SET KM-IDX TO 1
           SEARCH KOMMUN-ENTRY
               AT END
                   PERFORM ADD-KOMMUN-ENTRY
               WHEN KM-IDX > KOMMUN-COUNT
                   PERFORM ADD-KOMMUN-ENTRY
               WHEN KM-CODE (KM-IDX) = CR-A1-MUNICIPALITY-CODE
                   PERFORM COUNT-KOMMUN-ENTRY
           END-SEARCH
           EXIT.

       ADD-KOMMUN-ENTRY SECTION.
           IF KOMMUN-COUNT < 300 THEN
               ADD 1 TO KOMMUN-COUNT
               SET KM-IDX TO KOMMUN-COUNT
               MOVE CR-A1-MUNICIPALITY-CODE TO KM-CODE (KM-IDX)
               MOVE 0 TO KM-PROMISES (KM-IDX)
               MOVE 0 TO KM-PAID-OUT (KM-IDX)
               MOVE 0 TO KM-MAX-LOAN-SUM (KM-IDX)
               MOVE 0 TO KM-DISBURSED-SUM (KM-IDX)
               MOVE 0 TO KM-LEAD-DAYS-SUM (KM-IDX)
               PERFORM COUNT-KOMMUN-ENTRY
           ELSE
               DISPLAY "VARNING: fler än 300 kommunkoder i perioden - "
                       CR-A1-MUNICIPALITY-CODE
                       " räknas inte per kommun"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

       COUNT-KOMMUN-ENTRY SECTION.
           ADD 1 TO KM-PROMISES (KM-IDX)
           IF CR-OUTCOME-PAID-OUT THEN
               ADD 1 TO KM-PAID-OUT (KM-IDX)
               ADD PROMISE-AMOUNT TO KM-MAX-LOAN-SUM (KM-IDX)
               ADD CR-DISBURSED-AMOUNT TO KM-DISBURSED-SUM (KM-IDX)
               ADD LEAD-DAYS TO KM-LEAD-DAYS-SUM (KM-IDX)
           END-IF
           EXIT.

       TALLY-PROPTYPE SECTION.
           SET PR-IDX TO 1
           SEARCH PROPTYPE-ENTRY
               AT END
                   PERFORM ADD-PROPTYPE-ENTRY
               WHEN PR-IDX > PROPTYPE-COUNT
                   PERFORM ADD-PROPTYPE-ENTRY
               WHEN PR-TYPE (PR-IDX) = CR-PROPERTY-TYPE
                   PERFORM COUNT-PROPTYPE-ENTRY
           END-SEARCH
           EXIT.

       ADD-PROPTYPE-ENTRY SECTION.
           IF PROPTYPE-COUNT < 20 THEN
               ADD 1 TO PROPTYPE-COUNT
               SET PR-IDX TO PROPTYPE-COUNT
               MOVE CR-PROPERTY-TYPE TO PR-TYPE (PR-IDX)
               MOVE 0 TO PR-PROMISES (PR-IDX)
               MOVE 0 TO PR-PAID-OUT (PR-IDX)
               MOVE 0 TO PR-MAX-LOAN-SUM (PR-IDX)
               MOVE 0 TO PR-DISBURSED-SUM (PR-IDX)
               MOVE 0 TO PR-LEAD-DAYS-SUM (PR-IDX)
               PERFORM COUNT-PROPTYPE-ENTRY
           ELSE
               DISPLAY "VARNING: fler än 20 boendetyper i perioden - "
                       CR-PROPERTY-TYPE " räknas inte per typ"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

       COUNT-PROPTYPE-ENTRY SECTION.
           ADD 1 TO PR-PROMISES (PR-IDX)
           IF CR-OUTCOME-PAID-OUT THEN
               ADD 1 TO PR-PAID-OUT (PR-IDX)
               ADD PROMISE-AMOUNT TO PR-MAX-LOAN-SUM (PR-IDX)
               ADD CR-DISBURSED-AMOUNT TO PR-DISBURSED-SUM (PR-IDX)
               ADD LEAD-DAYS TO PR-LEAD-DAYS-SUM (PR-IDX)
           END-IF
           EXIT.

       WRITE-UPTAKE-REPORT SECTION.
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "KALP KONVERTERING BESKED-LÅN " FROM-DATE " - "
                   TO-DATE
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           MOVE SPACES TO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           MOVE PROMISES-TOTAL TO DISPLAY-COUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "OK-besked i perioden:      " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           MOVE PROMISES-PAID-OUT TO DISPLAY-COUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "  varav utbetalda:         " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           MOVE PROMISES-CANCELLED TO DISPLAY-COUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "  varav avbrutna:          " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           MOVE PROMISES-CREDIT-DECLINED TO DISPLAY-COUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "  varav avslagna i kredit: " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           MOVE PROMISES-OPEN TO DISPLAY-COUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "  varav utan utfall ännu:  " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           IF PROMISES-TOTAL > 0 THEN
               COMPUTE CONVERSION-RATE =
                       (PROMISES-PAID-OUT * 100) / PROMISES-TOTAL
           ELSE
               MOVE 0 TO CONVERSION-RATE
           END-IF
           MOVE CONVERSION-RATE TO DISPLAY-RATE
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "Konverteringsgrad:         " DISPLAY-RATE " %"
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           IF PAID-MAX-LOAN-SUM > 0 THEN
               COMPUTE UTILIZATION-RATE =
                       (DISBURSED-SUM * 100) / PAID-MAX-LOAN-SUM
           ELSE
               MOVE 0 TO UTILIZATION-RATE
           END-IF
           MOVE UTILIZATION-RATE TO DISPLAY-RATE-2
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "Nyttjat av lånetaket:     " DISPLAY-RATE-2 " %"
                   " (utbetalda)"
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           IF PAID-MAX-PRICE-SUM > 0 THEN
               COMPUTE UTILIZATION-RATE =
                       (PURCHASE-PRICE-SUM * 100) / PAID-MAX-PRICE-SUM
           ELSE
               MOVE 0 TO UTILIZATION-RATE
           END-IF
           MOVE UTILIZATION-RATE TO DISPLAY-RATE-2
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "Köpeskilling av maxpris:  " DISPLAY-RATE-2 " %"
                   " (utbetalda)"
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           IF PROMISES-PAID-OUT > 0 THEN
               COMPUTE AVERAGE-AMOUNT =
                       PAID-MAX-LOAN-SUM / PROMISES-PAID-OUT
           ELSE
               MOVE 0 TO AVERAGE-AMOUNT
           END-IF
           MOVE AVERAGE-AMOUNT TO DISPLAY-AMOUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "Genomsnittligt lånetak:    " DISPLAY-AMOUNT " " CUR
                   " (utbetalda)"
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           IF PROMISES-PAID-OUT > 0 THEN
               COMPUTE AVERAGE-AMOUNT =
                       DISBURSED-SUM / PROMISES-PAID-OUT
           ELSE
               MOVE 0 TO AVERAGE-AMOUNT
           END-IF
           MOVE AVERAGE-AMOUNT TO DISPLAY-AMOUNT
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "Genomsnittligt utbetalt:   " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           IF PROMISES-PAID-OUT > 0 THEN
               COMPUTE AVERAGE-LEAD-DAYS =
                       LEAD-DAYS-SUM / PROMISES-PAID-OUT
           ELSE
               MOVE 0 TO AVERAGE-LEAD-DAYS
           END-IF
           MOVE AVERAGE-LEAD-DAYS TO DISPLAY-DAYS
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "Ledtid besked-utbetalning: " DISPLAY-DAYS
                   " dagar i snitt"
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE

           MOVE SPACES TO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           MOVE "PER KOMMUN" TO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           PERFORM WRITE-GROUP-HEADING
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > KOMMUN-COUNT
               MOVE KM-CODE (ROW-SUB) TO GL-LABEL
               MOVE KM-PROMISES (ROW-SUB) TO GL-PROMISES
               MOVE KM-PAID-OUT (ROW-SUB) TO GL-PAID-OUT
               MOVE KM-MAX-LOAN-SUM (ROW-SUB) TO GL-MAX-LOAN-SUM
               MOVE KM-DISBURSED-SUM (ROW-SUB) TO GL-DISBURSED-SUM
               MOVE KM-LEAD-DAYS-SUM (ROW-SUB) TO GL-LEAD-DAYS-SUM
               PERFORM WRITE-GROUP-LINE
           END-PERFORM

           MOVE SPACES TO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           MOVE "PER BOENDETYP" TO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           PERFORM WRITE-GROUP-HEADING
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > PROPTYPE-COUNT
               MOVE PR-TYPE (ROW-SUB) TO GL-LABEL
               MOVE PR-PROMISES (ROW-SUB) TO GL-PROMISES
               MOVE PR-PAID-OUT (ROW-SUB) TO GL-PAID-OUT
               MOVE PR-MAX-LOAN-SUM (ROW-SUB) TO GL-MAX-LOAN-SUM
               MOVE PR-DISBURSED-SUM (ROW-SUB) TO GL-DISBURSED-SUM
               MOVE PR-LEAD-DAYS-SUM (ROW-SUB) TO GL-LEAD-DAYS-SUM
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           EXIT.

       WRITE-GROUP-HEADING SECTION.
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING "KOD/TYP       BESKED  UTBETALDA  KONV %  NYTTJ %"
                   "  LEDTID DGR"
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           EXIT.

      *> Konverteringsgrad, nyttjandegrad och ledtid för en kommun
      *> eller boendetyp, räknade på samma sätt som totalerna.
       WRITE-GROUP-LINE SECTION.
           MOVE GL-PROMISES TO DISPLAY-COUNT
           MOVE GL-PAID-OUT TO DISPLAY-COUNT-2
           IF GL-PROMISES > 0 THEN
               COMPUTE CONVERSION-RATE =
                       (GL-PAID-OUT * 100) / GL-PROMISES
           ELSE
               MOVE 0 TO CONVERSION-RATE
           END-IF
           MOVE CONVERSION-RATE TO DISPLAY-RATE
           IF GL-MAX-LOAN-SUM > 0 THEN
               COMPUTE UTILIZATION-RATE =
                       (GL-DISBURSED-SUM * 100) / GL-MAX-LOAN-SUM
           ELSE
               MOVE 0 TO UTILIZATION-RATE
           END-IF
           MOVE UTILIZATION-RATE TO DISPLAY-RATE-2
           IF GL-PAID-OUT > 0 THEN
               COMPUTE AVERAGE-LEAD-DAYS =
                       GL-LEAD-DAYS-SUM / GL-PAID-OUT
           ELSE
               MOVE 0 TO AVERAGE-LEAD-DAYS
           END-IF
           MOVE AVERAGE-LEAD-DAYS TO DISPLAY-DAYS
           MOVE SPACES TO UPTAKE-REPORT-LINE
           STRING GL-LABEL " " DISPLAY-COUNT "    " DISPLAY-COUNT-2
                   "   " DISPLAY-RATE "   " DISPLAY-RATE-2 "      "
                   DISPLAY-DAYS
                   DELIMITED BY SIZE INTO UPTAKE-REPORT-LINE
           WRITE UPTAKE-REPORT-LINE
           EXIT.

       CLOSE-UPTAKE-FILES SECTION.
           CLOSE CASE-FILE
           CLOSE UPTAKE-REPORT-FILE
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-UPTAKE" TO RJ-PROGRAM-NAME
           MOVE "START" TO RJ-EVENT
           MOVE 0 TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE 0 TO RJ-WARNING-COUNT
           MOVE 0 TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           EXIT.

      *> SLUT-raden till körjournalen - radantal, varningsantal och
      *> returkoden som den står när programmet slutar.
       WRITE-RUNLOG-END SECTION.
           MOVE "SLUT" TO RJ-EVENT
           MOVE CASES-READ TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
