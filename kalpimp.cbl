       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-IMPACT.
      *> Konsekvensanalys av kandidattabeller (KOMSKATN, LEVNADN,
      *> HSGFEEN) mot de lånelöften som kunderna håller i handen.
      *> MAXLOAN-REFCHECK säger om en kandidatfil är välformad, men
      *> inte vad den gör med de löften som redan lämnats - och
      *> MAXLOAN-INQUIRY kan bara räkna om ett ärende i taget, och
      *> först när tabellerna ligger i drift.
      *> Underprogrammen (MAXLOAN-TAX, MAXLOAN-LIVING, MAXLOAN-
      *> HOUSING) läser sina tabeller från KOMSKATT, LEVNAD och
      *> HSGFEE en gång per körning, så jobbet (MAXIMPCT) kör
      *> programmet i två steg med parameterkortet IMPPARM:
      *>   DRIFT    - väljer ut varje ärende vars löfte MAXLOAN-VALID
      *>              ser som aktivt eller på väg att gå ut, räknar
      *>              om det med driftens tabeller och skriver
      *>              resultatet till arbetsfilen IMPWORK,
      *>   KANDIDAT - körs med kandidatfilerna på KOMSKATT-, LEVNAD-
      *>              och HSGFEE-DD:erna, räknar om samma ärenden
      *>              och jämför med IMPWORK.
      *> Båda omräkningarna görs på samma beräkningsdag (DRIFT-kortet,
      *> normalt kandidatens ikraftträdandedag - saknas den gäller
      *> körningsdagen), så att skillnaden bara beror på tabellerna.
      *> Rapporten IMPRPT listar ärenden vars lånetak sänks eller som
      *> skulle gå från OK till AVSLAG, med summor per kommunkod
      *> (sökande 1) och boendetyp, och de handläggare som har kunder
      *> att ringa. Ärenden med utfall (utbetalda, avbrutna) och
      *> avslag utan beviljat avsteg är inga utestående löften och
      *> tas inte med. Enbart skillnader är ingen felsignal.
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
               SELECT PARAM-FILE ASSIGN TO "IMPPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAM-FILE-STATUS.
               SELECT IMPACT-WORK-FILE ASSIGN TO "IMPWORK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IMPACT-WORK-FILE-STATUS.
               SELECT IMPACT-REPORT-FILE ASSIGN TO "IMPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS IMPACT-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CASE-FILE.
           COPY CASEREC.

           FD  PARAM-FILE.
           01  PARAM-RECORD.
               02  IP-PASS PIC X(08).
                   88  IP-CURRENT-PASS VALUE "DRIFT".
                   88  IP-CANDIDATE-PASS VALUE "KANDIDAT".
               02  FILLER PIC X(01).
               02  IP-EVALUATION-DATE PIC X(08).
               02  FILLER PIC X(63).

           *> Ett utvalt ärende och dess omräkning med driftens
           *> tabeller, skrivet i DRIFT-steget.
           FD  IMPACT-WORK-FILE.
           01  IMPACT-WORK-RECORD.
               02  IW-CASE-NUMBER PIC 9(14).
               02  IW-EVALUATION-DATE PIC 9(8).
               02  IW-MAX-LOAN-AMOUNT PIC 9(10).
               02  IW-DECLINED-SWITCH PIC X(01).
                   88  IW-DECLINED VALUE "J".
               02  IW-PROMISE-STATUS PIC X(01).

           FD  IMPACT-REPORT-FILE.
           01  IMPACT-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01  CASE-FILE-STATUS PIC X(02).
           01  PARAM-FILE-STATUS PIC X(02).
           01  IMPACT-WORK-FILE-STATUS PIC X(02).
           01  IMPACT-REPORT-FILE-STATUS PIC X(02).

           01  CASE-EOF-SWITCH PIC X(01) VALUE "N".
               88  CASE-EOF VALUE "J".
           01  WORK-EOF-SWITCH PIC X(01) VALUE "N".
               88  WORK-EOF VALUE "J".
           01  CASE-FOUND-SWITCH PIC X(01) VALUE "N".
               88  CASE-FOUND VALUE "J".

           01  RUN-PASS PIC X(08) VALUE SPACES.
               88  CURRENT-PASS VALUE "DRIFT".
               88  CANDIDATE-PASS VALUE "KANDIDAT".

           01  TODAYS-DATE PIC 9(8).
           01  EVALUATION-DATE PIC 9(8).

           01  ROWS-READ PIC 9(7) VALUE 0.
           01  ROWS-WRITTEN PIC 9(7) VALUE 0.
           01  ROWS-MISSING PIC 9(7) VALUE 0.

           *> Omräkningens mellanled, som i MAXLOAN-INQUIRY.
           01  A1-NET-SALARY PIC 9(6).
           01  A2-NET-SALARY PIC 9(6).
           01  NET-SALARY PIC 9(7).
           01  CAR-EXPENSES PIC 9(5).
           01  FAMILY-MEMBERS-EXPENSES PIC 9(5).
           01  PROPERTY-EXPENSES PIC 9(5).
           01  TOTAL-EXPENSES PIC 9(7).
           01  CHILD-BAND-COUNTS.
               02  CHILD-BAND-COUNT PIC 9(2) OCCURS 5 TIMES.

           *> Jämförelsen för ett ärende.
           01  LOAN-DROP PIC 9(10).
           01  LOWERED-SWITCH PIC X(01).
               88  CASE-LOWERED VALUE "J".
           01  FLIPPED-SWITCH PIC X(01).
               88  CASE-FLIPPED VALUE "J".

           *> Summor för hela körningen.
           01  TOTAL-TESTED PIC 9(7) VALUE 0.
           01  TOTAL-LOWERED PIC 9(7) VALUE 0.
           01  TOTAL-FLIPPED PIC 9(7) VALUE 0.
           01  TOTAL-RAISED PIC 9(7) VALUE 0.
           01  TOTAL-DROP-SUM PIC 9(14) VALUE 0.

           *> Summor per kommunkod och per boendetyp, i den ordning
           *> de dyker upp - samma tabellidé som i MAXLOAN-STATS.
           01  MUNICIPALITY-TABLE.
               02  MUNICIPALITY-ENTRY OCCURS 300 TIMES
                       INDEXED BY MT-IDX.
                   03  MT-CODE PIC X(04).
                   03  MT-TESTED PIC 9(7).
                   03  MT-LOWERED PIC 9(7).
                   03  MT-FLIPPED PIC 9(7).
                   03  MT-DROP-SUM PIC 9(14).
           01  MUNICIPALITY-COUNT PIC 9(03) VALUE 0.

           01  PROPERTY-TABLE.
               02  PROPERTY-ENTRY OCCURS 20 TIMES
                       INDEXED BY PY-IDX.
                   03  PY-TYPE PIC X(12).
                   03  PY-TESTED PIC 9(7).
                   03  PY-LOWERED PIC 9(7).
                   03  PY-FLIPPED PIC 9(7).
                   03  PY-DROP-SUM PIC 9(14).
           01  PROPERTY-COUNT PIC 9(02) VALUE 0.

           *> Handläggarna som har kunder att ringa.
           01  ADVISER-CALL-TABLE.
               02  ADVISER-CALL-ENTRY OCCURS 500 TIMES
                       INDEXED BY AC-IDX.
                   03  AC-OFFICE-CODE PIC X(04).
                   03  AC-ADVISER-ID PIC X(08).
                   03  AC-CUSTOMERS PIC 9(5).
           01  ADVISER-CALL-COUNT PIC 9(03) VALUE 0.

           01  TABLE-SUB PIC 9(03).

           *> En summarad - fylld innan den skrivs.
           01  GROUP-LINE-VALUES.
               02  GL-LABEL PIC X(14).
               02  GL-TESTED PIC 9(7).
               02  GL-LOWERED PIC 9(7).
               02  GL-FLIPPED PIC 9(7).
               02  GL-DROP-SUM PIC 9(14).

           01  DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-AMOUNT-2 PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-SUM PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-COUNT PIC ZZZ,ZZ9.
           01  DISPLAY-COUNT-2 PIC ZZZ,ZZ9.
           01  DISPLAY-COUNT-3 PIC ZZZ,ZZ9.

           COPY VALLINK.
           COPY TAXLINK.
           COPY LEVLINK.
           COPY HSGLINK.
           COPY ENGLINK.

           *> Handläggarnas namn ur kontors- och handläggarregistret.
           COPY ADVLINK.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
           PERFORM READ-PARAM-CARD
           EVALUATE TRUE
               WHEN CURRENT-PASS
                   PERFORM RUN-CURRENT-PASS
               WHEN CANDIDATE-PASS
                   PERFORM RUN-CANDIDATE-PASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

      *> IMPPARM: DRIFT eller KANDIDAT, för DRIFT följt av beräknings-
      *> dagen (ååååmmdd). Utan giltigt kort görs ingenting.
       READ-PARAM-CARD SECTION.
           MOVE TODAYS-DATE TO EVALUATION-DATE
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna IMPPARM, status "
                       PARAM-FILE-STATUS " - ingen körning"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "FEL: IMPPARM är tom - ingen körning"
                   MOVE 8 TO RETURN-CODE
               NOT AT END
                   IF IP-CURRENT-PASS OR IP-CANDIDATE-PASS THEN
                       MOVE IP-PASS TO RUN-PASS
                   ELSE
                       DISPLAY "FEL: IMPPARM ska ange DRIFT eller "
                               "KANDIDAT - ingen körning"
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF IP-CURRENT-PASS
                           AND IP-EVALUATION-DATE IS NUMERIC THEN
                       MOVE IP-EVALUATION-DATE TO EVALUATION-DATE
                   END-IF
           END-READ
           CLOSE PARAM-FILE
           EXIT.

      *> DRIFT-steget: ärenderegistret läses i nyckelordning och de
      *> utestående löftena räknas om med driftens tabeller.
       RUN-CURRENT-PASS SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT IMPACT-WORK-FILE
           IF IMPACT-WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna IMPWORK, status "
                       IMPACT-WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CASE-FILE
               EXIT SECTION
           END-IF
           PERFORM UNTIL CASE-EOF
               READ CASE-FILE NEXT
                   AT END
                       SET CASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ROWS-READ
                       PERFORM SELECT-ONE-CASE
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           CLOSE IMPACT-WORK-FILE
           DISPLAY "MAXLOAN-IMPACT DRIFT: " ROWS-WRITTEN
                   " utestående löften av " ROWS-READ
                   " ärenden, beräkningsdag " EVALUATION-DATE
           EXIT.

      *> Ett utestående löfte: beviljat (lånetak eller manuellt
      *> avsteg), utan utfall, inte makulerat eller avslaget av
      *> kreditberedningen och aktivt eller på väg att gå ut enligt
      *> MAXLOAN-VALID.
       SELECT-ONE-CASE SECTION.
           IF CR-MAX-LOAN-AMOUNT = 0 AND NOT CR-REVIEW-APPROVED THEN
               EXIT SECTION
           END-IF
           IF CR-AMEND-CANCELLED THEN
               EXIT SECTION
           END-IF
           IF CR-REVIEW-DECLINED THEN
               EXIT SECTION
           END-IF
           IF NOT CR-OUTCOME-OPEN THEN
               EXIT SECTION
           END-IF
           MOVE CR-CASE-NUMBER(1:8) TO VI-CASE-DATE
           MOVE TODAYS-DATE TO VI-TODAYS-DATE
           CALL "MAXLOAN-VALID" USING VALID-INPUT VALID-OUTPUT
           IF NOT PROMISE-ACTIVE AND NOT PROMISE-EXPIRING THEN
               EXIT SECTION
           END-IF

           PERFORM RECALCULATE-CASE
           MOVE CR-CASE-NUMBER TO IW-CASE-NUMBER
           MOVE EVALUATION-DATE TO IW-EVALUATION-DATE
           MOVE EO-MAX-LOAN-AMOUNT TO IW-MAX-LOAN-AMOUNT
           MOVE EO-DECLINED-SWITCH TO IW-DECLINED-SWITCH
           MOVE VO-STATUS TO IW-PROMISE-STATUS
           WRITE IMPACT-WORK-RECORD
           ADD 1 TO ROWS-WRITTEN
           EXIT.

      *> KANDIDAT-steget: samma ärenden, nu med kandidattabellerna,
      *> jämförda med DRIFT-stegets omräkning.
       RUN-CANDIDATE-PASS SECTION.
           INITIALIZE MUNICIPALITY-TABLE
           INITIALIZE PROPERTY-TABLE
           INITIALIZE ADVISER-CALL-TABLE
           OPEN INPUT IMPACT-WORK-FILE
           IF IMPACT-WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna IMPWORK, status "
                       IMPACT-WORK-FILE-STATUS
                       " - DRIFT-steget måste köras först"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE IMPACT-WORK-FILE
               EXIT SECTION
           END-IF
           OPEN OUTPUT IMPACT-REPORT-FILE
           IF IMPACT-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna IMPRPT, status "
                       IMPACT-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE IMPACT-WORK-FILE
               CLOSE CASE-FILE
               EXIT SECTION
           END-IF

           *> Rubriken bär beräkningsdagen från första arbetsraden.
           PERFORM READ-WORK-RECORD
           IF NOT WORK-EOF THEN
               MOVE IW-EVALUATION-DATE TO EVALUATION-DATE
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL WORK-EOF
               PERFORM COMPARE-ONE-CASE
               PERFORM READ-WORK-RECORD
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE IMPACT-WORK-FILE
           CLOSE CASE-FILE
           CLOSE IMPACT-REPORT-FILE
           EXIT.

       READ-WORK-RECORD SECTION.
           READ IMPACT-WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ROWS-READ
           END-READ
           EXIT.

      *> Ärendet läses på nyckeln och räknas om med kandidatens
      *> tabeller på samma beräkningsdag som i DRIFT-steget.
       COMPARE-ONE-CASE SECTION.
           MOVE "N" TO CASE-FOUND-SWITCH
           MOVE IW-CASE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ
           IF NOT CASE-FOUND THEN
               DISPLAY "VARNING: ärende " IW-CASE-NUMBER
                       " från IMPWORK finns inte i CASEFILE"
               ADD 1 TO RUNLOG-WARNING-COUNT
               ADD 1 TO ROWS-MISSING
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           MOVE IW-EVALUATION-DATE TO EVALUATION-DATE
           PERFORM RECALCULATE-CASE

           ADD 1 TO TOTAL-TESTED
           MOVE "N" TO LOWERED-SWITCH
           MOVE "N" TO FLIPPED-SWITCH
           MOVE 0 TO LOAN-DROP
           IF EO-MAX-LOAN-AMOUNT < IW-MAX-LOAN-AMOUNT THEN
               SET CASE-LOWERED TO TRUE
               COMPUTE LOAN-DROP = IW-MAX-LOAN-AMOUNT
                       - EO-MAX-LOAN-AMOUNT
               ADD 1 TO TOTAL-LOWERED
               ADD LOAN-DROP TO TOTAL-DROP-SUM
           END-IF
           IF EO-MAX-LOAN-AMOUNT > IW-MAX-LOAN-AMOUNT THEN
               ADD 1 TO TOTAL-RAISED
           END-IF
           IF LOAN-DECLINED AND NOT IW-DECLINED THEN
               SET CASE-FLIPPED TO TRUE
               ADD 1 TO TOTAL-FLIPPED
           END-IF

           PERFORM TALLY-MUNICIPALITY
           PERFORM TALLY-PROPERTY-TYPE
           IF CASE-LOWERED OR CASE-FLIPPED THEN
               PERFORM WRITE-CASE-LINE
               PERFORM TALLY-ADVISER-CALL
           END-IF
           EXIT.

      *> Kör de sparade uppgifterna genom samma underprogram som den
      *> ursprungliga kalkylen, med de tabeller som ligger på DD:erna
      *> och beräkningsdagen - samma omräkning som i MAXLOAN-INQUIRY.
       RECALCULATE-CASE SECTION.
           MOVE EVALUATION-DATE TO TI-EFFECTIVE-DATE
           MOVE EVALUATION-DATE TO LI-EFFECTIVE-DATE
           CALL "MAXLOAN-LIVING" USING LIVING-INPUT LIVING-OUTPUT

           MOVE CR-A1-GROSS-SALARY TO TI-GROSS-SALARY
           MOVE CR-A1-MUNICIPALITY-CODE TO TI-MUNICIPALITY-CODE
           CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
           MOVE TO-NET-SALARY TO A1-NET-SALARY

           MOVE 0 TO A2-NET-SALARY
           IF CR-A2-GROSS-SALARY > 0 THEN
               MOVE CR-A2-GROSS-SALARY TO TI-GROSS-SALARY
               MOVE CR-A2-MUNICIPALITY-CODE TO TI-MUNICIPALITY-CODE
               CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
               MOVE TO-NET-SALARY TO A2-NET-SALARY
           END-IF
           COMPUTE NET-SALARY = A1-NET-SALARY + A2-NET-SALARY

           MOVE CR-PROPERTY-TYPE TO HI-PROPERTY-TYPE
           CALL "MAXLOAN-HOUSING" USING HOUSING-INPUT HOUSING-OUTPUT
           MOVE HO-MONTHLY-FEE TO PROPERTY-EXPENSES

           PERFORM RESTORE-CHILD-BANDS

           IF CR-TOTAL-GROWN = 1 AND CR-TOTAL-CHILDREN = 0 THEN
               COMPUTE FAMILY-MEMBERS-EXPENSES = LO-ONE-GROWN
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
           MOVE NET-SALARY TO EI-NET-SALARY
           MOVE CR-CASH-DEPOSIT TO EI-CASH-DEPOSIT
           MOVE TOTAL-EXPENSES TO EI-TOTAL-EXPENSES
           *> Engagemangsutdraget sparas inte i CASEFILE - omräkningen
           *> görs utan befintlig skuld i skuldkvoten.
           MOVE 0 TO EI-EXISTING-DEBT-BALANCE

           CALL "MAXLOAN-ENGINE" USING ENGINE-INPUT ENGINE-OUTPUT
           EXIT.

      *> Äldre CASEFILE-rader skrevs innan åldersbanden sparades per
      *> band - barnen läggs då i band 3 (7-10 år), samma uppskattning
      *> som i MAXLOAN-INQUIRY. Båda stegen gör samma uppskattning.
       RESTORE-CHILD-BANDS SECTION.
           IF CR-CHILD-BAND-COUNTS IS NUMERIC THEN
               MOVE CR-CHILD-BAND-COUNT (1) TO CHILD-BAND-COUNT (1)
               MOVE CR-CHILD-BAND-COUNT (2) TO CHILD-BAND-COUNT (2)
               MOVE CR-CHILD-BAND-COUNT (3) TO CHILD-BAND-COUNT (3)
               MOVE CR-CHILD-BAND-COUNT (4) TO CHILD-BAND-COUNT (4)
               MOVE CR-CHILD-BAND-COUNT (5) TO CHILD-BAND-COUNT (5)
           ELSE
               MOVE 0 TO CHILD-BAND-COUNT (1)
               MOVE 0 TO CHILD-BAND-COUNT (2)
               MOVE CR-TOTAL-CHILDREN TO CHILD-BAND-COUNT (3)
               MOVE 0 TO CHILD-BAND-COUNT (4)
               MOVE 0 TO CHILD-BAND-COUNT (5)
           END-IF
           EXIT.

      *> Summorna per kommun räknas på sökande 1:s kommunkod.
       TALLY-MUNICIPALITY SECTION.
           SET MT-IDX TO 1
           SEARCH MUNICIPALITY-ENTRY
               AT END
                   DISPLAY "VARNING: fler än 300 kommuner - "
                           CR-A1-MUNICIPALITY-CODE " summeras inte"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   EXIT SECTION
               WHEN MT-IDX > MUNICIPALITY-COUNT
                   ADD 1 TO MUNICIPALITY-COUNT
                   MOVE CR-A1-MUNICIPALITY-CODE TO MT-CODE (MT-IDX)
               WHEN MT-CODE (MT-IDX) = CR-A1-MUNICIPALITY-CODE
                   CONTINUE
           END-SEARCH
           ADD 1 TO MT-TESTED (MT-IDX)
           IF CASE-LOWERED THEN
               ADD 1 TO MT-LOWERED (MT-IDX)
               ADD LOAN-DROP TO MT-DROP-SUM (MT-IDX)
           END-IF
           IF CASE-FLIPPED THEN
               ADD 1 TO MT-FLIPPED (MT-IDX)
           END-IF
           EXIT.

       TALLY-PROPERTY-TYPE SECTION.
           SET PY-IDX TO 1
           SEARCH PROPERTY-ENTRY
               AT END
                   DISPLAY "VARNING: fler än 20 boendetyper - "
                           CR-PROPERTY-TYPE " summeras inte"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   EXIT SECTION
               WHEN PY-IDX > PROPERTY-COUNT
                   ADD 1 TO PROPERTY-COUNT
                   MOVE CR-PROPERTY-TYPE TO PY-TYPE (PY-IDX)
               WHEN PY-TYPE (PY-IDX) = CR-PROPERTY-TYPE
                   CONTINUE
           END-SEARCH
           ADD 1 TO PY-TESTED (PY-IDX)
           IF CASE-LOWERED THEN
               ADD 1 TO PY-LOWERED (PY-IDX)
               ADD LOAN-DROP TO PY-DROP-SUM (PY-IDX)
           END-IF
           IF CASE-FLIPPED THEN
               ADD 1 TO PY-FLIPPED (PY-IDX)
           END-IF
           EXIT.

       TALLY-ADVISER-CALL SECTION.
           SET AC-IDX TO 1
           SEARCH ADVISER-CALL-ENTRY
               AT END
                   DISPLAY "VARNING: fler än 500 handläggare - "
                           CR-OFFICE-CODE " " CR-ADVISER-ID
                           " listas inte"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   EXIT SECTION
               WHEN AC-IDX > ADVISER-CALL-COUNT
                   ADD 1 TO ADVISER-CALL-COUNT
                   MOVE CR-OFFICE-CODE TO AC-OFFICE-CODE (AC-IDX)
                   MOVE CR-ADVISER-ID TO AC-ADVISER-ID (AC-IDX)
               WHEN AC-OFFICE-CODE (AC-IDX) = CR-OFFICE-CODE
                       AND AC-ADVISER-ID (AC-IDX) = CR-ADVISER-ID
                   CONTINUE
           END-SEARCH
           ADD 1 TO AC-CUSTOMERS (AC-IDX)
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING "KALP KONSEKVENSANALYS AV KANDIDATTABELLER - "
                   "BERÄKNINGSDAG " EVALUATION-DATE
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING "Utestående löften per " TODAYS-DATE
                   ", omräknade med driftens och kandidatens "
                   "tabeller"
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "ÄRENDEN SOM SÄNKS ELLER GÅR TILL AVSLAG"
                   TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING "ÄRENDE         KONT HANDL.   KOMM BOENDETYP     "
                   "     DRIFT    KANDIDAT"
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           EXIT.

       WRITE-CASE-LINE SECTION.
           MOVE IW-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
           MOVE EO-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT-2
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING CR-CASE-NUMBER " " CR-OFFICE-CODE " "
                   CR-ADVISER-ID " " CR-A1-MUNICIPALITY-CODE " "
                   CR-PROPERTY-TYPE " " DISPLAY-AMOUNT " "
                   DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           IF CASE-FLIPPED THEN
               MOVE "AVSLAG" TO IMPACT-REPORT-LINE(73:6)
           END-IF
           WRITE IMPACT-REPORT-LINE
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING "PER KOMMUN      PRÖVADE   SÄNKTA  AVSLAG"
                   "    SUMMA SÄNKNING"
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           PERFORM VARYING TABLE-SUB FROM 1 BY 1
                   UNTIL TABLE-SUB > MUNICIPALITY-COUNT
               MOVE SPACES TO GL-LABEL
               MOVE MT-CODE (TABLE-SUB) TO GL-LABEL(3:4)
               MOVE MT-TESTED (TABLE-SUB) TO GL-TESTED
               MOVE MT-LOWERED (TABLE-SUB) TO GL-LOWERED
               MOVE MT-FLIPPED (TABLE-SUB) TO GL-FLIPPED
               MOVE MT-DROP-SUM (TABLE-SUB) TO GL-DROP-SUM
               PERFORM WRITE-GROUP-LINE
           END-PERFORM

           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING "PER BOENDETYP   PRÖVADE   SÄNKTA  AVSLAG"
                   "    SUMMA SÄNKNING"
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           PERFORM VARYING TABLE-SUB FROM 1 BY 1
                   UNTIL TABLE-SUB > PROPERTY-COUNT
               MOVE SPACES TO GL-LABEL
               MOVE PY-TYPE (TABLE-SUB) TO GL-LABEL(3:12)
               MOVE PY-TESTED (TABLE-SUB) TO GL-TESTED
               MOVE PY-LOWERED (TABLE-SUB) TO GL-LOWERED
               MOVE PY-FLIPPED (TABLE-SUB) TO GL-FLIPPED
               MOVE PY-DROP-SUM (TABLE-SUB) TO GL-DROP-SUM
               PERFORM WRITE-GROUP-LINE
           END-PERFORM

           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "ALLA LÖFTEN" TO GL-LABEL
           MOVE TOTAL-TESTED TO GL-TESTED
           MOVE TOTAL-LOWERED TO GL-LOWERED
           MOVE TOTAL-FLIPPED TO GL-FLIPPED
           MOVE TOTAL-DROP-SUM TO GL-DROP-SUM
           PERFORM WRITE-GROUP-LINE
           MOVE TOTAL-RAISED TO DISPLAY-COUNT
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING "  varav höjda med kandidaten: " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           IF ROWS-MISSING > 0 THEN
               MOVE ROWS-MISSING TO DISPLAY-COUNT
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING "  OBS: " DISPLAY-COUNT " ärenden från DRIFT-"
                       "steget saknades i CASEFILE"
                       DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF
           PERFORM WRITE-ADVISER-CALL-LIST
           EXIT.

       WRITE-GROUP-LINE SECTION.
           MOVE GL-TESTED TO DISPLAY-COUNT
           MOVE GL-LOWERED TO DISPLAY-COUNT-2
           MOVE GL-FLIPPED TO DISPLAY-COUNT-3
           MOVE GL-DROP-SUM TO DISPLAY-SUM
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING GL-LABEL "  " DISPLAY-COUNT "  " DISPLAY-COUNT-2
                   " " DISPLAY-COUNT-3 " " DISPLAY-SUM
                   DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           EXIT.

      *> Handläggarna med kunder vars löfte sänks eller går till
      *> avslag, med namn ur kontors- och handläggarregistret per
      *> körningsdagen.
       WRITE-ADVISER-CALL-LIST SECTION.
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "HANDLÄGGARE MED KUNDER ATT RINGA"
                   TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           IF ADVISER-CALL-COUNT = 0 THEN
               MOVE "  Inga" TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               EXIT SECTION
           END-IF
           PERFORM VARYING TABLE-SUB FROM 1 BY 1
                   UNTIL TABLE-SUB > ADVISER-CALL-COUNT
               MOVE AC-OFFICE-CODE (TABLE-SUB) TO AI-OFFICE-CODE
               MOVE AC-ADVISER-ID (TABLE-SUB) TO AI-ADVISER-ID
               MOVE TODAYS-DATE TO AI-CHECK-DATE
               CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT
                       ADVISER-OUTPUT
               MOVE AC-CUSTOMERS (TABLE-SUB) TO DISPLAY-COUNT
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING "  " AC-OFFICE-CODE (TABLE-SUB) " "
                       AC-ADVISER-ID (TABLE-SUB) " "
                       AO-ADVISER-NAME " " DISPLAY-COUNT " kunder"
                       DELIMITED BY SIZE INTO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-PERFORM
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-IMPACT" TO RJ-PROGRAM-NAME
           MOVE "START" TO RJ-EVENT
           MOVE 0 TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE 0 TO RJ-WARNING-COUNT
           MOVE 0 TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           EXIT.

      *> SLUT-raden till körjournalen - radantal, varningsantal och
      *> returkoden som den står när programmet slutar. I KANDIDAT-
      *> steget är de skrivna raderna de sänkta löftena.
       WRITE-RUNLOG-END SECTION.
           MOVE "SLUT" TO RJ-EVENT
           MOVE ROWS-READ TO RJ-ROWS-READ
           IF CANDIDATE-PASS THEN
               MOVE TOTAL-LOWERED TO RJ-ROWS-WRITTEN
           ELSE
               MOVE ROWS-WRITTEN TO RJ-ROWS-WRITTEN
           END-IF
           MOVE ROWS-MISSING TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
