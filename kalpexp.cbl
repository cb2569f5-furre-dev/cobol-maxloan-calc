                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT FOLLOWUP-REPORT-FILE ASSIGN TO "FLWUPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
           01  ALREADY-LAPSED-SWITCH PIC X(01).
               88  ALREADY-LAPSED VALUE "J".

           *> Det lämnade löftet: det beräknade lånetaket, eller det
           *> manuellt beviljade beloppet.
           01  PROMISE-LIMIT PIC 9(10).

           01  CASES-READ PIC 9(6) VALUE 0.
           01  CASES-EXPIRING PIC 9(6) VALUE 0.
           01  CASES-NEWLY-LAPSED PIC 9(6) VALUE 0.
       OPEN-EXPIRY-FILES SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF

           OPEN OUTPUT FOLLOWUP-REPORT-FILE
           IF FOLLOWUP-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna FLWUPRPT, status "
                       FOLLOWUP-REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF
               OPEN OUTPUT LAPSE-EXPORT-FILE
           END-IF
           IF LAPSE-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LAPSEXP, status "
                       LAPSE-EXPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF
       LOAD-LAPSE-REGISTER SECTION.
           OPEN INPUT LAPSE-REGISTER-FILE
           IF LAPSE-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LAPSREG, status "
                       LAPSE-REGISTER-FILE-STATUS
                       " - registret byggs upp från denna körning"
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               PERFORM UNTIL LAPSE-REGISTER-EOF
                       NOT AT END
                           IF LREG-COUNT < 50000 THEN
                               ADD 1 TO LREG-COUNT
                               MOVE LG-CASE-NUMBER TO LREG-CASE-NUMBER
                                       (LREG-COUNT)
                           ELSE
                               DISPLAY "VARNING: LAPSREG har fler "
                                       "rader än tabellen rymmer - "
                                       "äldsta förfallen bör "
                                       "arkiveras bort"
                               ADD 1 TO RUNLOG-WARNING-COUNT
                               SET LAPSE-REGISTER-EOF TO TRUE
                           END-IF
           END-SEARCH
           EXIT.

      *> Ett avslag är inget löfte och bevakas inte, och inte heller
      *> ett makulerat besked - låneursprungssystemet har redan fått
      *> en MAKULERA-rad för det - eller ett besked som kredit-
      *> beredningen avslagit, som på samma sätt fått en AVSLAG-rad.
      *> Ett avsteg som kreditberedningen beviljat bevakas med sitt
      *> beviljade belopp, också när det maskinella beskedet var
      *> avslag.
      *> Ett rättat besked gäller från ärendets datum som förut.
      *> Ett köat eller attestväntande besked bevakas som vanligt.
      *> För övriga ärenden avgör MAXLOAN-VALID om löftet är
      *> aktivt, utgår snart (bevakningslista) eller har förfallit
      *> (förfallopost).
       CHECK-ONE-CASE SECTION.
           IF CR-AMEND-CANCELLED OR CR-REVIEW-DECLINED THEN
               EXIT SECTION
           END-IF
           IF CR-REVIEW-APPROVED AND CR-OVERRIDE-AMOUNT IS NUMERIC
                   AND CR-OVERRIDE-AMOUNT > 0 THEN
               MOVE CR-OVERRIDE-AMOUNT TO PROMISE-LIMIT
           ELSE
               MOVE CR-MAX-LOAN-AMOUNT TO PROMISE-LIMIT
           END-IF
           IF PROMISE-LIMIT = 0 THEN
               EXIT SECTION
           END-IF


       WRITE-FOLLOWUP-LINE SECTION.
           MOVE VO-DAYS-LEFT TO DISPLAY-DAYS-LEFT
           MOVE PROMISE-LIMIT TO DISPLAY-AMOUNT
           MOVE SPACES TO FOLLOWUP-REPORT-LINE
           STRING "UTGÅR " VO-VALID-TO-DATE " (" DISPLAY-DAYS-LEFT
                   " dgr)  "
                   CR-CASE-NUMBER "  " CR-A1-PERSONNUMMER
                   "  lånetak " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO FOLLOWUP-REPORT-LINE
               ADD 1 TO LREG-COUNT
               MOVE CR-CASE-NUMBER TO LREG-CASE-NUMBER (LREG-COUNT)
           ELSE
               DISPLAY "VARNING: LAPSREG är fullt - " CR-CASE-NUMBER
                       " kan förfallorapporteras igen i morgon"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO FOLLOWUP-REPORT-LINE
           STRING "KALP LÖFTESBEVAKNING " TODAYS-DATE
                   " - LÖFTEN SOM UTGÅR INOM 14 DAGAR"
                   DELIMITED BY SIZE INTO FOLLOWUP-REPORT-LINE
           WRITE FOLLOWUP-REPORT-LINE
           MOVE SPACES TO FOLLOWUP-REPORT-LINE
               OPEN OUTPUT LAPSE-REGISTER-FILE
           END-IF
           IF LAPSE-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till LAPSREG, "
                       "status " LAPSE-REGISTER-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               PERFORM VARYING LREG-SUB FROM 1 BY 1 UNTIL LREG-SUB >
                       LREG-COUNT
                   IF LREG-SUB > LREG-LOADED-COUNT THEN
                       MOVE LREG-CASE-NUMBER (LREG-SUB)
                               TO LG-CASE-NUMBER
                       WRITE LAPSE-REGISTER-RECORD
                   END-IF
               END-PERFORM
