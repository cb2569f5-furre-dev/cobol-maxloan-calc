       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-INCOME.
      *> Stämmer av en sökandes uppgivna månadsinkomst före skatt mot
      *> inkomstregistrets nattliga utdrag (INCREG), som bär den
      *> senast taxerade årsinkomsten per personnummer. Hittills har
      *> kalkylen räknat på kundens egen siffra utan kontroll - här
      *> jämförs den med årsinkomsten / 12, och ligger den uppgivna
      *> mer än toleransen över den registrerade räknar kalkylen med
      *> den lägre, registrerade inkomsten enligt kreditpolicyn.
      *> Utdraget läses in en gång per körning (första anropet) och
      *> ligger sedan kvar i WORKING-STORAGE, samma mönster som
      *> DEBTREG i MAXLOAN-DEBT.
      *> Saknas filen görs ingen avstämning för någon - svaret bär
      *> INO-REGISTER-MISSING och den uppgivna inkomsten används,
      *> med en varning vid inläsningen. Saknas bara personnumret i
      *> ett inläst register är det en egen flagga (S), inte en tyst
      *> godkänd avstämning.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT INCOME-REGISTER-FILE ASSIGN TO "INCREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INCOME-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  INCOME-REGISTER-FILE.
           COPY INCREC.

           WORKING-STORAGE SECTION.
           01  INCOME-FILE-STATUS PIC X(02).

           01  FIRST-CALL-SWITCH PIC X(01) VALUE "J".
               88  FIRST-CALL VALUE "J".

           01  INCOME-EOF-SWITCH PIC X(01) VALUE "N".
               88  INCOME-EOF VALUE "J".

           01  REGISTER-LOADED-SWITCH PIC X(01) VALUE "N".
               88  REGISTER-LOADED VALUE "J".

           01  INCOME-TABLE.
               02  INCOME-ENTRY OCCURS 20000 TIMES INDEXED BY IN-IDX.
                   03  IN-PERSONNUMMER PIC X(12).
                   03  IN-ANNUAL-INCOME PIC 9(8).
                   03  IN-INCOME-YEAR PIC 9(4).
                   03  IN-EMPLOYER-COUNT PIC 9(2).
           01  INCOME-ENTRY-COUNT PIC 9(5) VALUE 0.

           *> Tillåten avvikelse mellan uppgiven och registrerad
           *> månadsinkomst, i procent av den registrerade. Inom
           *> toleransen används kundens siffra - en löneförhöjning
           *> sedan senaste taxeringen ska inte flaggas.
           78  INCOME-TOLERANCE-PERCENT VALUE 10.
           01  REGISTER-MONTHLY-INCOME PIC 9(7).
           01  UPPER-INCOME-LIMIT PIC 9(8).
           01  LOWER-INCOME-LIMIT PIC 9(8).

           LINKAGE SECTION.
           COPY INCLINK.

       PROCEDURE DIVISION USING INCOME-INPUT INCOME-OUTPUT.
       0000-MAINLINE SECTION.
           IF FIRST-CALL THEN
               PERFORM LOAD-INCOME-REGISTER
               MOVE "N" TO FIRST-CALL-SWITCH
           END-IF
           PERFORM LOOKUP-PERSONNUMMER
           PERFORM COMPARE-STATED-INCOME
           GOBACK.

       LOAD-INCOME-REGISTER SECTION.
           MOVE 0 TO INCOME-ENTRY-COUNT
           OPEN INPUT INCOME-REGISTER-FILE
           IF INCOME-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna INCREG, status "
                       INCOME-FILE-STATUS " - inkomsterna stäms inte "
                       "av, kundens egna uppgifter används"
           ELSE
               SET REGISTER-LOADED TO TRUE
               PERFORM UNTIL INCOME-EOF
                   READ INCOME-REGISTER-FILE
                       AT END
                           SET INCOME-EOF TO TRUE
                       NOT AT END
                           IF INCOME-ENTRY-COUNT < 20000 THEN
                               ADD 1 TO INCOME-ENTRY-COUNT
                               MOVE IC-PERSONNUMMER TO IN-PERSONNUMMER
                                       (INCOME-ENTRY-COUNT)
                               MOVE IC-ANNUAL-INCOME TO IN-ANNUAL-INCOME
                                       (INCOME-ENTRY-COUNT)
                               MOVE IC-INCOME-YEAR TO IN-INCOME-YEAR
                                       (INCOME-ENTRY-COUNT)
                               MOVE IC-EMPLOYER-COUNT
                                       TO IN-EMPLOYER-COUNT
                                               (INCOME-ENTRY-COUNT)
                           ELSE
                               DISPLAY "VARNING: INCREG har fler rader "
                                       "än tabellen rymmer - resten "
                                       "ignoreras"
                               SET INCOME-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCOME-REGISTER-FILE
           END-IF
           EXIT.

       LOOKUP-PERSONNUMMER SECTION.
           MOVE "N" TO INO-FOUND-SWITCH
           MOVE "N" TO INO-REGISTER-MISSING-SWITCH
           MOVE 0 TO INO-ANNUAL-INCOME
           MOVE 0 TO INO-INCOME-YEAR
           MOVE 0 TO INO-EMPLOYER-COUNT
           MOVE 0 TO INO-REGISTER-GROSS-SALARY
           IF NOT REGISTER-LOADED THEN
               SET INCOME-REGISTER-MISSING TO TRUE
               EXIT SECTION
           END-IF
           SET IN-IDX TO 1
           SEARCH INCOME-ENTRY
               AT END
                   CONTINUE
               WHEN IN-IDX > INCOME-ENTRY-COUNT
                   CONTINUE
               WHEN IN-PERSONNUMMER (IN-IDX) = INI-PERSONNUMMER
                   SET INCOME-FOUND TO TRUE
                   MOVE IN-ANNUAL-INCOME (IN-IDX) TO INO-ANNUAL-INCOME
                   MOVE IN-INCOME-YEAR (IN-IDX) TO INO-INCOME-YEAR
                   MOVE IN-EMPLOYER-COUNT (IN-IDX)
                           TO INO-EMPLOYER-COUNT
           END-SEARCH
           EXIT.

      *> Kreditpolicyn: över toleransen räknar kalkylen med den
      *> registrerade inkomsten, i alla andra fall med den uppgivna -
      *> kalkylen räknar alltså aldrig med mer än den lägre siffran
      *> när avvikelsen är väsentlig.
       COMPARE-STATED-INCOME SECTION.
           MOVE INI-STATED-GROSS-SALARY TO INO-CALC-GROSS-SALARY
           IF INCOME-REGISTER-MISSING THEN
               SET INCOME-NOT-CHECKED TO TRUE
               EXIT SECTION
           END-IF
           IF NOT INCOME-FOUND THEN
               SET INCOME-NOT-IN-REGISTER TO TRUE
               EXIT SECTION
           END-IF

           COMPUTE REGISTER-MONTHLY-INCOME ROUNDED =
                   INO-ANNUAL-INCOME / 12
           IF REGISTER-MONTHLY-INCOME > 999999 THEN
               MOVE 999999 TO INO-REGISTER-GROSS-SALARY
           ELSE
               MOVE REGISTER-MONTHLY-INCOME
                       TO INO-REGISTER-GROSS-SALARY
           END-IF

           COMPUTE UPPER-INCOME-LIMIT = INO-REGISTER-GROSS-SALARY
                   * (100 + INCOME-TOLERANCE-PERCENT) / 100
           COMPUTE LOWER-INCOME-LIMIT = INO-REGISTER-GROSS-SALARY
                   * (100 - INCOME-TOLERANCE-PERCENT) / 100

           EVALUATE TRUE
               WHEN INI-STATED-GROSS-SALARY > UPPER-INCOME-LIMIT
                   SET INCOME-OVERSTATED TO TRUE
                   MOVE INO-REGISTER-GROSS-SALARY
                           TO INO-CALC-GROSS-SALARY
               WHEN INI-STATED-GROSS-SALARY < LOWER-INCOME-LIMIT
                   SET INCOME-UNDERSTATED TO TRUE
               WHEN OTHER
                   SET INCOME-WITHIN-TOLERANCE TO TRUE
           END-EVALUATE
           EXIT.
