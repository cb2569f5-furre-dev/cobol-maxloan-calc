       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-OFFICE.
      *> Veckorapport per kontor och handläggare över CASEFILE:
      *> antal ärenden, beviljandegrad, genomsnittligt lånetak och
      *> skuldkvot, andel ansökningar med två sökande och antal
      *> lånelöftesbrev som skrivits. Ersätter regioncheferna
      *> handräkning av breven. Ärendena knyts till kontor och
      *> handläggare genom CR-OFFICE-CODE/CR-ADVISER-ID, breven
      *> genom brevregistret (LTRREG) som MAXLOAN-LETTER fyller på.
      *> Perioden styrs av ett parameterkort (OFFCPARM) i samma form
      *> som STATPARM. Saknas kortet gäller de sju dagarna före
      *> körningsdagen - jobbet körs varje måndag för veckan innan.
      *> Beviljat = lånetak större än noll, samma tolkning som i
      *> MAXLOAN-STATS, eller ett avsteg beviljat av kreditbered-
      *> ningen (räknat med det beviljade beloppet). Ett besked som
      *> kreditberedningen avslagit räknas som ärende men inte som
      *> beviljat; makulerade ärenden räknas inte alls. Ärenden
      *> sparade innan kontoret registrerades redovisas under
      *> "(utan kontor)".
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
               SELECT LETTER-REGISTER-FILE ASSIGN TO "LTRREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-REGISTER-FILE-STATUS.
               SELECT PARAM-FILE ASSIGN TO "OFFCPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAM-FILE-STATUS.
               SELECT OFFICE-REPORT-FILE ASSIGN TO "OFFCRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OFFICE-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CASE-FILE.
           COPY CASEREC.

           FD  LETTER-REGISTER-FILE.
           COPY LTRREC.

           FD  PARAM-FILE.
           01  PARAM-RECORD.
               02  OP-FROM-DATE PIC 9(8).
               02  FILLER PIC X(01).
               02  OP-TO-DATE PIC 9(8).
               02  FILLER PIC X(63).

           FD  OFFICE-REPORT-FILE.
           01  OFFICE-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01  CASE-FILE-STATUS PIC X(02).
           01  LETTER-REGISTER-FILE-STATUS PIC X(02).
           01  PARAM-FILE-STATUS PIC X(02).
           01  OFFICE-REPORT-FILE-STATUS PIC X(02).

           01  CASE-EOF-SWITCH PIC X(01) VALUE "N".
               88  CASE-EOF VALUE "J".
           01  LETTER-EOF-SWITCH PIC X(01) VALUE "N".
               88  LETTER-EOF VALUE "J".

           01  TODAYS-DATE PIC 9(8).
           01  FROM-DATE PIC 9(8).
           01  TO-DATE PIC 9(8).
           01  CASE-DATE PIC 9(8).
           *> Beskedets lånetak, eller det beviljade avsteget.
           01  PROMISE-AMOUNT PIC 9(10).
           01  CASES-READ PIC 9(7) VALUE 0.
           01  LETTERS-READ PIC 9(7) VALUE 0.

           *> Nyckeln för det ärende eller brev som räknas in.
           01  TALLY-OFFICE-CODE PIC X(04).
           01  TALLY-ADVISER-ID PIC X(08).

           *> En rad per kontor och handläggare som förekommer i
           *> perioden, i den ordning de dyker upp - samma tabellidé
           *> som kommuntabellen i MAXLOAN-STATS.
           01  ADVISER-STATS-TABLE.
               02  ADVISER-STATS-ENTRY OCCURS 500 TIMES
                       INDEXED BY AS-IDX.
                   03  AS-OFFICE-CODE PIC X(04).
                   03  AS-ADVISER-ID PIC X(08).
                   03  AS-CASES PIC 9(7).
                   03  AS-APPROVED PIC 9(7).
                   03  AS-LOAN-SUM PIC 9(14).
                   03  AS-SKULDKVOT-SUM PIC 9(9)V99.
                   03  AS-SKULDKVOT-COUNT PIC 9(7).
                   03  AS-JOINT PIC 9(7).
                   03  AS-LETTERS PIC 9(7).
           01  ADVISER-STATS-COUNT PIC 9(03) VALUE 0.

           *> Kontoren i den ordning de dyker upp, för utskriften.
           01  OFFICE-LIST-TABLE.
               02  OFFICE-LIST-ENTRY OCCURS 100 TIMES
                       INDEXED BY OL-IDX.
                   03  OL-OFFICE-CODE PIC X(04).
           01  OFFICE-LIST-COUNT PIC 9(03) VALUE 0.

           *> En rad i rapporten - kontorets summa, en handläggare
           *> eller hela periodens summa, fylld innan raden skrivs.
           01  GROUP-LINE-VALUES.
               02  GL-LABEL PIC X(14).
               02  GL-CASES PIC 9(7).
               02  GL-APPROVED PIC 9(7).
               02  GL-LOAN-SUM PIC 9(14).
               02  GL-SKULDKVOT-SUM PIC 9(9)V99.
               02  GL-SKULDKVOT-COUNT PIC 9(7).
               02  GL-JOINT PIC 9(7).
               02  GL-LETTERS PIC 9(7).
               *> Handläggarens namn, kortat så att raden ryms på
               *> 80 tecken.
               02  GL-NAME PIC X(12).
           01  TOTAL-LINE-VALUES.
               02  TL-CASES PIC 9(7).
               02  TL-APPROVED PIC 9(7).
               02  TL-LOAN-SUM PIC 9(14).
               02  TL-SKULDKVOT-SUM PIC 9(9)V99.
               02  TL-SKULDKVOT-COUNT PIC 9(7).
               02  TL-JOINT PIC 9(7).
               02  TL-LETTERS PIC 9(7).

           01  OFFICE-SUB PIC 9(03).
           01  ADVISER-SUB PIC 9(03).

           01  APPROVAL-RATE PIC 9(3)V9.
           01  JOINT-RATE PIC 9(3)V9.
           01  AVERAGE-LOAN PIC 9(10).
           01  AVERAGE-SKULDKVOT PIC 99V99.

           01  DISPLAY-COUNT PIC ZZ,ZZ9.
           01  DISPLAY-LETTERS PIC ZZ,ZZ9.
           01  DISPLAY-RATE PIC ZZ9.9.
           01  DISPLAY-RATE-2 PIC ZZ9.9.
           01  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-SKULDKVOT PIC Z9.99.

           *> Namnen slås upp i kontors- och handläggarregistret med
           *> periodens sista dag.
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
           INITIALIZE ADVISER-STATS-TABLE
           INITIALIZE OFFICE-LIST-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE
           PERFORM READ-PARAM-CARD
           PERFORM OPEN-OFFICE-FILES
           PERFORM UNTIL CASE-EOF
               READ CASE-FILE
                   AT END
                       SET CASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CASES-READ
                       PERFORM TALLY-CASE-RECORD
               END-READ
           END-PERFORM
           PERFORM TALLY-LETTER-REGISTER
           PERFORM WRITE-OFFICE-REPORT
           PERFORM CLOSE-OFFICE-FILES
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

      *> Parameterkortet innehåller från- och till-datum (ååååmmdd
      *> ååååmmdd). Saknas kortet, eller går det inte att tolka,
      *> gäller de sju dagarna före körningsdagen.
       READ-PARAM-CARD SECTION.
           COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAYS-DATE) - 7)
           COMPUTE TO-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAYS-DATE) - 1)
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS = "00" THEN
               READ PARAM-FILE
                   AT END
                       DISPLAY "VARNING: OFFCPARM är tom - veckan "
                               "före körningsdagen tas med"
                       ADD 1 TO RUNLOG-WARNING-COUNT
                   NOT AT END
                       IF OP-FROM-DATE IS NUMERIC
                               AND OP-TO-DATE IS NUMERIC THEN
                           MOVE OP-FROM-DATE TO FROM-DATE
                           MOVE OP-TO-DATE TO TO-DATE
                       ELSE
                           DISPLAY "VARNING: OFFCPARM kunde inte "
                                   "tolkas - veckan före "
                                   "körningsdagen tas med"
                           ADD 1 TO RUNLOG-WARNING-COUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "VARNING: kunde inte öppna OFFCPARM, status "
                       PARAM-FILE-STATUS " - veckan före "
                       "körningsdagen tas med"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

       OPEN-OFFICE-FILES SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET CASE-EOF TO TRUE
           END-IF

           OPEN OUTPUT OFFICE-REPORT-FILE
           IF OFFICE-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna OFFCRPT, status "
                       OFFICE-REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE 8 TO RETURN-CODE
               SET CASE-EOF TO TRUE
               SET LETTER-EOF TO TRUE
           END-IF
           EXIT.

      *> Räknar in ett ärende från perioden hos sitt kontor och sin
      *> handläggare. Ett makulerat besked är inget ärende att
      *> redovisa.
       TALLY-CASE-RECORD SECTION.
           MOVE CR-CASE-NUMBER(1:8) TO CASE-DATE
           IF CASE-DATE < FROM-DATE OR CASE-DATE > TO-DATE THEN
               EXIT SECTION
           END-IF
           IF CR-AMEND-CANCELLED THEN
               EXIT SECTION
           END-IF

           MOVE CR-OFFICE-CODE TO TALLY-OFFICE-CODE
           MOVE CR-ADVISER-ID TO TALLY-ADVISER-ID
           PERFORM FIND-ADVISER-ENTRY
           IF AS-IDX > ADVISER-STATS-COUNT THEN
               EXIT SECTION
           END-IF

           ADD 1 TO AS-CASES (AS-IDX)
           IF CR-REVIEW-APPROVED THEN
               MOVE CR-OVERRIDE-AMOUNT TO PROMISE-AMOUNT
           ELSE
               MOVE CR-MAX-LOAN-AMOUNT TO PROMISE-AMOUNT
           END-IF
           IF CR-REVIEW-DECLINED THEN
               MOVE 0 TO PROMISE-AMOUNT
           END-IF
           IF PROMISE-AMOUNT > 0 THEN
               ADD 1 TO AS-APPROVED (AS-IDX)
               ADD PROMISE-AMOUNT TO AS-LOAN-SUM (AS-IDX)
               *> Skuldkvoten sparas bara i ärenden från och med
               *> att fältet infördes.
               IF CR-SKULDKVOT IS NUMERIC THEN
                   ADD CR-SKULDKVOT TO AS-SKULDKVOT-SUM (AS-IDX)
                   ADD 1 TO AS-SKULDKVOT-COUNT (AS-IDX)
               END-IF
           END-IF
           IF CR-A2-GROSS-SALARY > 0 THEN
               ADD 1 TO AS-JOINT (AS-IDX)
           END-IF
           EXIT.

      *> Brev skrivna i perioden räknas hos kontoret och handläggaren
      *> på brevregisterraden - också brev för ärenden från tidigare
      *> veckor. Saknas registret redovisas inga brev.
       TALLY-LETTER-REGISTER SECTION.
           IF LETTER-EOF THEN
               EXIT SECTION
           END-IF
           OPEN INPUT LETTER-REGISTER-FILE
           IF LETTER-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LTRREG, status "
                       LETTER-REGISTER-FILE-STATUS
                       " - inga brev redovisas"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           PERFORM UNTIL LETTER-EOF
               READ LETTER-REGISTER-FILE
                   AT END
                       SET LETTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LETTERS-READ
                       PERFORM TALLY-LETTER-RECORD
               END-READ
           END-PERFORM
           CLOSE LETTER-REGISTER-FILE
           EXIT.

       TALLY-LETTER-RECORD SECTION.
           IF LR-PRINT-DATE IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           IF LR-PRINT-DATE < FROM-DATE OR LR-PRINT-DATE > TO-DATE
                   THEN
               EXIT SECTION
           END-IF
           MOVE LR-OFFICE-CODE TO TALLY-OFFICE-CODE
           MOVE LR-ADVISER-ID TO TALLY-ADVISER-ID
           PERFORM FIND-ADVISER-ENTRY
           IF AS-IDX NOT > ADVISER-STATS-COUNT THEN
               ADD 1 TO AS-LETTERS (AS-IDX)
           END-IF
           EXIT.

      *> Letar upp raden för TALLY-OFFICE-CODE/TALLY-ADVISER-ID och
      *> lägger upp den när den saknas. Är tabellen full pekar
      *> AS-IDX förbi sista raden, och anroparen hoppar över.
       FIND-ADVISER-ENTRY SECTION.
           SET AS-IDX TO 1
           SEARCH ADVISER-STATS-ENTRY
               AT END
                   PERFORM ADD-ADVISER-ENTRY
               WHEN AS-IDX > ADVISER-STATS-COUNT
                   PERFORM ADD-ADVISER-ENTRY
               WHEN AS-OFFICE-CODE (AS-IDX) = TALLY-OFFICE-CODE
                       AND AS-ADVISER-ID (AS-IDX) = TALLY-ADVISER-ID
                   CONTINUE
           END-SEARCH
           EXIT.

       ADD-ADVISER-ENTRY SECTION.
           IF ADVISER-STATS-COUNT NOT < 500 THEN
               DISPLAY "VARNING: fler än 500 handläggare i "
                       "perioden - " TALLY-OFFICE-CODE " "
                       TALLY-ADVISER-ID " räknas inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
               COMPUTE ADVISER-SUB = ADVISER-STATS-COUNT + 1
               SET AS-IDX TO ADVISER-SUB
               EXIT SECTION
           END-IF
           ADD 1 TO ADVISER-STATS-COUNT
           SET AS-IDX TO ADVISER-STATS-COUNT
           MOVE TALLY-OFFICE-CODE TO AS-OFFICE-CODE (AS-IDX)
           MOVE TALLY-ADVISER-ID TO AS-ADVISER-ID (AS-IDX)
           MOVE 0 TO AS-CASES (AS-IDX)
           MOVE 0 TO AS-APPROVED (AS-IDX)
           MOVE 0 TO AS-LOAN-SUM (AS-IDX)
           MOVE 0 TO AS-SKULDKVOT-SUM (AS-IDX)
           MOVE 0 TO AS-SKULDKVOT-COUNT (AS-IDX)
           MOVE 0 TO AS-JOINT (AS-IDX)
           MOVE 0 TO AS-LETTERS (AS-IDX)
           PERFORM ADD-OFFICE-TO-LIST
           EXIT.

       ADD-OFFICE-TO-LIST SECTION.
           SET OL-IDX TO 1
           SEARCH OFFICE-LIST-ENTRY
               AT END
                   DISPLAY "VARNING: fler än 100 kontor i perioden - "
                           TALLY-OFFICE-CODE " redovisas inte"
                   ADD 1 TO RUNLOG-WARNING-COUNT
               WHEN OL-IDX > OFFICE-LIST-COUNT
                   ADD 1 TO OFFICE-LIST-COUNT
                   MOVE TALLY-OFFICE-CODE TO OL-OFFICE-CODE (OL-IDX)
               WHEN OL-OFFICE-CODE (OL-IDX) = TALLY-OFFICE-CODE
                   CONTINUE
           END-SEARCH
           EXIT.

       WRITE-OFFICE-REPORT SECTION.
           MOVE SPACES TO OFFICE-REPORT-LINE
           STRING "KALP PRODUKTION PER KONTOR OCH HANDLÄGGARE "
                   FROM-DATE " - " TO-DATE
                   DELIMITED BY SIZE INTO OFFICE-REPORT-LINE
           WRITE OFFICE-REPORT-LINE
           MOVE SPACES TO OFFICE-REPORT-LINE
           WRITE OFFICE-REPORT-LINE
           PERFORM WRITE-GROUP-HEADING

           INITIALIZE TOTAL-LINE-VALUES
           PERFORM VARYING OFFICE-SUB FROM 1 BY 1
                   UNTIL OFFICE-SUB > OFFICE-LIST-COUNT
               PERFORM WRITE-OFFICE-BLOCK
           END-PERFORM

           MOVE SPACES TO OFFICE-REPORT-LINE
           WRITE OFFICE-REPORT-LINE
           MOVE "ALLA KONTOR" TO GL-LABEL
           MOVE TL-CASES TO GL-CASES
           MOVE TL-APPROVED TO GL-APPROVED
           MOVE TL-LOAN-SUM TO GL-LOAN-SUM
           MOVE TL-SKULDKVOT-SUM TO GL-SKULDKVOT-SUM
           MOVE TL-SKULDKVOT-COUNT TO GL-SKULDKVOT-COUNT
           MOVE TL-JOINT TO GL-JOINT
           MOVE TL-LETTERS TO GL-LETTERS
           MOVE SPACES TO GL-NAME
           PERFORM WRITE-GROUP-LINE
           EXIT.

       WRITE-GROUP-HEADING SECTION.
           MOVE SPACES TO OFFICE-REPORT-LINE
           STRING "KONTOR/HANDL  ÄRENDEN  BEV %   SNITT LÅNETAK  "
                   "SKULDKV  2 SÖK %  BREV"
                   DELIMITED BY SIZE INTO OFFICE-REPORT-LINE
           WRITE OFFICE-REPORT-LINE
           EXIT.

      *> Ett kontor: rubrik med kontorets namn, kontorets summa och
      *> sedan en rad per handläggare på kontoret.
       WRITE-OFFICE-BLOCK SECTION.
           MOVE SPACES TO OFFICE-REPORT-LINE
           WRITE OFFICE-REPORT-LINE
           MOVE OL-OFFICE-CODE (OFFICE-SUB) TO AI-OFFICE-CODE
           MOVE SPACES TO AI-ADVISER-ID
           MOVE TO-DATE TO AI-CHECK-DATE
           CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT ADVISER-OUTPUT
           MOVE SPACES TO OFFICE-REPORT-LINE
           IF OL-OFFICE-CODE (OFFICE-SUB) = SPACES THEN
               MOVE "KONTOR (utan kontor)" TO OFFICE-REPORT-LINE
           ELSE
               STRING "KONTOR " OL-OFFICE-CODE (OFFICE-SUB) " "
                       AO-OFFICE-NAME
                       DELIMITED BY SIZE INTO OFFICE-REPORT-LINE
           END-IF
           WRITE OFFICE-REPORT-LINE

           INITIALIZE GROUP-LINE-VALUES
           PERFORM VARYING ADVISER-SUB FROM 1 BY 1
                   UNTIL ADVISER-SUB > ADVISER-STATS-COUNT
               IF AS-OFFICE-CODE (ADVISER-SUB)
                       = OL-OFFICE-CODE (OFFICE-SUB) THEN
                   ADD AS-CASES (ADVISER-SUB) TO GL-CASES
                   ADD AS-APPROVED (ADVISER-SUB) TO GL-APPROVED
                   ADD AS-LOAN-SUM (ADVISER-SUB) TO GL-LOAN-SUM
                   ADD AS-SKULDKVOT-SUM (ADVISER-SUB)
                           TO GL-SKULDKVOT-SUM
                   ADD AS-SKULDKVOT-COUNT (ADVISER-SUB)
                           TO GL-SKULDKVOT-COUNT
                   ADD AS-JOINT (ADVISER-SUB) TO GL-JOINT
                   ADD AS-LETTERS (ADVISER-SUB) TO GL-LETTERS
               END-IF
           END-PERFORM
           MOVE "  KONTORET" TO GL-LABEL
           MOVE SPACES TO GL-NAME
           PERFORM WRITE-GROUP-LINE
           ADD GL-CASES TO TL-CASES
           ADD GL-APPROVED TO TL-APPROVED
           ADD GL-LOAN-SUM TO TL-LOAN-SUM
           ADD GL-SKULDKVOT-SUM TO TL-SKULDKVOT-SUM
           ADD GL-SKULDKVOT-COUNT TO TL-SKULDKVOT-COUNT
           ADD GL-JOINT TO TL-JOINT
           ADD GL-LETTERS TO TL-LETTERS

           PERFORM VARYING ADVISER-SUB FROM 1 BY 1
                   UNTIL ADVISER-SUB > ADVISER-STATS-COUNT
               IF AS-OFFICE-CODE (ADVISER-SUB)
                       = OL-OFFICE-CODE (OFFICE-SUB) THEN
                   PERFORM WRITE-ADVISER-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-ADVISER-LINE SECTION.
           MOVE SPACES TO GL-LABEL
           IF AS-ADVISER-ID (ADVISER-SUB) = SPACES THEN
               MOVE "    (utan ID)" TO GL-LABEL
           ELSE
               MOVE AS-ADVISER-ID (ADVISER-SUB) TO GL-LABEL(5:8)
           END-IF
           MOVE AS-CASES (ADVISER-SUB) TO GL-CASES
           MOVE AS-APPROVED (ADVISER-SUB) TO GL-APPROVED
           MOVE AS-LOAN-SUM (ADVISER-SUB) TO GL-LOAN-SUM
           MOVE AS-SKULDKVOT-SUM (ADVISER-SUB) TO GL-SKULDKVOT-SUM
           MOVE AS-SKULDKVOT-COUNT (ADVISER-SUB)
                   TO GL-SKULDKVOT-COUNT
           MOVE AS-JOINT (ADVISER-SUB) TO GL-JOINT
           MOVE AS-LETTERS (ADVISER-SUB) TO GL-LETTERS

           MOVE AS-OFFICE-CODE (ADVISER-SUB) TO AI-OFFICE-CODE
           MOVE AS-ADVISER-ID (ADVISER-SUB) TO AI-ADVISER-ID
           MOVE TO-DATE TO AI-CHECK-DATE
           CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT ADVISER-OUTPUT
           MOVE AO-ADVISER-NAME TO GL-NAME
           PERFORM WRITE-GROUP-LINE
           EXIT.

      *> Beviljandegrad och andel med två sökande räknas på alla
      *> ärenden, snittlånetaket på de beviljade och snittskuldkvoten
      *> på de beviljade som har en sparad kvot.
       WRITE-GROUP-LINE SECTION.
           MOVE GL-CASES TO DISPLAY-COUNT
           IF GL-CASES > 0 THEN
               COMPUTE APPROVAL-RATE = (GL-APPROVED * 100) / GL-CASES
               COMPUTE JOINT-RATE = (GL-JOINT * 100) / GL-CASES
           ELSE
               MOVE 0 TO APPROVAL-RATE
               MOVE 0 TO JOINT-RATE
           END-IF
           MOVE APPROVAL-RATE TO DISPLAY-RATE
           MOVE JOINT-RATE TO DISPLAY-RATE-2
           IF GL-APPROVED > 0 THEN
               COMPUTE AVERAGE-LOAN = GL-LOAN-SUM / GL-APPROVED
           ELSE
               MOVE 0 TO AVERAGE-LOAN
           END-IF
           MOVE AVERAGE-LOAN TO DISPLAY-AMOUNT
           IF GL-SKULDKVOT-COUNT > 0 THEN
               COMPUTE AVERAGE-SKULDKVOT ROUNDED =
                       GL-SKULDKVOT-SUM / GL-SKULDKVOT-COUNT
           ELSE
               MOVE 0 TO AVERAGE-SKULDKVOT
           END-IF
           MOVE AVERAGE-SKULDKVOT TO DISPLAY-SKULDKVOT
           MOVE GL-LETTERS TO DISPLAY-LETTERS
           MOVE SPACES TO OFFICE-REPORT-LINE
           STRING GL-LABEL DISPLAY-COUNT "  " DISPLAY-RATE "  "
                   DISPLAY-AMOUNT "    " DISPLAY-SKULDKVOT "    "
                   DISPLAY-RATE-2 " " DISPLAY-LETTERS " " GL-NAME
                   DELIMITED BY SIZE INTO OFFICE-REPORT-LINE
           WRITE OFFICE-REPORT-LINE
           EXIT.

       CLOSE-OFFICE-FILES SECTION.
           CLOSE CASE-FILE
           CLOSE OFFICE-REPORT-FILE
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-OFFICE" TO RJ-PROGRAM-NAME
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
