       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-PAYOUT.
      *> Registrerar låneursprungssystemets dagliga utfallsfil
      *> (OUTCFILE) på ärendena i CASEFILE: om kunden till slut tog
      *> lånet (UTBETALD, med utbetalt belopp, köpeskilling och
      *> utbetalningsdag), avbröt (AVBRUTEN) eller fick nej i
      *> kreditbeslutet (AVSLAGEN-KREDIT). Avstämningen i
      *> MAXLOAN-RECON visar bara att beskedet togs emot - det här
      *> är första gången vi får veta hur det gick.
      *> Rader som inte kan registreras skrivs till undantagslistan
      *> (OUTCEXCP) med orsak:
      *>   - ärendenumret finns inte i CASEFILE,
      *>   - ärendet har redan ett utfall (ett ärende avslutas bara
      *>     en gång - en rättelse får göras för hand),
      *>   - raden är felaktig (okänd utfallskod, ogiltigt belopp
      *>     eller datum).
      *> Filen läses in i sin helhet och kuvertet kontrolleras
      *> innan något registreras, samma ordning som MAXLOAN-RECON -
      *> en stympad fil ska inte lämna halva dagen registrerad.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OUTCOME-FILE ASSIGN TO "OUTCFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OUTCOME-FILE-STATUS.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT EXCEPTION-REPORT-FILE ASSIGN TO "OUTCEXCP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCEPTION-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  OUTCOME-FILE.
           COPY OUTCREC.

           FD  CASE-FILE.
           COPY CASEREC.

           FD  EXCEPTION-REPORT-FILE.
           01  EXCEPTION-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  OUTCOME-FILE-STATUS PIC X(02).
           01  CASE-FILE-STATUS PIC X(02).
           01  EXCEPTION-REPORT-FILE-STATUS PIC X(02).

           01  OUTCOME-EOF-SWITCH PIC X(01) VALUE "N".
               88  OUTCOME-EOF VALUE "J".
           01  CASE-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  CASE-FILE-OPEN VALUE "J".

           *> Dagens utfallsrader, inlästa i sin helhet innan kuvertet
           *> kontrolleras. Dimensionerad som kvittenstabellen i
           *> MAXLOAN-RECON.
           01  OUTCOME-TABLE.
               02  OT-ROW PIC X(80) OCCURS 10000 TIMES.
           01  OUTCOME-COUNT PIC 9(5) VALUE 0.
           01  OUTCOME-SUB PIC 9(5).

           *> Utfallsfilens kuvert - samma huvud- och slutpost som
           *> leveranserna och kvittensfilen.
           78  HEADER-MARKER VALUE "HUVUD".
           78  TRAILER-MARKER VALUE "SLUT".
           COPY DLVREC.
           01  HEADER-FOUND-SWITCH PIC X(01) VALUE "N".
               88  HEADER-FOUND VALUE "J".
           01  TRAILER-FOUND-SWITCH PIC X(01) VALUE "N".
               88  TRAILER-FOUND VALUE "J".
           01  ENVELOPE-REJECTED-SWITCH PIC X(01) VALUE "N".
               88  ENVELOPE-REJECTED VALUE "J".
           01  TRAILER-RECORD-COUNT PIC 9(7) VALUE 0.
           01  DISPLAY-TRAILER-COUNT PIC ZZZ,ZZ9.

           *> Orsaken till att en rad inte kan registreras - blank
           *> när raden är godkänd.
           01  REJECT-REASON PIC X(22).

           *> Utbetalningsdagen uppdelad för rimlighetskontrollen.
           01  CHECK-DATE.
               02  CD-YEAR PIC 9(4).
               02  CD-MONTH PIC 9(2).
               02  CD-DAY PIC 9(2).

           01  TODAYS-DATE PIC 9(8).
           01  CASE-DATE PIC 9(8).

           01  OUTCOMES-READ PIC 9(6) VALUE 0.
           01  OUTCOMES-RECORDED PIC 9(6) VALUE 0.
           01  OUTCOMES-REJECTED PIC 9(6) VALUE 0.
           01  OUTCOMES-PAID-OUT PIC 9(6) VALUE 0.
           01  OUTCOMES-CANCELLED PIC 9(6) VALUE 0.
           01  OUTCOMES-CREDIT-DECLINED PIC 9(6) VALUE 0.
           01  DISBURSED-TOTAL PIC 9(14) VALUE 0.

           01  DISPLAY-COUNT PIC ZZZ,ZZ9.
           01  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

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
           PERFORM OPEN-PAYOUT-FILES
           PERFORM LOAD-OUTCOME-TABLE
           PERFORM VERIFY-OUTCOME-ENVELOPE
           PERFORM WRITE-REPORT-HEADER
           IF ENVELOPE-REJECTED THEN
               PERFORM WRITE-ENVELOPE-REJECTION
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-OUTCOMES
               PERFORM WRITE-REPORT-TRAILER
               IF OUTCOMES-REJECTED > 0 AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-PAYOUT-FILES
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

       OPEN-PAYOUT-FILES SECTION.
           OPEN INPUT OUTCOME-FILE
           IF OUTCOME-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna OUTCFILE, status "
                       OUTCOME-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET OUTCOME-EOF TO TRUE
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF EXCEPTION-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna OUTCEXCP, status "
                       EXCEPTION-REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET OUTCOME-EOF TO TRUE
           END-IF
           EXIT.

       LOAD-OUTCOME-TABLE SECTION.
           PERFORM UNTIL OUTCOME-EOF
               READ OUTCOME-FILE
                   AT END
                       SET OUTCOME-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-OUTCOME-ROW
               END-READ
           END-PERFORM
           EXIT.

      *> Kuvertposterna plockas undan för kontrollen nedan; övriga
      *> rader är utfallsrader.
       LOAD-ONE-OUTCOME-ROW SECTION.
           IF OUTCOME-RECORD(1:5) = HEADER-MARKER THEN
               MOVE OUTCOME-RECORD(1:21) TO DELIVERY-HEADER-RECORD
               SET HEADER-FOUND TO TRUE
               EXIT SECTION
           END-IF
           IF OUTCOME-RECORD(1:4) = TRAILER-MARKER THEN
               MOVE OUTCOME-RECORD(1:27) TO DELIVERY-TRAILER-RECORD
               SET TRAILER-FOUND TO TRUE
               IF DS-RECORD-COUNT IS NUMERIC THEN
                   MOVE DS-RECORD-COUNT TO TRAILER-RECORD-COUNT
               END-IF
               EXIT SECTION
           END-IF
           IF OUTCOME-COUNT < 10000 THEN
               ADD 1 TO OUTCOME-COUNT
               MOVE OUTCOME-RECORD TO OT-ROW (OUTCOME-COUNT)
           ELSE
               DISPLAY "VARNING: OUTCFILE har fler än 10000 rader - "
                       "resten registreras inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET OUTCOME-EOF TO TRUE
           END-IF
           EXIT.

      *> Samma kuvertregler som för kvittensfilen: fel radantal i
      *> slutposten, eller huvud utan slutpost, betyder en stympad
      *> överföring och då registreras ingenting. En fil helt utan
      *> kuvert tas emot med en upplysning i loggen.
       VERIFY-OUTCOME-ENVELOPE SECTION.
           IF TRAILER-FOUND THEN
               IF TRAILER-RECORD-COUNT NOT = OUTCOME-COUNT THEN
                   SET ENVELOPE-REJECTED TO TRUE
                   DISPLAY "VARNING: utfallsfilens slutpost anger "
                           TRAILER-RECORD-COUNT " rader men "
                           OUTCOME-COUNT " lästes - filen avvisas"
                   ADD 1 TO RUNLOG-WARNING-COUNT
               END-IF
               EXIT SECTION
           END-IF
           IF HEADER-FOUND THEN
               SET ENVELOPE-REJECTED TO TRUE
               DISPLAY "VARNING: utfallsfilen har huvudpost men ingen "
                       "slutpost - överföringen är stympad "
                       "och filen avvisas"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           IF OUTCOME-COUNT > 0 THEN
               DISPLAY "MAXLOAN-PAYOUT: utfallsfilen saknar "
                       "kuvertposter - registreras utan kontroll"
           END-IF
           EXIT.

       WRITE-ENVELOPE-REJECTION SECTION.
           MOVE TRAILER-RECORD-COUNT TO DISPLAY-TRAILER-COUNT
           MOVE OUTCOME-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           IF TRAILER-FOUND THEN
               STRING "UTFALLSFILEN AVVISAD - SLUTPOST "
                       DISPLAY-TRAILER-COUNT " RADER, INLÄST "
                       DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           ELSE
               STRING "UTFALLSFILEN AVVISAD - HUVUDPOST UTAN "
                       "SLUTPOST (STYMPAD ÖVERFÖRING)"
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-IF
           WRITE EXCEPTION-REPORT-LINE
           MOVE "INGET UTFALL REGISTRERAT - BEGÄR OM UTFALLSFILEN"
                   TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           EXIT.

      *> Registreringen görs med keyade läsningar mot CASEFILE, en
      *> per utfallsrad.
       APPLY-OUTCOMES SECTION.
           IF OUTCOME-COUNT = 0 THEN
               EXIT SECTION
           END-IF
           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS " - inget utfall registrerat"
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           SET CASE-FILE-OPEN TO TRUE
           PERFORM VARYING OUTCOME-SUB FROM 1 BY 1
                   UNTIL OUTCOME-SUB > OUTCOME-COUNT
               MOVE OT-ROW (OUTCOME-SUB) TO OUTCOME-RECORD
               ADD 1 TO OUTCOMES-READ
               PERFORM APPLY-ONE-OUTCOME
           END-PERFORM
           EXIT.

       APPLY-ONE-OUTCOME SECTION.
           PERFORM VALIDATE-OUTCOME-ROW
           IF REJECT-REASON NOT = SPACES THEN
               PERFORM REPORT-REJECTED-OUTCOME
               EXIT SECTION
           END-IF

           MOVE UO-CASE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   MOVE "OKÄNT ÄRENDE" TO REJECT-REASON
           END-READ
           IF REJECT-REASON NOT = SPACES THEN
               PERFORM REPORT-REJECTED-OUTCOME
               EXIT SECTION
           END-IF

           *> Ett makulerat besked har inget utfall att registrera -
           *> raden listas och ärendet lämnas orört.
           IF CR-AMEND-CANCELLED THEN
               MOVE "ÄRENDET ÄR MAKULERAT" TO REJECT-REASON
               PERFORM REPORT-REJECTED-OUTCOME
               EXIT SECTION
           END-IF

           *> Rader från före omladdningen har blankt utfall - de är
           *> öppna precis som nya ärenden.
           IF NOT CR-OUTCOME-OPEN THEN
               MOVE "REDAN AVSLUTAT" TO REJECT-REASON
               PERFORM REPORT-REJECTED-OUTCOME
               EXIT SECTION
           END-IF

           MOVE CR-CASE-NUMBER(1:8) TO CASE-DATE
           IF UO-PAYOUT-DATE < CASE-DATE THEN
               MOVE "DATUM FÖRE BESKEDET" TO REJECT-REASON
               PERFORM REPORT-REJECTED-OUTCOME
               EXIT SECTION
           END-IF

           MOVE UO-OUTCOME-CODE TO CR-OUTCOME-CODE
           MOVE UO-DISBURSED-AMOUNT TO CR-DISBURSED-AMOUNT
           MOVE UO-PURCHASE-PRICE TO CR-PURCHASE-PRICE
           MOVE UO-PAYOUT-DATE TO CR-PAYOUT-DATE
           REWRITE CASE-RECORD
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte uppdatera ärende "
                       CR-CASE-NUMBER ", status " CASE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE "KUNDE INTE SPARAS" TO REJECT-REASON
               PERFORM REPORT-REJECTED-OUTCOME
               EXIT SECTION
           END-IF

           ADD 1 TO OUTCOMES-RECORDED
           EVALUATE TRUE
               WHEN CR-OUTCOME-PAID-OUT
                   ADD 1 TO OUTCOMES-PAID-OUT
                   ADD CR-DISBURSED-AMOUNT TO DISBURSED-TOTAL
               WHEN CR-OUTCOME-CANCELLED
                   ADD 1 TO OUTCOMES-CANCELLED
               WHEN CR-OUTCOME-CREDIT-DECLINED
                   ADD 1 TO OUTCOMES-CREDIT-DECLINED
           END-EVALUATE
           EXIT.

      *> Formella kontroller av raden innan registret rörs. Ett
      *> utbetalt lån måste ha ett belopp; datumet får inte ligga
      *> i framtiden.
       VALIDATE-OUTCOME-ROW SECTION.
           MOVE SPACES TO REJECT-REASON
           IF UO-CASE-NUMBER IS NOT NUMERIC THEN
               MOVE "OGILTIGT ÄRENDENUMMER" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF UO-OUTCOME-CODE NOT = "UTBETALD"
                   AND UO-OUTCOME-CODE NOT = "AVBRUTEN"
                   AND UO-OUTCOME-CODE NOT = "AVSLAGEN-KREDIT" THEN
               MOVE "OKÄND UTFALLSKOD" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF UO-DISBURSED-AMOUNT IS NOT NUMERIC
                   OR UO-PURCHASE-PRICE IS NOT NUMERIC THEN
               MOVE "OGILTIGT BELOPP" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF UO-OUTCOME-CODE = "UTBETALD"
                   AND UO-DISBURSED-AMOUNT = 0 THEN
               MOVE "UTBETALT BELOPP SAKNAS" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF UO-PAYOUT-DATE IS NOT NUMERIC THEN
               MOVE "OGILTIGT DATUM" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE UO-PAYOUT-DATE TO CHECK-DATE
           IF CD-MONTH < 1 OR CD-MONTH > 12
                   OR CD-DAY < 1 OR CD-DAY > 31
                   OR UO-PAYOUT-DATE > TODAYS-DATE THEN
               MOVE "OGILTIGT DATUM" TO REJECT-REASON
           END-IF
           EXIT.

      *> Undantagsraden bär orsaken, ärendenumret och utfallskoden
      *> så som de stod i filen, så att någon kan ta upp saken med
      *> låneursprungssystemet samma dag.
       REPORT-REJECTED-OUTCOME SECTION.
           ADD 1 TO OUTCOMES-REJECTED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           IF REJECT-REASON = "REDAN AVSLUTAT" THEN
               STRING REJECT-REASON " " OT-ROW (OUTCOME-SUB)(1:14)
                       "  " UO-OUTCOME-CODE "  TIDIGARE "
                       CR-OUTCOME-CODE
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           ELSE
               STRING REJECT-REASON " " OT-ROW (OUTCOME-SUB)(1:14)
                       "  " UO-OUTCOME-CODE
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-IF
           WRITE EXCEPTION-REPORT-LINE
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "KALP UTFALL FRÅN LÅNEURSPRUNGSSYSTEMET "
                   TODAYS-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           EXIT.

       WRITE-REPORT-TRAILER SECTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE OUTCOMES-READ TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "Utfallsrader lästa:       " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE OUTCOMES-PAID-OUT TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "  varav utbetalda:        " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE OUTCOMES-CANCELLED TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "  varav avbrutna:         " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE OUTCOMES-CREDIT-DECLINED TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "  varav avslagna i kredit:" DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE OUTCOMES-REJECTED TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "  varav ej registrerade:  " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE DISBURSED-TOTAL TO DISPLAY-AMOUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "Utbetalt totalt:          " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           EXIT.

       CLOSE-PAYOUT-FILES SECTION.
           CLOSE OUTCOME-FILE
           CLOSE EXCEPTION-REPORT-FILE
           IF CASE-FILE-OPEN THEN
               CLOSE CASE-FILE
           END-IF
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-PAYOUT" TO RJ-PROGRAM-NAME
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
           MOVE OUTCOMES-READ TO RJ-ROWS-READ
           MOVE OUTCOMES-RECORDED TO RJ-ROWS-WRITTEN
           MOVE OUTCOMES-REJECTED TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
