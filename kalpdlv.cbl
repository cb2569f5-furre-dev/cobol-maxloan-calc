      *> utan leveransdatum, radantal eller beloppssumma märks en
      *> stympad överföring först när avstämningen rapporterar
      *> okvitterade ärenden dagar senare. Körningen tar dagens
      *> exportrader (radens skrivdag; rader utan skrivdag följer
      *> ärendenumret, som inleds med ååååmmdd) och skriver
      *> dem till leveransfilerna LOANDLV och MCOSTDLV inslagna i
      *> ett kuvert: huvudpost med leveransdatum och löpnummer,
      *> slutpost med radantal och summan av LE-MAX-LOAN-AMOUNT.
           COPY MCOSTREC.

           FD  LOAN-DELIVERY-FILE.
           01  LOAN-DELIVERY-ROW PIC X(96).

           FD  MCOST-DELIVERY-FILE.
           01  MCOST-DELIVERY-ROW PIC X(60).
               PERFORM NOTE-DELIVERY-IN-REGISTER
           END-IF
           PERFORM CLOSE-DELIVERY-FILES
           DISPLAY "MAXLOAN-DELIVER: leverans " DELIVERY-SEQUENCE-NUMBER
                   " per " DELIVERY-DATE ": "
                   LOAN-ROWS-DELIVERED " lånerader, "
                   MCOST-ROWS-DELIVERED " kostnadsrader"
           PERFORM WRITE-RUNLOG-END
               AT END
                   CONTINUE
               NOT AT END
                   IF PARAM-RECORD(1:8) IS NUMERIC
                           AND PARAM-RECORD(9:72) = SPACES THEN
                       MOVE PARAM-RECORD(1:8) TO DELIVERY-DATE
                   ELSE
                       IF PARAM-RECORD NOT = SPACES THEN
                           DISPLAY "VARNING: DLVPARM kunde inte tolkas "
                                   "- dagens datum används"
                           ADD 1 TO RUNLOG-WARNING-COUNT
                       END-IF
                   END-IF
       READ-SEND-REGISTER SECTION.
           OPEN INPUT SEND-REGISTER-FILE
           IF SEND-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna SENDREG, status "
                       SEND-REGISTER-FILE-STATUS
                       " - registret byggs upp från denna körning"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
                       SET REGISTER-EOF TO TRUE
                   NOT AT END
                       IF SG-SEQUENCE-NUMBER IS NUMERIC
                               AND SG-SEQUENCE-NUMBER >
                                       LAST-SEQUENCE-NUMBER THEN
                           MOVE SG-SEQUENCE-NUMBER
                                   TO LAST-SEQUENCE-NUMBER
                       END-IF
               END-READ
           END-PERFORM
       OPEN-DELIVERY-FILES SECTION.
           OPEN OUTPUT LOAN-DELIVERY-FILE
           IF LOAN-DELIVERY-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANDLV, status "
                       LOAN-DELIVERY-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET OPEN-FAILED TO TRUE
           END-IF
           OPEN OUTPUT MCOST-DELIVERY-FILE
           IF MCOST-DELIVERY-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna MCOSTDLV, status "
                       MCOST-DELIVERY-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET OPEN-FAILED TO TRUE
           END-IF

           OPEN INPUT LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANEXP, status "
                       LOAN-EXPORT-FILE-STATUS
                       " - låneleveransen blir tom"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET EXPORT-EOF TO TRUE
           END-IF
                   AT END
                       SET EXPORT-EOF TO TRUE
                   NOT AT END
                       *> Raden levereras den dag den skrevs - ett
                       *> manuellt beslut om ett äldre ärende går
                       *> med beslutsdagens leverans. Äldre rader
                       *> utan skrivdag följer ärendenumrets datum.
                       IF LE-EXPORT-DATE IS NUMERIC
                               AND LE-EXPORT-DATE > 0 THEN
                           MOVE LE-EXPORT-DATE TO ROW-DATE
                       ELSE
                           MOVE LE-CASE-NUMBER(1:8) TO ROW-DATE
                       END-IF
                       IF ROW-DATE = DELIVERY-DATE THEN
                           WRITE LOAN-DELIVERY-ROW
                                   FROM LOAN-EXPORT-RECORD
                           ADD 1 TO LOAN-ROWS-DELIVERED
                           ADD LE-MAX-LOAN-AMOUNT TO LOAN-AMOUNT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF LOAN-EXPORT-FILE-STATUS = "00" OR LOAN-EXPORT-FILE-STATUS
                   = "10" THEN
               CLOSE LOAN-EXPORT-FILE
           END-IF


           OPEN INPUT MONTHLY-COST-FILE
           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna MCOSTEXP, status "
                       MONTHLY-COST-FILE-STATUS
                       " - kostnadsleveransen blir tom"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET MCOST-EOF TO TRUE
           END-IF
                   AT END
                       SET MCOST-EOF TO TRUE
                   NOT AT END
                       *> Samma regel som för LOANEXP: en omräknad
                       *> kalkyl efter en rättelse går med
                       *> rättelsedagens leverans.
                       IF MC-EXPORT-DATE IS NUMERIC
                               AND MC-EXPORT-DATE > 0 THEN
                           MOVE MC-EXPORT-DATE TO ROW-DATE
                       ELSE
                           MOVE MC-CASE-NUMBER(1:8) TO ROW-DATE
                       END-IF
                       IF ROW-DATE = DELIVERY-DATE THEN
                           WRITE MCOST-DELIVERY-ROW
                                   FROM MONTHLY-COST-RECORD
                           ADD 1 TO MCOST-ROWS-DELIVERED
                       END-IF
               END-READ
           END-PERFORM
           IF MONTHLY-COST-FILE-STATUS = "00"
                   OR MONTHLY-COST-FILE-STATUS = "10" THEN
               CLOSE MONTHLY-COST-FILE
           END-IF

               OPEN OUTPUT SEND-REGISTER-FILE
           END-IF
           IF SEND-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till SENDREG, "
                       "status " SEND-REGISTER-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               MOVE SPACES TO SEND-REGISTER-RECORD
       WRITE-RUNLOG-END SECTION.
           MOVE "SLUT" TO RJ-EVENT
           MOVE 0 TO RJ-ROWS-READ
           COMPUTE RJ-ROWS-WRITTEN = LOAN-ROWS-DELIVERED
                   + MCOST-ROWS-DELIVERED
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
