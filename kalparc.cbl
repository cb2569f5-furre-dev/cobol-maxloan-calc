      *>     (raderna tas bort ur registret),
      *>   - exportrader ur LOANEXP till LOANARCH (kvarvarande rader
      *>     skrivs till LOANEXPO, som blir nya LOANEXP),
      *>   - avstämda exportrader ur ACKREG till ACKARCH
      *>     (kvarvarande till ACKREGO, som blir nya ACKREG).
      *> Varje arkiv avslutas med en kontrollpost (ARCREC) med
      *> radantal och beloppssumma, så att arkivet kan stämmas av.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT OLD-CASE-ARCHIVE-FILE ASSIGN TO "CASEARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
           COPY CASEREC.

           FD  OLD-CASE-ARCHIVE-FILE.
           01  OLD-CASE-ARCHIVE-ROW PIC X(400).

           FD  NEW-CASE-ARCHIVE-FILE.
           01  NEW-CASE-ARCHIVE-ROW PIC X(400).

           FD  LOAN-EXPORT-FILE.
           COPY EXPREC.

           FD  RETAINED-EXPORT-FILE.
           01  RETAINED-EXPORT-ROW PIC X(96).

           FD  LOAN-ARCHIVE-FILE.
           01  LOAN-ARCHIVE-ROW PIC X(96).

      *> Kvittensregistret per exportrad, se MAXLOAN-RECON.
           FD  ACK-REGISTER-FILE.
           01  ACK-REGISTER-RECORD.
               02  AG-CASE-NUMBER PIC 9(14).
               02  AG-EXPORT-DATE PIC X(08).
               02  AG-EXPORT-STATUS PIC X(08).

           FD  RETAINED-ACK-FILE.
           01  RETAINED-ACK-ROW PIC X(30).

           FD  ACK-ARCHIVE-FILE.
           01  ACK-ARCHIVE-ROW PIC X(49).
           01  ROW-DATE PIC 9(8).

           *> Arkivraden för ett ärende, med personnumren åtkomliga
           *> för maskeringen - samma 400 tecken som CASE-RECORD.
           01  ARCHIVE-CASE-ROW.
               02  AW-CASE-NUMBER PIC 9(14).
               02  AW-A1-PERSONNUMMER PIC X(12).
               02  FILLER PIC X(17).
               02  AW-A2-PERSONNUMMER PIC X(12).
               02  FILLER PIC X(345).

           *> Kontrollposten som avslutar varje arkivkörning.
           COPY ARCREC.
           PERFORM ARCHIVE-CASE-RECORDS
           PERFORM ARCHIVE-LOAN-EXPORTS
           PERFORM ARCHIVE-ACK-REGISTER
           DISPLAY "MAXLOAN-ARCHIVE: " CASES-ARCHIVED
                   " ärenden arkiverade ("
                   CASES-MASKED " maskerade), "
                   EXPORTS-ARCHIVED " exportrader, "
                   ACKS-ARCHIVED " kvittensnummer"
       READ-PARAM-CARD SECTION.
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ARCPARM, status "
                       PARAM-FILE-STATUS " - ingen arkivering görs"
               EXIT SECTION
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "VARNING: ARCPARM är tom - ingen "
                           "arkivering görs"
               NOT AT END
                   IF AP-CUTOFF-DATE IS NUMERIC AND AP-MASK-DATE IS
                           NUMERIC
                           AND AP-CUTOFF-DATE > 0 THEN
                       MOVE AP-CUTOFF-DATE TO CUTOFF-DATE
                       MOVE AP-MASK-DATE TO MASK-DATE
                       SET PARAM-OK TO TRUE
                   ELSE
                       DISPLAY "VARNING: ARCPARM kunde inte tolkas - "
                               "ingen arkivering görs"
                   END-IF
           END-READ
           CLOSE PARAM-FILE

           IF PARAM-OK AND CUTOFF-DATE NOT < TODAYS-DATE THEN
               DISPLAY "VARNING: brytdatumet " CUTOFF-DATE " ligger "
                       "inte före dagens datum - ingen arkivering "
                       "görs"
               MOVE "N" TO PARAM-OK-SWITCH
           END-IF
           EXIT.
       ARCHIVE-CASE-RECORDS SECTION.
           OPEN OUTPUT NEW-CASE-ARCHIVE-FILE
           IF NEW-CASE-ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEARCN, status "
                       NEW-CASE-ARCHIVE-STATUS
                       " - ärendearkiveringen hoppas över"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
       MOVE-OLD-CASES-TO-ARCHIVE SECTION.
           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
                       " - ärendearkiveringen hoppas över"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
       ARCHIVE-LOAN-EXPORTS SECTION.
           OPEN INPUT LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANEXP, status "
                       LOAN-EXPORT-FILE-STATUS
                       " - exportarkiveringen hoppas över"
               SET EXPORT-EOF TO TRUE
               EXIT SECTION
           END-IF
           OPEN OUTPUT RETAINED-EXPORT-FILE
           IF RETAINED-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANEXPO, status "
                       RETAINED-EXPORT-FILE-STATUS
                       " - exportarkiveringen hoppas över"
               CLOSE LOAN-EXPORT-FILE
               SET EXPORT-EOF TO TRUE
               EXIT SECTION
               OPEN OUTPUT LOAN-ARCHIVE-FILE
           END-IF
           IF LOAN-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANARCH, status "
                       LOAN-ARCHIVE-FILE-STATUS
                       " - exportarkiveringen hoppas över"
               CLOSE LOAN-EXPORT-FILE
               CLOSE RETAINED-EXPORT-FILE
               SET EXPORT-EOF TO TRUE
                   NOT AT END
                       MOVE LE-CASE-NUMBER(1:8) TO ROW-DATE
                       IF ROW-DATE < CUTOFF-DATE THEN
                           WRITE LOAN-ARCHIVE-ROW
                                   FROM LOAN-EXPORT-RECORD
                           ADD 1 TO EXPORTS-ARCHIVED
                           ADD LE-MAX-LOAN-AMOUNT TO EXPORT-AMOUNT-TOTAL
                       ELSE
                           WRITE RETAINED-EXPORT-ROW
                                   FROM LOAN-EXPORT-RECORD
                           ADD 1 TO EXPORTS-RETAINED
                       END-IF
               END-READ
           CLOSE LOAN-ARCHIVE-FILE
           EXIT.

      *> Kvittensregistret: rader äldre än brytdatumet till ACKARCH,
      *> resten till ACKREGO som byts in som nya ACKREG - då ryms
      *> registret åter i avstämningens tabell.
       ARCHIVE-ACK-REGISTER SECTION.
           OPEN INPUT ACK-REGISTER-FILE
           IF ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKREG, status "
                       ACK-REGISTER-FILE-STATUS
                       " - kvittensarkiveringen hoppas över"
               SET ACK-EOF TO TRUE
               EXIT SECTION
           END-IF
           OPEN OUTPUT RETAINED-ACK-FILE
           IF RETAINED-ACK-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKREGO, status "
                       RETAINED-ACK-FILE-STATUS
                       " - kvittensarkiveringen hoppas över"
               CLOSE ACK-REGISTER-FILE
               SET ACK-EOF TO TRUE
               EXIT SECTION
               OPEN OUTPUT ACK-ARCHIVE-FILE
           END-IF
           IF ACK-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKARCH, status "
                       ACK-ARCHIVE-FILE-STATUS
                       " - kvittensarkiveringen hoppas över"
               CLOSE ACK-REGISTER-FILE
               CLOSE RETAINED-ACK-FILE
               SET ACK-EOF TO TRUE
                   NOT AT END
                       MOVE AG-CASE-NUMBER(1:8) TO ROW-DATE
                       IF ROW-DATE < CUTOFF-DATE THEN
                           WRITE ACK-ARCHIVE-ROW
                                   FROM ACK-REGISTER-RECORD
                           ADD 1 TO ACKS-ARCHIVED
                       ELSE
                           WRITE RETAINED-ACK-ROW
                                   FROM ACK-REGISTER-RECORD
                           ADD 1 TO ACKS-RETAINED
                       END-IF
               END-READ
