       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-SWEEP.
      *> Nattlig avstämning av hela filsetet. Varje program stämmer
      *> av sitt eget filpar, men ingen har kontrollerat att
      *> helheten hänger ihop - och vi har hittat exportrader utan
      *> ärende, kostnadsrader utan exportrad, besked i en
      *> leveranssumma som kvittensregistret aldrig sett och
      *> förfalloposter för ärenden som aldrig exporterats.
      *> Körningen läser CASEFILE, LOANEXP, MCOSTEXP, SENDREG,
      *> ACKREG och LAPSREG tillsammans och rapporterar varje
      *> avvikelse till SWEEPRPT, grupperad per slag och med antal:
      *>   1. exportrader (LOANEXP) utan ärende i CASEFILE,
      *>   2. exportens belopp mot ärendets - den sista raden per
      *>      ärende gäller: OK, ERSATT och maskinella AVSLAG ska
      *>      bära CR-MAX-LOAN-AMOUNT, MANUELL det beviljade
      *>      avsteget (CR-OVERRIDE-AMOUNT) och ett avslag från
      *>      kreditberedningen noll. MAKULERA och ett makulerat
      *>      ärende ska följas åt,
      *>   3. kostnadsrader (MCOSTEXP) utan exportrad,
      *>   4. kostnadsrader vars siffror inte längre går att räkna
      *>      fram ur ärendet (samma MAXLOAN-ENGINE, MAXLOAN-HOUSING
      *>      och MAXLOAN-COST som skrev dem),
      *>   5. leveranser i SENDREG vars radantal eller beloppssumma
      *>      inte stämmer med exportraderna för leveransdagen,
      *>   6. levererade exportrader som saknas i kvittensregistret
      *>      (registret förs per exportrad, se MAXLOAN-RECON),
      *>   7. förfalloposter (LAPSREG) för ärenden som aldrig
      *>      exporterats.
      *> Antalet avvikelser förs till körjournalen som avvisade
      *> rader med returkod 4, så att morgonrapporten flaggar steget
      *> när filsetet inte är i balans. Returkod 8 betyder att
      *> CASEFILE eller LOANEXP inte kunde öppnas - då görs ingen
      *> avstämning alls. Filerna läses bara - ingenting rättas.
      *> Årsskiftets arkivering (MAXLOAN-ARCHIVE) flyttar ärenden,
      *> exportrader och kvittenser äldre än brytdatumet men rör
      *> inte MCOSTEXP, SENDREG eller LAPSREG. Poster daterade före
      *> det äldsta ärendet i CASEFILE räknas därför som arkiverade
      *> och rapporteras inte.
      *> Körs efter MAXLOAN-RECON (så att gårdagens kvittenser finns
      *> i ACKREG) och före MAXLOAN-DELIVER, så att ett brott fångas
      *> innan något lämnar huset.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> Ärenderegistret är indexerat med ärendenumret som nyckel -
      *> varje ärende i exporten slås upp med en keyad läsning.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT LOAN-EXPORT-FILE ASSIGN TO "LOANEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAN-EXPORT-FILE-STATUS.
               SELECT MONTHLY-COST-FILE ASSIGN TO "MCOSTEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MONTHLY-COST-FILE-STATUS.
               SELECT SEND-REGISTER-FILE ASSIGN TO "SENDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SEND-REGISTER-FILE-STATUS.
               SELECT ACK-REGISTER-FILE ASSIGN TO "ACKREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACK-REGISTER-FILE-STATUS.
               SELECT LAPSE-REGISTER-FILE ASSIGN TO "LAPSREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LAPSE-REGISTER-FILE-STATUS.
               SELECT SWEEP-REPORT-FILE ASSIGN TO "SWEEPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SWEEP-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CASE-FILE.
           COPY CASEREC.

           FD  LOAN-EXPORT-FILE.
           COPY EXPREC.

           FD  MONTHLY-COST-FILE.
           COPY MCOSTREC.

           FD  SEND-REGISTER-FILE.
           01  SEND-REGISTER-RECORD.
               02  SG-DELIVERY-DATE PIC 9(8).
               02  FILLER PIC X(01).
               02  SG-SEQUENCE-NUMBER PIC 9(6).
               02  FILLER PIC X(01).
               02  SG-LOAN-COUNT PIC 9(7).
               02  FILLER PIC X(01).
               02  SG-LOAN-AMOUNT-TOTAL PIC 9(14).
               02  FILLER PIC X(01).
               02  SG-MCOST-COUNT PIC 9(7).

           FD  ACK-REGISTER-FILE.
           01  ACK-REGISTER-RECORD.
               02  AG-CASE-NUMBER PIC 9(14).
               02  AG-EXPORT-DATE PIC X(08).
               02  AG-EXPORT-STATUS PIC X(08).

           FD  LAPSE-REGISTER-FILE.
           01  LAPSE-REGISTER-RECORD.
               02  LG-CASE-NUMBER PIC 9(14).

           FD  SWEEP-REPORT-FILE.
           01  SWEEP-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01  CASE-FILE-STATUS PIC X(02).
           01  LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  MONTHLY-COST-FILE-STATUS PIC X(02).
           01  SEND-REGISTER-FILE-STATUS PIC X(02).
           01  ACK-REGISTER-FILE-STATUS PIC X(02).
           01  LAPSE-REGISTER-FILE-STATUS PIC X(02).
           01  SWEEP-REPORT-FILE-STATUS PIC X(02).

           01  EXPORT-EOF-SWITCH PIC X(01) VALUE "N".
               88  EXPORT-EOF VALUE "J".
           01  MCOST-EOF-SWITCH PIC X(01) VALUE "N".
               88  MCOST-EOF VALUE "J".
           01  SEND-REGISTER-EOF-SWITCH PIC X(01) VALUE "N".
               88  SEND-REGISTER-EOF VALUE "J".
           01  ACK-REGISTER-EOF-SWITCH PIC X(01) VALUE "N".
               88  ACK-REGISTER-EOF VALUE "J".
           01  LAPSE-REGISTER-EOF-SWITCH PIC X(01) VALUE "N".
               88  LAPSE-REGISTER-EOF VALUE "J".

           *> CASEFILE och LOANEXP är själva filsetet - utan dem
           *> görs ingen avstämning. Saknas någon av de övriga
           *> hoppas de slag över som behöver den, med en varning.
           01  CASE-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  CASE-FILE-OPEN VALUE "J".
           01  EXPORT-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  EXPORT-FILE-OPEN VALUE "J".
           01  REPORT-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  REPORT-FILE-OPEN VALUE "J".
           01  SWEEP-STOPPED-SWITCH PIC X(01) VALUE "N".
               88  SWEEP-STOPPED VALUE "J".
           01  SEND-REGISTER-LOADED-SWITCH PIC X(01) VALUE "N".
               88  SEND-REGISTER-LOADED VALUE "J".
           01  ACK-REGISTER-LOADED-SWITCH PIC X(01) VALUE "N".
               88  ACK-REGISTER-LOADED VALUE "J".

           *> Exporten per ärende - den sista raden gäller, som i
           *> låneursprungssystemet. Markeras okvitterad när någon
           *> av ärendets rader skrevs en dag som finns i SENDREG men
           *> saknas i ACKREG; statusen är den radens.
           01  EXPORT-CASE-TABLE.
               02  EXP-ENTRY OCCURS 50000 TIMES INDEXED BY EX-IDX.
                   03  EX-CASE-NUMBER PIC 9(14).
                   03  EX-MAX-LOAN-AMOUNT PIC 9(10).
                   03  EX-STATUS PIC X(08).
                   03  EX-UNACKED-SWITCH PIC X(01).
                   03  EX-UNACKED-STATUS PIC X(08).
           01  EXPORT-CASE-COUNT PIC 9(5) VALUE 0.
           01  EXPORT-CASE-SUB PIC 9(5).

           *> Kostnadskalkylen per ärende - även här gäller den
           *> sista raden.
           01  MCOST-CASE-TABLE.
               02  MCT-ENTRY OCCURS 50000 TIMES INDEXED BY MT-IDX.
                   03  MT-CASE-NUMBER PIC 9(14).
                   03  MT-INTEREST-COST PIC 9(7).
                   03  MT-AMORTIZATION-COST PIC 9(7).
                   03  MT-HOUSING-FEE PIC 9(5).
                   03  MT-TAX-CREDIT PIC 9(7).
                   03  MT-NET-MONTHLY-COST PIC 9(7).
           01  MCOST-CASE-COUNT PIC 9(5) VALUE 0.
           01  MCOST-CASE-SUB PIC 9(5).

           *> Det bestående kvittensregistret, inläst som i
           *> MAXLOAN-RECON.
           01  ACK-REGISTER-TABLE.
               02  REG-ENTRY OCCURS 50000 TIMES INDEXED BY RG-IDX.
                   03  REG-CASE-NUMBER PIC 9(14).
                   03  REG-EXPORT-DATE PIC X(08).
                   03  REG-EXPORT-STATUS PIC X(08).
           01  REG-COUNT PIC 9(5) VALUE 0.

           *> Sändregistret per leveransdag. Vid omsändning av en
           *> dag gäller den senast bokförda leveransen.
           01  SEND-TABLE.
               02  SND-ENTRY OCCURS 5000 TIMES INDEXED BY SD-IDX.
                   03  SD-DELIVERY-DATE PIC 9(8).
                   03  SD-SEQUENCE-NUMBER PIC 9(6).
                   03  SD-LOAN-COUNT PIC 9(7).
                   03  SD-LOAN-AMOUNT-TOTAL PIC 9(14).
                   03  SD-MCOST-COUNT PIC 9(7).
           01  SEND-COUNT PIC 9(5) VALUE 0.
           01  SEND-SUB PIC 9(5).

           *> Exportraderna summerade per skrivdag med samma regel
           *> som MAXLOAN-DELIVER väljer rader: radens skrivdag, för
           *> rader utan skrivdag ärendenumrets datum.
           01  DAY-TABLE.
               02  DAY-ENTRY OCCURS 5000 TIMES INDEXED BY DY-IDX.
                   03  DY-ROW-DATE PIC 9(8).
                   03  DY-LOAN-COUNT PIC 9(7).
                   03  DY-LOAN-AMOUNT-TOTAL PIC 9(14).
                   03  DY-MCOST-COUNT PIC 9(7).
           01  DAY-COUNT PIC 9(5) VALUE 0.

           01  WANTED-CASE-NUMBER PIC 9(14).
           01  WANTED-DATE PIC 9(8).
           01  ROW-DATE PIC 9(8).
           01  ROW-DATE-X REDEFINES ROW-DATE PIC X(08).
           01  TODAYS-DATE PIC 9(8).

           *> Datumet för det äldsta ärendet i CASEFILE. Allt äldre
           *> har flyttats av arkiveringen.
           01  ARCHIVE-HORIZON-DATE PIC 9(8) VALUE 0.

           01  EXPORT-FOUND-SWITCH PIC X(01).
               88  EXPORT-FOUND VALUE "J".
           01  MCOST-FOUND-SWITCH PIC X(01).
               88  MCOST-FOUND VALUE "J".
           01  DAY-FOUND-SWITCH PIC X(01).
               88  DAY-FOUND VALUE "J".
           01  DELIVERY-FOUND-SWITCH PIC X(01).
               88  DELIVERY-FOUND VALUE "J".
           01  ACKED-SWITCH PIC X(01).
               88  ROW-ACKED VALUE "J".
           01  CASE-FOUND-SWITCH PIC X(01).
               88  CASE-FOUND VALUE "J".
           01  CASE-ARCHIVED-SWITCH PIC X(01).
               88  CASE-ARCHIVED VALUE "J".
           01  DIFFERENCE-FOUND-SWITCH PIC X(01).
               88  DIFFERENCE-FOUND VALUE "J".

           01  EXPECTED-AMOUNT PIC 9(10).
           01  DAY-LOAN-COUNT PIC 9(7).
           01  DAY-LOAN-AMOUNT-TOTAL PIC 9(14).
           01  DAY-MCOST-COUNT PIC 9(7).

           *> En avvikande kostnadssiffra: fältets namn, radens
           *> värde och det omräknade.
           01  COST-FIELD-NAME PIC X(12).
           01  CATEGORY-HEADING PIC X(80).
           01  COST-ROW-VALUE PIC 9(7).
           01  COST-RECOMPUTED-VALUE PIC 9(7).

           *> Omräkningen av kostnadsraden - samma underprogram som
           *> skrev den.
           COPY ENGLINK.
           COPY HSGLINK.
           COPY COSTLINK.

           *> Raderna lästa ur filerna.
           01  EXPORTS-READ PIC 9(7) VALUE 0.
           01  MCOSTS-READ PIC 9(7) VALUE 0.
           01  SENDS-READ PIC 9(7) VALUE 0.
           01  LAPSES-READ PIC 9(7) VALUE 0.
           01  ROWS-READ PIC 9(7) VALUE 0.

           *> Avvikelserna per slag.
           01  EXPORTS-WITHOUT-CASE PIC 9(6) VALUE 0.
           01  AMOUNT-MISMATCHES PIC 9(6) VALUE 0.
           01  MCOSTS-WITHOUT-EXPORT PIC 9(6) VALUE 0.
           01  MCOSTS-NOT-RECOMPUTING PIC 9(6) VALUE 0.
           01  DELIVERY-MISMATCHES PIC 9(6) VALUE 0.
           01  DELIVERIES-UNACKED PIC 9(6) VALUE 0.
           01  LAPSES-WITHOUT-EXPORT PIC 9(6) VALUE 0.
           01  FINDINGS-TOTAL PIC 9(7) VALUE 0.

           01  ROWS-BEFORE-HORIZON PIC 9(6) VALUE 0.
           01  MCOSTS-RECOMPUTED PIC 9(6) VALUE 0.

           01  DISPLAY-COUNT PIC ZZZ,ZZ9.
           01  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-AMOUNT-2 PIC Z,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-TOTAL PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-TOTAL-2 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-COST PIC Z,ZZZ,ZZ9.
           01  DISPLAY-COST-2 PIC Z,ZZZ,ZZ9.

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
           PERFORM OPEN-SWEEP-FILES
           IF NOT SWEEP-STOPPED THEN
               PERFORM FIND-ARCHIVE-HORIZON
               PERFORM LOAD-SEND-REGISTER
               PERFORM LOAD-ACK-REGISTER
               PERFORM LOAD-LOAN-EXPORTS
               PERFORM LOAD-MONTHLY-COSTS
               PERFORM WRITE-REPORT-HEADER
               PERFORM REPORT-EXPORTS-WITHOUT-CASE
               PERFORM REPORT-AMOUNT-MISMATCHES
               PERFORM REPORT-MCOSTS-WITHOUT-EXPORT
               PERFORM REPORT-MCOSTS-NOT-RECOMPUTING
               PERFORM REPORT-DELIVERY-MISMATCHES
               PERFORM REPORT-UNACKED-DELIVERIES
               PERFORM REPORT-LAPSES-WITHOUT-EXPORT
               PERFORM WRITE-REPORT-TRAILER
               IF FINDINGS-TOTAL > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-SWEEP-FILES
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

       OPEN-SWEEP-FILES SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS " - ingen avstämning gjord"
               MOVE 8 TO RETURN-CODE
               SET SWEEP-STOPPED TO TRUE
           ELSE
               SET CASE-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna LOANEXP, status "
                       LOAN-EXPORT-FILE-STATUS
                       " - ingen avstämning gjord"
               MOVE 8 TO RETURN-CODE
               SET SWEEP-STOPPED TO TRUE
           ELSE
               SET EXPORT-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT SWEEP-REPORT-FILE
           IF SWEEP-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna SWEEPRPT, status "
                       SWEEP-REPORT-FILE-STATUS
                       " - avvikelserna räknas men listas inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           EXIT.

      *> CASEFILE läses i nyckelordning och ärendenumret inleds med
      *> ååååmmdd - den första raden är alltså det äldsta ärendet
      *> som arkiveringen lämnat kvar.
       FIND-ARCHIVE-HORIZON SECTION.
           READ CASE-FILE NEXT
               AT END
                   MOVE 0 TO ARCHIVE-HORIZON-DATE
               NOT AT END
                   MOVE CR-CASE-NUMBER(1:8) TO ARCHIVE-HORIZON-DATE
           END-READ
           EXIT.

       LOAD-SEND-REGISTER SECTION.
           OPEN INPUT SEND-REGISTER-FILE
           IF SEND-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna SENDREG, status "
                       SEND-REGISTER-FILE-STATUS
                       " - leveranserna stäms inte av"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           SET SEND-REGISTER-LOADED TO TRUE
           PERFORM UNTIL SEND-REGISTER-EOF
               READ SEND-REGISTER-FILE
                   AT END
                       SET SEND-REGISTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO SENDS-READ
                       PERFORM LOAD-ONE-DELIVERY
               END-READ
           END-PERFORM
           CLOSE SEND-REGISTER-FILE
           EXIT.

       LOAD-ONE-DELIVERY SECTION.
           IF SG-DELIVERY-DATE IS NOT NUMERIC
                   OR SG-LOAN-COUNT IS NOT NUMERIC
                   OR SG-LOAN-AMOUNT-TOTAL IS NOT NUMERIC
                   OR SG-MCOST-COUNT IS NOT NUMERIC THEN
               DISPLAY "VARNING: SENDREG-raden " SENDS-READ
                       " är inte numerisk - hoppas över"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           MOVE SG-DELIVERY-DATE TO WANTED-DATE
           PERFORM FIND-DELIVERY
           IF NOT DELIVERY-FOUND THEN
               IF SEND-COUNT < 5000 THEN
                   ADD 1 TO SEND-COUNT
                   SET SD-IDX TO SEND-COUNT
               ELSE
                   DISPLAY "VARNING: SENDREG har fler leveransdagar "
                           "än tabellen rymmer - resten stäms inte av"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   SET SEND-REGISTER-EOF TO TRUE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE SG-DELIVERY-DATE TO SD-DELIVERY-DATE (SD-IDX)
           MOVE SG-SEQUENCE-NUMBER TO SD-SEQUENCE-NUMBER (SD-IDX)
           MOVE SG-LOAN-COUNT TO SD-LOAN-COUNT (SD-IDX)
           MOVE SG-LOAN-AMOUNT-TOTAL TO SD-LOAN-AMOUNT-TOTAL (SD-IDX)
           MOVE SG-MCOST-COUNT TO SD-MCOST-COUNT (SD-IDX)
           EXIT.

       FIND-DELIVERY SECTION.
           MOVE "N" TO DELIVERY-FOUND-SWITCH
           SET SD-IDX TO 1
           SEARCH SND-ENTRY
               AT END
                   CONTINUE
               WHEN SD-IDX > SEND-COUNT
                   CONTINUE
               WHEN SD-DELIVERY-DATE (SD-IDX) = WANTED-DATE
                   SET DELIVERY-FOUND TO TRUE
           END-SEARCH
           EXIT.

      *> Läser in det bestående kvittensregistret.
       LOAD-ACK-REGISTER SECTION.
           OPEN INPUT ACK-REGISTER-FILE
           IF ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKREG, status "
                       ACK-REGISTER-FILE-STATUS
                       " - kvittenserna stäms inte av"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           SET ACK-REGISTER-LOADED TO TRUE
           PERFORM UNTIL ACK-REGISTER-EOF
               READ ACK-REGISTER-FILE
                   AT END
                       SET ACK-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF REG-COUNT < 50000 THEN
                           ADD 1 TO REG-COUNT
                           MOVE AG-CASE-NUMBER TO REG-CASE-NUMBER
                                   (REG-COUNT)
                           MOVE AG-EXPORT-DATE TO REG-EXPORT-DATE
                                   (REG-COUNT)
                           MOVE AG-EXPORT-STATUS TO REG-EXPORT-STATUS
                                   (REG-COUNT)
                       ELSE
                           DISPLAY "VARNING: ACKREG har fler rader "
                                   "än tabellen rymmer - äldsta "
                                   "avstämningarna bör arkiveras "
                                   "bort"
                           ADD 1 TO RUNLOG-WARNING-COUNT
                           SET ACK-REGISTER-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-REGISTER-FILE
           EXIT.

      *> Är exportraden i LOAN-EXPORT-RECORD (med sin dag i
      *> ROW-DATE) avstämd? Samma regel som i MAXLOAN-RECON: en
      *> rad ur det äldre registret (bara ärendenummer) täcker raden
      *> från ärendets dag.
       CHECK-ACK-REGISTER SECTION.
           MOVE "N" TO ACKED-SWITCH
           SET RG-IDX TO 1
           SEARCH REG-ENTRY
               AT END
                   CONTINUE
               WHEN RG-IDX > REG-COUNT
                   CONTINUE
               WHEN REG-CASE-NUMBER (RG-IDX) = LE-CASE-NUMBER
                       AND REG-EXPORT-DATE (RG-IDX) = ROW-DATE-X
                       AND REG-EXPORT-STATUS (RG-IDX) = LE-STATUS
                   SET ROW-ACKED TO TRUE
               WHEN REG-CASE-NUMBER (RG-IDX) = LE-CASE-NUMBER
                       AND REG-EXPORT-DATE (RG-IDX) = SPACES
                       AND ROW-DATE-X = LE-CASE-NUMBER(1:8)
                   SET ROW-ACKED TO TRUE
           END-SEARCH
           EXIT.

      *> LOANEXP läses en gång: den sista raden per ärende förs in
      *> i ärendetabellen, och varje rad summeras på sin skrivdag.
       LOAD-LOAN-EXPORTS SECTION.
           PERFORM UNTIL EXPORT-EOF
               READ LOAN-EXPORT-FILE
                   AT END
                       SET EXPORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO EXPORTS-READ
                       PERFORM LOAD-ONE-EXPORT
               END-READ
           END-PERFORM
           EXIT.

       LOAD-ONE-EXPORT SECTION.
           IF LE-EXPORT-DATE IS NUMERIC AND LE-EXPORT-DATE > 0 THEN
               MOVE LE-EXPORT-DATE TO ROW-DATE
           ELSE
               MOVE LE-CASE-NUMBER(1:8) TO ROW-DATE
           END-IF
           PERFORM FIND-DAY
           IF DAY-FOUND THEN
               ADD 1 TO DY-LOAN-COUNT (DY-IDX)
               ADD LE-MAX-LOAN-AMOUNT TO DY-LOAN-AMOUNT-TOTAL (DY-IDX)
           END-IF

           MOVE LE-CASE-NUMBER TO WANTED-CASE-NUMBER
           PERFORM FIND-EXPORT-CASE
           IF NOT EXPORT-FOUND THEN
               IF EXPORT-CASE-COUNT < 50000 THEN
                   ADD 1 TO EXPORT-CASE-COUNT
                   SET EX-IDX TO EXPORT-CASE-COUNT
                   MOVE LE-CASE-NUMBER TO EX-CASE-NUMBER (EX-IDX)
                   MOVE "N" TO EX-UNACKED-SWITCH (EX-IDX)
               ELSE
                   DISPLAY "VARNING: LOANEXP har fler ärenden än "
                           "tabellen rymmer - ärende "
                           LE-CASE-NUMBER " stäms inte av"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   EXIT SECTION
               END-IF
           END-IF
           MOVE LE-MAX-LOAN-AMOUNT TO EX-MAX-LOAN-AMOUNT (EX-IDX)
           MOVE LE-STATUS TO EX-STATUS (EX-IDX)

           *> En rad skriven en dag som finns i sändregistret har
           *> lämnat huset och ska ha kvitterats.
           MOVE ROW-DATE TO WANTED-DATE
           PERFORM FIND-DELIVERY
           IF DELIVERY-FOUND AND ACK-REGISTER-LOADED THEN
               PERFORM CHECK-ACK-REGISTER
               IF NOT ROW-ACKED THEN
                   MOVE "J" TO EX-UNACKED-SWITCH (EX-IDX)
                   MOVE LE-STATUS TO EX-UNACKED-STATUS (EX-IDX)
               END-IF
           END-IF
           EXIT.

       FIND-EXPORT-CASE SECTION.
           MOVE "N" TO EXPORT-FOUND-SWITCH
           SET EX-IDX TO 1
           SEARCH EXP-ENTRY
               AT END
                   CONTINUE
               WHEN EX-IDX > EXPORT-CASE-COUNT
                   CONTINUE
               WHEN EX-CASE-NUMBER (EX-IDX) = WANTED-CASE-NUMBER
                   SET EXPORT-FOUND TO TRUE
           END-SEARCH
           EXIT.

      *> Letar upp ROW-DATE i dagtabellen och lägger till dagen om
      *> den saknas. DAY-FOUND är falsk bara när tabellen är full.
       FIND-DAY SECTION.
           MOVE "N" TO DAY-FOUND-SWITCH
           SET DY-IDX TO 1
           SEARCH DAY-ENTRY
               AT END
                   CONTINUE
               WHEN DY-IDX > DAY-COUNT
                   CONTINUE
               WHEN DY-ROW-DATE (DY-IDX) = ROW-DATE
                   SET DAY-FOUND TO TRUE
           END-SEARCH
           IF DAY-FOUND THEN
               EXIT SECTION
           END-IF
           IF DAY-COUNT < 5000 THEN
               ADD 1 TO DAY-COUNT
               SET DY-IDX TO DAY-COUNT
               MOVE ROW-DATE TO DY-ROW-DATE (DY-IDX)
               MOVE 0 TO DY-LOAN-COUNT (DY-IDX)
               MOVE 0 TO DY-LOAN-AMOUNT-TOTAL (DY-IDX)
               MOVE 0 TO DY-MCOST-COUNT (DY-IDX)
               SET DAY-FOUND TO TRUE
           ELSE
               DISPLAY "VARNING: exporten har fler skrivdagar än "
                       "tabellen rymmer - " ROW-DATE
                       " summeras inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

       LOAD-MONTHLY-COSTS SECTION.
           OPEN INPUT MONTHLY-COST-FILE
           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna MCOSTEXP, status "
                       MONTHLY-COST-FILE-STATUS
                       " - kostnadsraderna stäms inte av"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           PERFORM UNTIL MCOST-EOF
               READ MONTHLY-COST-FILE
                   AT END
                       SET MCOST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MCOSTS-READ
                       PERFORM LOAD-ONE-MONTHLY-COST
               END-READ
           END-PERFORM
           CLOSE MONTHLY-COST-FILE
           EXIT.

       LOAD-ONE-MONTHLY-COST SECTION.
           IF MC-EXPORT-DATE IS NUMERIC AND MC-EXPORT-DATE > 0 THEN
               MOVE MC-EXPORT-DATE TO ROW-DATE
           ELSE
               MOVE MC-CASE-NUMBER(1:8) TO ROW-DATE
           END-IF
           PERFORM FIND-DAY
           IF DAY-FOUND THEN
               ADD 1 TO DY-MCOST-COUNT (DY-IDX)
           END-IF

           MOVE MC-CASE-NUMBER TO WANTED-CASE-NUMBER
           PERFORM FIND-MCOST-CASE
           IF NOT MCOST-FOUND THEN
               IF MCOST-CASE-COUNT < 50000 THEN
                   ADD 1 TO MCOST-CASE-COUNT
                   SET MT-IDX TO MCOST-CASE-COUNT
                   MOVE MC-CASE-NUMBER TO MT-CASE-NUMBER (MT-IDX)
               ELSE
                   DISPLAY "VARNING: MCOSTEXP har fler ärenden än "
                           "tabellen rymmer - ärende "
                           MC-CASE-NUMBER " stäms inte av"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   EXIT SECTION
               END-IF
           END-IF
           MOVE MC-INTEREST-COST TO MT-INTEREST-COST (MT-IDX)
           MOVE MC-AMORTIZATION-COST TO MT-AMORTIZATION-COST (MT-IDX)
           MOVE MC-HOUSING-FEE TO MT-HOUSING-FEE (MT-IDX)
           MOVE MC-TAX-CREDIT TO MT-TAX-CREDIT (MT-IDX)
           MOVE MC-NET-MONTHLY-COST TO MT-NET-MONTHLY-COST (MT-IDX)
           EXIT.

       FIND-MCOST-CASE SECTION.
           MOVE "N" TO MCOST-FOUND-SWITCH
           SET MT-IDX TO 1
           SEARCH MCT-ENTRY
               AT END
                   CONTINUE
               WHEN MT-IDX > MCOST-CASE-COUNT
                   CONTINUE
               WHEN MT-CASE-NUMBER (MT-IDX) = WANTED-CASE-NUMBER
                   SET MCOST-FOUND TO TRUE
           END-SEARCH
           EXIT.

      *> Keyad läsning av WANTED-CASE-NUMBER i CASEFILE.
       READ-CASE SECTION.
           MOVE "N" TO CASE-FOUND-SWITCH
           MOVE WANTED-CASE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ
           EXIT.

      *> Ärenden vars nummer är äldre än det äldsta ärendet i
      *> CASEFILE har arkiverats.
       CHECK-ARCHIVE-HORIZON SECTION.
           MOVE "N" TO CASE-ARCHIVED-SWITCH
           IF WANTED-CASE-NUMBER(1:8) < ARCHIVE-HORIZON-DATE THEN
               SET CASE-ARCHIVED TO TRUE
               ADD 1 TO ROWS-BEFORE-HORIZON
           END-IF
           EXIT.

      *> 1. Exportrader utan ärende i CASEFILE.
       REPORT-EXPORTS-WITHOUT-CASE SECTION.
           MOVE "LOANEXP-RADER UTAN ÄRENDE I CASEFILE"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM VARYING EXPORT-CASE-SUB FROM 1 BY 1
                   UNTIL EXPORT-CASE-SUB > EXPORT-CASE-COUNT
               MOVE EX-CASE-NUMBER (EXPORT-CASE-SUB)
                       TO WANTED-CASE-NUMBER
               PERFORM READ-CASE
               IF NOT CASE-FOUND THEN
                   ADD 1 TO EXPORTS-WITHOUT-CASE
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING "  " WANTED-CASE-NUMBER
                           "  SENASTE RAD "
                           EX-STATUS (EXPORT-CASE-SUB)
                           DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

      *> 2. Den sista exportradens belopp mot ärendet.
       REPORT-AMOUNT-MISMATCHES SECTION.
           MOVE "BELOPP I LOANEXP SOM INTE STÄMMER MED ÄRENDET"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM VARYING EXPORT-CASE-SUB FROM 1 BY 1
                   UNTIL EXPORT-CASE-SUB > EXPORT-CASE-COUNT
               MOVE EX-CASE-NUMBER (EXPORT-CASE-SUB)
                       TO WANTED-CASE-NUMBER
               PERFORM READ-CASE
               IF CASE-FOUND THEN
                   PERFORM CHECK-EXPORT-AMOUNT
               END-IF
           END-PERFORM
           EXIT.

      *> Det belopp ärendet säger att den sista raden ska bära.
      *> En makulering ska synas både i exporten och i ärendet.
       CHECK-EXPORT-AMOUNT SECTION.
           IF EX-STATUS (EXPORT-CASE-SUB) = "MAKULERA"
                   AND NOT CR-AMEND-CANCELLED THEN
               ADD 1 TO AMOUNT-MISMATCHES
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "  " WANTED-CASE-NUMBER
                       "  MAKULERA I LOANEXP, ÄRENDET EJ MAKULERAT"
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT SECTION
           END-IF
           IF CR-AMEND-CANCELLED
                   AND EX-STATUS (EXPORT-CASE-SUB) NOT = "MAKULERA"
                   THEN
               ADD 1 TO AMOUNT-MISMATCHES
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "  " WANTED-CASE-NUMBER
                       "  MAKULERAT ÄRENDE, SENASTE RAD "
                       EX-STATUS (EXPORT-CASE-SUB)
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT SECTION
           END-IF

           EVALUATE EX-STATUS (EXPORT-CASE-SUB)
               WHEN "MAKULERA"
                   MOVE 0 TO EXPECTED-AMOUNT
               WHEN "MANUELL"
                   MOVE CR-OVERRIDE-AMOUNT TO EXPECTED-AMOUNT
               WHEN "AVSLAG"
                   IF CR-REVIEW-DECLINED THEN
                       MOVE 0 TO EXPECTED-AMOUNT
                   ELSE
                       MOVE CR-MAX-LOAN-AMOUNT TO EXPECTED-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE CR-MAX-LOAN-AMOUNT TO EXPECTED-AMOUNT
           END-EVALUATE

           IF EX-MAX-LOAN-AMOUNT (EXPORT-CASE-SUB) NOT =
                   EXPECTED-AMOUNT THEN
               ADD 1 TO AMOUNT-MISMATCHES
               MOVE EX-MAX-LOAN-AMOUNT (EXPORT-CASE-SUB)
                       TO DISPLAY-AMOUNT
               MOVE EXPECTED-AMOUNT TO DISPLAY-AMOUNT-2
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "  " WANTED-CASE-NUMBER
                       "  " EX-STATUS (EXPORT-CASE-SUB)
                       " LOANEXP " DISPLAY-AMOUNT
                       " ÄRENDET " DISPLAY-AMOUNT-2
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

      *> 3. Kostnadsrader utan exportrad för ärendet.
       REPORT-MCOSTS-WITHOUT-EXPORT SECTION.
           MOVE "MCOSTEXP-RADER UTAN RAD I LOANEXP"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM VARYING MCOST-CASE-SUB FROM 1 BY 1
                   UNTIL MCOST-CASE-SUB > MCOST-CASE-COUNT
               MOVE MT-CASE-NUMBER (MCOST-CASE-SUB)
                       TO WANTED-CASE-NUMBER
               PERFORM FIND-EXPORT-CASE
               IF NOT EXPORT-FOUND THEN
                   PERFORM CHECK-ARCHIVE-HORIZON
                   IF NOT CASE-ARCHIVED THEN
                       ADD 1 TO MCOSTS-WITHOUT-EXPORT
                       MOVE SPACES TO SWEEP-REPORT-LINE
                       STRING "  " WANTED-CASE-NUMBER
                               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> 4. Kostnadsrader som inte längre går att räkna fram ur
      *> ärendet. Bara gällande besked räknas om - ett ärende vars
      *> sista exportrad är AVSLAG eller MAKULERA, eller som är
      *> makulerat, har ingen kalkyl som låneursprungssystemet
      *> honorerar.
       REPORT-MCOSTS-NOT-RECOMPUTING SECTION.
           MOVE "MCOSTEXP-RADER SOM INTE RÄKNAS FRAM UR ÄRENDET"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM VARYING MCOST-CASE-SUB FROM 1 BY 1
                   UNTIL MCOST-CASE-SUB > MCOST-CASE-COUNT
               MOVE MT-CASE-NUMBER (MCOST-CASE-SUB)
                       TO WANTED-CASE-NUMBER
               PERFORM FIND-EXPORT-CASE
               IF EXPORT-FOUND THEN
                   IF EX-STATUS (EX-IDX) NOT = "AVSLAG"
                           AND EX-STATUS (EX-IDX) NOT = "MAKULERA"
                           THEN
                       PERFORM READ-CASE
                       IF CASE-FOUND AND NOT CR-AMEND-CANCELLED THEN
                           PERFORM RECOMPUTE-MONTHLY-COST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      *> Samma kalkyl som när raden skrevs: ärendets sparade
      *> inkomster, kontantinsats och utgifter genom MAXLOAN-ENGINE
      *> för räntan och amorteringskravet, boendetypens avgift genom
      *> MAXLOAN-HOUSING, och ärendets lånetak genom MAXLOAN-COST.
       RECOMPUTE-MONTHLY-COST SECTION.
           ADD 1 TO MCOSTS-RECOMPUTED
           MOVE CR-GROSS-SALARY TO EI-GROSS-SALARY
           MOVE CR-NET-SALARY TO EI-NET-SALARY
           MOVE CR-CASH-DEPOSIT TO EI-CASH-DEPOSIT
           MOVE CR-TOTAL-EXPENSES TO EI-TOTAL-EXPENSES
           *> Engagemanget sparas inte i CASEFILE - det påverkar
           *> bara skuldkvoten, inte kostnadskalkylen.
           MOVE 0 TO EI-EXISTING-DEBT-BALANCE
           CALL "MAXLOAN-ENGINE" USING ENGINE-INPUT ENGINE-OUTPUT

           MOVE CR-PROPERTY-TYPE TO HI-PROPERTY-TYPE
           CALL "MAXLOAN-HOUSING" USING HOUSING-INPUT HOUSING-OUTPUT

           MOVE CR-MAX-LOAN-AMOUNT TO CI-LOAN-AMOUNT
           MOVE EO-INTEREST-RATE TO CI-INTEREST-RATE
           MOVE EO-AMORTERINGSKRAV TO CI-AMORTERINGSKRAV
           MOVE HO-MONTHLY-FEE TO CI-MONTHLY-FEE
           CALL "MAXLOAN-COST" USING COST-INPUT COST-OUTPUT

           MOVE "N" TO DIFFERENCE-FOUND-SWITCH
           MOVE "RANTA" TO COST-FIELD-NAME
           MOVE MT-INTEREST-COST (MCOST-CASE-SUB) TO COST-ROW-VALUE
           MOVE CO-INTEREST-COST TO COST-RECOMPUTED-VALUE
           PERFORM COMPARE-COST-FIELD
           MOVE "AMORTERING" TO COST-FIELD-NAME
           MOVE MT-AMORTIZATION-COST (MCOST-CASE-SUB)
                   TO COST-ROW-VALUE
           MOVE CO-AMORTIZATION-COST TO COST-RECOMPUTED-VALUE
           PERFORM COMPARE-COST-FIELD
           MOVE "AVGIFT" TO COST-FIELD-NAME
           MOVE MT-HOUSING-FEE (MCOST-CASE-SUB) TO COST-ROW-VALUE
           MOVE CO-HOUSING-FEE TO COST-RECOMPUTED-VALUE
           PERFORM COMPARE-COST-FIELD
           MOVE "RANTEAVDRAG" TO COST-FIELD-NAME
           MOVE MT-TAX-CREDIT (MCOST-CASE-SUB) TO COST-ROW-VALUE
           MOVE CO-TAX-CREDIT TO COST-RECOMPUTED-VALUE
           PERFORM COMPARE-COST-FIELD
           MOVE "NETTO" TO COST-FIELD-NAME
           MOVE MT-NET-MONTHLY-COST (MCOST-CASE-SUB) TO COST-ROW-VALUE
           MOVE CO-NET-MONTHLY-COST TO COST-RECOMPUTED-VALUE
           PERFORM COMPARE-COST-FIELD
           IF DIFFERENCE-FOUND THEN
               ADD 1 TO MCOSTS-NOT-RECOMPUTING
           END-IF
           EXIT.

      *> En rad per avvikande siffra; ärendet räknas en gång.
       COMPARE-COST-FIELD SECTION.
           IF COST-ROW-VALUE = COST-RECOMPUTED-VALUE THEN
               EXIT SECTION
           END-IF
           SET DIFFERENCE-FOUND TO TRUE
           MOVE COST-ROW-VALUE TO DISPLAY-COST
           MOVE COST-RECOMPUTED-VALUE TO DISPLAY-COST-2
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "  " WANTED-CASE-NUMBER "  " COST-FIELD-NAME
                   " RADEN " DISPLAY-COST
                   " OMRÄKNAT " DISPLAY-COST-2
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

      *> 5. Sändregistrets leveranser mot exportraderna för
      *> leveransdagen. Dagar före det äldsta ärendet har
      *> arkiverats ur LOANEXP och kan inte stämmas av.
       REPORT-DELIVERY-MISMATCHES SECTION.
           MOVE "LEVERANSER I SENDREG SOM INTE STÄMMER MED EXPORTEN"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           PERFORM VARYING SEND-SUB FROM 1 BY 1
                   UNTIL SEND-SUB > SEND-COUNT
               IF SD-DELIVERY-DATE (SEND-SUB) < ARCHIVE-HORIZON-DATE
                       THEN
                   ADD 1 TO ROWS-BEFORE-HORIZON
               ELSE
                   PERFORM CHECK-ONE-DELIVERY
               END-IF
           END-PERFORM
           EXIT.

       CHECK-ONE-DELIVERY SECTION.
           MOVE 0 TO DAY-LOAN-COUNT
           MOVE 0 TO DAY-LOAN-AMOUNT-TOTAL
           MOVE 0 TO DAY-MCOST-COUNT
           SET DY-IDX TO 1
           SEARCH DAY-ENTRY
               AT END
                   CONTINUE
               WHEN DY-IDX > DAY-COUNT
                   CONTINUE
               WHEN DY-ROW-DATE (DY-IDX) = SD-DELIVERY-DATE (SEND-SUB)
                   MOVE DY-LOAN-COUNT (DY-IDX) TO DAY-LOAN-COUNT
                   MOVE DY-LOAN-AMOUNT-TOTAL (DY-IDX)
                           TO DAY-LOAN-AMOUNT-TOTAL
                   MOVE DY-MCOST-COUNT (DY-IDX) TO DAY-MCOST-COUNT
           END-SEARCH

           MOVE "N" TO DIFFERENCE-FOUND-SWITCH
           IF SD-LOAN-COUNT (SEND-SUB) NOT = DAY-LOAN-COUNT THEN
               SET DIFFERENCE-FOUND TO TRUE
               MOVE SD-LOAN-COUNT (SEND-SUB) TO DISPLAY-AMOUNT
               MOVE DAY-LOAN-COUNT TO DISPLAY-AMOUNT-2
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "  " SD-DELIVERY-DATE (SEND-SUB)
                       " NR " SD-SEQUENCE-NUMBER (SEND-SUB)
                       "  LÅNERADER  SENDREG " DISPLAY-AMOUNT
                       " LOANEXP " DISPLAY-AMOUNT-2
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF SD-LOAN-AMOUNT-TOTAL (SEND-SUB) NOT =
                   DAY-LOAN-AMOUNT-TOTAL THEN
               SET DIFFERENCE-FOUND TO TRUE
               MOVE SD-LOAN-AMOUNT-TOTAL (SEND-SUB) TO DISPLAY-TOTAL
               MOVE DAY-LOAN-AMOUNT-TOTAL TO DISPLAY-TOTAL-2
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "  " SD-DELIVERY-DATE (SEND-SUB)
                       " NR " SD-SEQUENCE-NUMBER (SEND-SUB)
                       " SUMMA SENDREG" DISPLAY-TOTAL
                       " LOANEXP" DISPLAY-TOTAL-2
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF SD-MCOST-COUNT (SEND-SUB) NOT = DAY-MCOST-COUNT THEN
               SET DIFFERENCE-FOUND TO TRUE
               MOVE SD-MCOST-COUNT (SEND-SUB) TO DISPLAY-AMOUNT
               MOVE DAY-MCOST-COUNT TO DISPLAY-AMOUNT-2
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "  " SD-DELIVERY-DATE (SEND-SUB)
                       " NR " SD-SEQUENCE-NUMBER (SEND-SUB)
                       "  KOSTNADSRADER SENDREG " DISPLAY-AMOUNT
                       " MCOSTEXP " DISPLAY-AMOUNT-2
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF DIFFERENCE-FOUND THEN
               ADD 1 TO DELIVERY-MISMATCHES
           END-IF
           EXIT.

      *> 6. Levererade exportrader som kvittensregistret aldrig sett
      *> - en rad per ärende, med statusen på den okvitterade raden.
       REPORT-UNACKED-DELIVERIES SECTION.
           MOVE "LEVERERADE EXPORTRADER SOM SAKNAS I ACKREG"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           IF NOT ACK-REGISTER-LOADED OR NOT SEND-REGISTER-LOADED
                   THEN
               EXIT SECTION
           END-IF
           PERFORM VARYING EXPORT-CASE-SUB FROM 1 BY 1
                   UNTIL EXPORT-CASE-SUB > EXPORT-CASE-COUNT
               IF EX-UNACKED-SWITCH (EXPORT-CASE-SUB) = "J" THEN
                   ADD 1 TO DELIVERIES-UNACKED
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING "  " EX-CASE-NUMBER (EXPORT-CASE-SUB)
                           "  OKVITTERAD RAD "
                           EX-UNACKED-STATUS (EXPORT-CASE-SUB)
                           DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

      *> 7. Förfalloposter för ärenden som aldrig exporterats.
       REPORT-LAPSES-WITHOUT-EXPORT SECTION.
           MOVE "LAPSREG-POSTER FÖR ÄRENDEN SOM ALDRIG EXPORTERATS"
                   TO CATEGORY-HEADING
           PERFORM WRITE-CATEGORY-HEADING
           OPEN INPUT LAPSE-REGISTER-FILE
           IF LAPSE-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LAPSREG, status "
                       LAPSE-REGISTER-FILE-STATUS
                       " - förfalloposterna stäms inte av"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           PERFORM UNTIL LAPSE-REGISTER-EOF
               READ LAPSE-REGISTER-FILE
                   AT END
                       SET LAPSE-REGISTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LAPSES-READ
                       PERFORM CHECK-ONE-LAPSE
               END-READ
           END-PERFORM
           CLOSE LAPSE-REGISTER-FILE
           EXIT.

       CHECK-ONE-LAPSE SECTION.
           MOVE LG-CASE-NUMBER TO WANTED-CASE-NUMBER
           PERFORM FIND-EXPORT-CASE
           IF EXPORT-FOUND THEN
               EXIT SECTION
           END-IF
           PERFORM CHECK-ARCHIVE-HORIZON
           IF CASE-ARCHIVED THEN
               EXIT SECTION
           END-IF
           ADD 1 TO LAPSES-WITHOUT-EXPORT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "  " WANTED-CASE-NUMBER
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "KALP AVSTÄMNING AV HELA FILSETET "
                   TODAYS-DATE
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF ARCHIVE-HORIZON-DATE > 0 THEN
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING "Äldsta ärende i CASEFILE:  "
                       ARCHIVE-HORIZON-DATE
                       " - äldre poster räknas som arkiverade"
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT.

      *> En tomrad och slagets rubrik (CATEGORY-HEADING) före
      *> slagets rader.
       WRITE-CATEGORY-HEADING SECTION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE CATEGORY-HEADING TO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT.

       WRITE-REPORT-LINE SECTION.
           IF REPORT-FILE-OPEN THEN
               WRITE SWEEP-REPORT-LINE
           END-IF
           EXIT.

       WRITE-REPORT-TRAILER SECTION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE ROWS-READ = EXPORTS-READ + MCOSTS-READ + SENDS-READ
                   + REG-COUNT + LAPSES-READ

           MOVE EXPORTS-READ TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "LOANEXP-rader lästa:      " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE MCOSTS-READ TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "MCOSTEXP-rader lästa:     " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SENDS-READ TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "SENDREG-leveranser lästa: " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE REG-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "ACKREG-rader lästa:       " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LAPSES-READ TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "LAPSREG-rader lästa:      " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE MCOSTS-RECOMPUTED TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Kostnadsrader omräknade:  " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ROWS-BEFORE-HORIZON TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Arkiverade, ej avstämda:  " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE EXPORTS-WITHOUT-CASE TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Export utan ärende:       " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE AMOUNT-MISMATCHES TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Belopp mot ärendet:       " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE MCOSTS-WITHOUT-EXPORT TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Kostnad utan export:      " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE MCOSTS-NOT-RECOMPUTING TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Kostnad ej omräkningsbar: " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DELIVERY-MISMATCHES TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Leverans mot exporten:    " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE DELIVERIES-UNACKED TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Levererad utan kvittens:  " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE LAPSES-WITHOUT-EXPORT TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING "Förfall utan export:      " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE FINDINGS-TOTAL = EXPORTS-WITHOUT-CASE
                   + AMOUNT-MISMATCHES + MCOSTS-WITHOUT-EXPORT
                   + MCOSTS-NOT-RECOMPUTING + DELIVERY-MISMATCHES
                   + DELIVERIES-UNACKED + LAPSES-WITHOUT-EXPORT
           MOVE FINDINGS-TOTAL TO DISPLAY-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           IF FINDINGS-TOTAL = 0 THEN
               MOVE "FILSETET ÄR I BALANS - INGA AVVIKELSER."
                       TO SWEEP-REPORT-LINE
           ELSE
               STRING "** AVVIKELSER TOTALT:     " DISPLAY-COUNT
                       " - FILSETET ÄR INTE I BALANS"
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY "MAXLOAN-SWEEP: " FINDINGS-TOTAL
                   " avvikelser i filsetet"
           EXIT.

       CLOSE-SWEEP-FILES SECTION.
           IF CASE-FILE-OPEN THEN
               CLOSE CASE-FILE
           END-IF
           IF EXPORT-FILE-OPEN THEN
               CLOSE LOAN-EXPORT-FILE
           END-IF
           IF REPORT-FILE-OPEN THEN
               CLOSE SWEEP-REPORT-FILE
           END-IF
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-SWEEP" TO RJ-PROGRAM-NAME
           MOVE "START" TO RJ-EVENT
           MOVE 0 TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE 0 TO RJ-WARNING-COUNT
           MOVE 0 TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           EXIT.

      *> SLUT-raden till körjournalen - avvikelserna förs som
      *> avvisade rader, så att obalansen syns i morgonrapporten.
       WRITE-RUNLOG-END SECTION.
           MOVE "SLUT" TO RJ-EVENT
           MOVE ROWS-READ TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE FINDINGS-TOTAL TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
