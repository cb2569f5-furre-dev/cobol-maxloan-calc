       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-AMEND.
      *> Rättelser och makuleringar av sparade ärenden i CASEFILE.
      *> Hittills har ett sparat besked aldrig kunnat ändras: en
      *> felskriven lön eller en kund som drar sig ur har betytt ett
      *> nytt ärende, medan det gamla legat kvar som ett levande
      *> OK-besked i CASEFILE och LOANEXP, bevakats av MAXLOAN-EXPIRY
      *> och honorerats av låneursprungssystemet.
      *> Transaktionsfilen AMENDIN (AMDREC) bär en ändring per rad:
      *> ärendenummer, fält, nytt värde, orsak och handläggare.
      *>   - En rättelse för in det nya värdet och räknar om beskedet
      *>     med de tabeller som gällde på ärendets datum (samma
      *>     omräkning som MAXLOAN-INQUIRY), så att bara det rättade
      *>     fältet påverkar resultatet. Låneursprungssystemet får en
      *>     ny LOANEXP-rad - ERSATT med de nya beloppen, eller AVSLAG
      *>     om omräkningen ger avslag - och ett beviljat besked en ny
      *>     månadskostnadskalkyl i MCOSTEXP. Ett ärende som först nu
      *>     får avslag, eller vars rättade inkomst avviker från
      *>     inkomstregistret, köas för manuell handläggning.
      *>   - En makulering (MAKULERA) drar tillbaka beskedet: ärendet
      *>     märks MAKULERAD och låneursprungssystemet får en
      *>     MAKULERA-rad med nollbelopp.
      *> Före- och efterbilden av varje ändring skrivs till den
      *> ackumulerande ändringsloggen CHGLOG (CHGREC) - utan loggen
      *> förs inga ändringar in alls. Loggraden skrivs före
      *> uppdateringen av ärendet; går den inte att skriva avvisas
      *> raden och ärendet lämnas orört.
      *> Rader som inte kan föras in skrivs till rapporten AMENDRPT
      *> med orsak:
      *>   - ärendet finns inte, är redan makulerat eller har redan
      *>     ett utfall från låneursprungssystemet,
      *>   - rättelse av ett ärende som kreditberedningen redan
      *>     beslutat om, eller vars lånelöfte har förfallit,
      *>   - okänt fält, ogiltigt värde, sökande 2 saknas, orsak eller
      *>     handläggare saknas, eller handläggaren tjänstgör inte på
      *>     ärendets kontor enligt KONTREG.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AMENDMENT-FILE ASSIGN TO "AMENDIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AMENDMENT-FILE-STATUS.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT HOUSING-FEE-FILE ASSIGN TO "HSGFEE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HOUSING-FILE-STATUS.
               SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHANGE-LOG-FILE-STATUS.
               SELECT LOAN-EXPORT-FILE ASSIGN TO "LOANEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAN-EXPORT-FILE-STATUS.
               SELECT MONTHLY-COST-FILE ASSIGN TO "MCOSTEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MONTHLY-COST-FILE-STATUS.
               SELECT MANUAL-QUEUE-FILE ASSIGN TO "MANQUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANUAL-QUEUE-FILE-STATUS.
               SELECT AMENDMENT-REPORT-FILE ASSIGN TO "AMENDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AMENDMENT-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  AMENDMENT-FILE.
           COPY AMDREC.

           FD  CASE-FILE.
           COPY CASEREC.

           FD  HOUSING-FEE-FILE.
           COPY HSGREC.

           FD  CHANGE-LOG-FILE.
           COPY CHGREC.

           FD  LOAN-EXPORT-FILE.
           COPY EXPREC.

           FD  MONTHLY-COST-FILE.
           COPY MCOSTREC.

           FD  MANUAL-QUEUE-FILE.
           COPY MANQREC.

           FD  AMENDMENT-REPORT-FILE.
           01  AMENDMENT-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  AMENDMENT-FILE-STATUS PIC X(02).
           01  CASE-FILE-STATUS PIC X(02).
           01  HOUSING-FILE-STATUS PIC X(02).
           01  CHANGE-LOG-FILE-STATUS PIC X(02).
           01  LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  MONTHLY-COST-FILE-STATUS PIC X(02).
           01  MANUAL-QUEUE-FILE-STATUS PIC X(02).
           01  AMENDMENT-REPORT-FILE-STATUS PIC X(02).

           01  AMENDMENT-EOF-SWITCH PIC X(01) VALUE "N".
               88  AMENDMENT-EOF VALUE "J".
           01  HOUSING-EOF-SWITCH PIC X(01) VALUE "N".
               88  HOUSING-EOF VALUE "J".
           01  FILES-READY-SWITCH PIC X(01) VALUE "N".
               88  FILES-READY VALUE "J".
           01  MCOST-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  MCOST-FILE-OPEN VALUE "J".
           01  QUEUE-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  QUEUE-FILE-OPEN VALUE "J".

           *> Orsaken till att en rad inte kan föras in - blank när
           *> raden är godkänd.
           01  REJECT-REASON PIC X(24).

           *> Fältet som transaktionen rättar, tolkat ur AM-FIELD-CODE:
           *> slag, sökande (1 eller 2) och åldersband (1-5).
           01  FIELD-CODE PIC X(12).
           01  FIELD-KIND PIC X(01).
               88  FIELD-UNKNOWN VALUE SPACE.
               88  FIELD-INCOME VALUE "I".
               88  FIELD-MUNICIPALITY VALUE "K".
               88  FIELD-DEPOSIT VALUE "D".
               88  FIELD-GROWN VALUE "V".
               88  FIELD-CHILDREN VALUE "B".
               88  FIELD-CARS VALUE "C".
               88  FIELD-LEASING VALUE "L".
               88  FIELD-OTHER-LOANS VALUE "O".
               88  FIELD-PROPERTY-TYPE VALUE "T".
               88  FIELD-CANCELLATION VALUE "M".
           01  FIELD-APPLICANT PIC 9(01).
           01  FIELD-BAND PIC 9(01).

           *> Det nya värdet: som text (kommunkod, boendetyp) och som
           *> tal (belopp och antal), och största tillåtna talet för
           *> fältet.
           01  NEW-VALUE-TEXT PIC X(12).
           01  NEW-VALUE-LENGTH PIC 9(02).
           01  NEW-NUMBER PIC 9(12).
           01  NEW-NUMBER-MAXIMUM PIC 9(12).
           01  NEW-NUMBER-VALID-SWITCH PIC X(01).
               88  NEW-NUMBER-VALID VALUE "J".
           01  OLD-VALUE-TEXT PIC X(12).
           01  OLD-NUMBER PIC 9(12).
           01  DISPLAY-VALUE PIC Z(11)9.

           *> Ärendet som det stod före ändringen.
           01  BEFORE-IMAGE PIC X(400).
           01  OLD-MAX-LOAN-AMOUNT PIC 9(10).

           *> Giltiga boendetyper, inlästa från HSGFEE på samma sätt som
           *> i MAXLOAN-EDIT.
           01  PROPERTY-TYPE-TABLE.
               02  PT-ENTRY OCCURS 20 TIMES INDEXED BY PT-IDX.
                   03  PT-TYPE PIC X(12).
           01  PROPERTY-TYPE-COUNT PIC 9(02) VALUE 0.

           01  TODAYS-DATE PIC 9(8).
           01  RUN-TIMESTAMP PIC 9(14).
           01  EVALUATION-DATE PIC 9(8).

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
           01  BAND-SUB PIC 9(01).

           *> Engagemanget sparas inte i CASEFILE, men skuldkvoten gör
           *> det - engagemanget räknas fram ur den sparade kvoten,
           *> bruttoinkomsten och lånetaket, så att den omräknade
           *> kvoten fortsatt tar med kundens befintliga skulder.
           01  DEBT-TOTAL PIC 9(11).
           01  EXISTING-DEBT-BALANCE PIC 9(9).

           01  INCOME-FLAGGED-SWITCH PIC X(01).
               88  INCOME-FLAGGED VALUE "J".
           01  CASE-QUEUED-SWITCH PIC X(01).
               88  CASE-QUEUED VALUE "J".

           01  AMENDMENTS-READ PIC 9(6) VALUE 0.
           01  AMENDMENTS-CORRECTED PIC 9(6) VALUE 0.
           01  AMENDMENTS-CANCELLED PIC 9(6) VALUE 0.
           01  AMENDMENTS-REJECTED PIC 9(6) VALUE 0.
           01  CORRECTIONS-DECLINED PIC 9(6) VALUE 0.
           01  CASES-QUEUED PIC 9(6) VALUE 0.

           01  DISPLAY-COUNT PIC ZZZ,ZZ9.
           01  DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-AMOUNT-2 PIC ZZZ,ZZZ,ZZ9.

           COPY TAXLINK.
           COPY LEVLINK.
           COPY HSGLINK.
           COPY ENGLINK.
           COPY COSTLINK.
           COPY INCLINK.
           COPY VALLINK.
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-TIMESTAMP
           PERFORM OPEN-AMEND-FILES
           IF FILES-READY THEN
               PERFORM LOAD-PROPERTY-TYPES
               PERFORM WRITE-REPORT-HEADER
               PERFORM UNTIL AMENDMENT-EOF
                   READ AMENDMENT-FILE
                       AT END
                           SET AMENDMENT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO AMENDMENTS-READ
                           PERFORM APPLY-ONE-AMENDMENT
                   END-READ
               END-PERFORM
               PERFORM WRITE-REPORT-TRAILER
               IF AMENDMENTS-REJECTED > 0 AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-AMEND-FILES
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

      *> Ärenderegistret, ändringsloggen och LOANEXP måste gå att
      *> öppna - en ändring som inte loggas, eller en makulering som
      *> inte når låneursprungssystemet, får inte göras. Saknas
      *> MCOSTEXP eller MANQUEUE förs ändringarna in med en varning.
       OPEN-AMEND-FILES SECTION.
           OPEN INPUT AMENDMENT-FILE
           IF AMENDMENT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna AMENDIN, status "
                       AMENDMENT-FILE-STATUS " - inga ändringar"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET AMENDMENT-EOF TO TRUE
           END-IF

           OPEN OUTPUT AMENDMENT-REPORT-FILE
           IF AMENDMENT-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna AMENDRPT, status "
                       AMENDMENT-REPORT-FILE-STATUS
                       " - inga ändringar förs in"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS " - inga ändringar förs in"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           OPEN EXTEND CHANGE-LOG-FILE
           IF CHANGE-LOG-FILE-STATUS = "35" THEN
               *> CHGLOG finns inte ännu - skapa den istället.
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF CHANGE-LOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna CHGLOG, status "
                       CHANGE-LOG-FILE-STATUS
                       " - inga ändringar förs in"
               MOVE 8 TO RETURN-CODE
               CLOSE CASE-FILE
               EXIT SECTION
           END-IF

           OPEN EXTEND LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS = "35" THEN
               *> LOANEXP finns inte ännu - skapa den istället.
               OPEN OUTPUT LOAN-EXPORT-FILE
           END-IF
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna LOANEXP, status "
                       LOAN-EXPORT-FILE-STATUS
                       " - inga ändringar förs in"
               MOVE 8 TO RETURN-CODE
               CLOSE CASE-FILE
               CLOSE CHANGE-LOG-FILE
               EXIT SECTION
           END-IF
           SET FILES-READY TO TRUE

           OPEN EXTEND MONTHLY-COST-FILE
           IF MONTHLY-COST-FILE-STATUS = "35" THEN
               *> MCOSTEXP finns inte ännu - skapa den istället.
               OPEN OUTPUT MONTHLY-COST-FILE
           END-IF
           IF MONTHLY-COST-FILE-STATUS = "00" THEN
               SET MCOST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna MCOSTEXP, status "
                       MONTHLY-COST-FILE-STATUS
                       " - rättade besked får ingen ny "
                       "månadskostnadskalkyl"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF

           OPEN EXTEND MANUAL-QUEUE-FILE
           IF MANUAL-QUEUE-FILE-STATUS = "35" THEN
               *> MANQUEUE finns inte ännu - skapa den istället.
               OPEN OUTPUT MANUAL-QUEUE-FILE
           END-IF
           IF MANUAL-QUEUE-FILE-STATUS = "00" THEN
               SET QUEUE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna MANQUEUE, status "
                       MANUAL-QUEUE-FILE-STATUS
                       " - nya avslag köas inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

      *> Läser in de giltiga boendetyperna från HSGFEE. Om filen saknas
      *> faller vi tillbaka på samma inbrända typer som MAXLOAN-HOUSING,
      *> samma regel som i MAXLOAN-EDIT.
       LOAD-PROPERTY-TYPES SECTION.
           MOVE 0 TO PROPERTY-TYPE-COUNT
           OPEN INPUT HOUSING-FEE-FILE
           IF HOUSING-FILE-STATUS = "00" THEN
               MOVE "N" TO HOUSING-EOF-SWITCH
               PERFORM UNTIL HOUSING-EOF
                   READ HOUSING-FEE-FILE
                       AT END
                           SET HOUSING-EOF TO TRUE
                       NOT AT END
                           IF PROPERTY-TYPE-COUNT < 20 THEN
                               ADD 1 TO PROPERTY-TYPE-COUNT
                               MOVE HT-PROPERTY-TYPE TO PT-TYPE
                                       (PROPERTY-TYPE-COUNT)
                           ELSE
                               DISPLAY "VARNING: HSGFEE har fler "
                                       "boendetyper än tabellen "
                                       "rymmer - resten ignoreras"
                               ADD 1 TO RUNLOG-WARNING-COUNT
                               SET HOUSING-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSING-FEE-FILE
           END-IF

           IF PROPERTY-TYPE-COUNT = 0 THEN
               ADD 1 TO PROPERTY-TYPE-COUNT
               MOVE "VILLA" TO PT-TYPE (PROPERTY-TYPE-COUNT)
               ADD 1 TO PROPERTY-TYPE-COUNT
               MOVE "BOSTADSRATT" TO PT-TYPE (PROPERTY-TYPE-COUNT)
           END-IF
           EXIT.

      *> En transaktion: formell kontroll, keyad läsning av ärendet,
      *> kontroll av ärendets läge, ändringen och omräkningen, och
      *> sist uppdateringen av ärendet med logg och exportrader.
       APPLY-ONE-AMENDMENT SECTION.
           PERFORM VALIDATE-AMENDMENT-ROW
           IF REJECT-REASON NOT = SPACES THEN
               PERFORM REPORT-REJECTED-AMENDMENT
               EXIT SECTION
           END-IF

           MOVE AM-CASE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   MOVE "OKÄNT ÄRENDE" TO REJECT-REASON
           END-READ
           IF REJECT-REASON NOT = SPACES THEN
               PERFORM REPORT-REJECTED-AMENDMENT
               EXIT SECTION
           END-IF

           PERFORM CHECK-CASE-STATE
           IF REJECT-REASON NOT = SPACES THEN
               PERFORM REPORT-REJECTED-AMENDMENT
               EXIT SECTION
           END-IF

           MOVE CASE-RECORD TO BEFORE-IMAGE
           MOVE CR-MAX-LOAN-AMOUNT TO OLD-MAX-LOAN-AMOUNT
           MOVE "N" TO INCOME-FLAGGED-SWITCH
           MOVE "N" TO CASE-QUEUED-SWITCH
           IF FIELD-CANCELLATION THEN
               MOVE CR-AMEND-STATUS TO OLD-VALUE-TEXT
               MOVE "MAKULERAD" TO NEW-VALUE-TEXT
               SET CR-AMEND-CANCELLED TO TRUE
           ELSE
               PERFORM DERIVE-EXISTING-DEBT
               PERFORM APPLY-FIELD-CHANGE
               IF REJECT-REASON NOT = SPACES THEN
                   PERFORM REPORT-REJECTED-AMENDMENT
                   EXIT SECTION
               END-IF
               PERFORM DERIVE-HOUSEHOLD-TOTALS
               PERFORM RECALCULATE-CASE
               PERFORM STORE-RECALCULATION
               SET CR-AMEND-CORRECTED TO TRUE
           END-IF
           IF CR-AMEND-COUNT IS NOT NUMERIC THEN
               MOVE 0 TO CR-AMEND-COUNT
           END-IF
           IF CR-AMEND-COUNT < 999 THEN
               ADD 1 TO CR-AMEND-COUNT
           END-IF
           MOVE TODAYS-DATE TO CR-AMEND-DATE
           MOVE AM-ADVISER-ID TO CR-AMEND-ADVISER-ID

           *> Ingen ändring utan spår: loggen först, ärendet sedan.
           PERFORM WRITE-CHANGE-LOG
           IF CHANGE-LOG-FILE-STATUS NOT = "00" THEN
               MOVE "KUNDE INTE LOGGAS" TO REJECT-REASON
               PERFORM REPORT-REJECTED-AMENDMENT
               EXIT SECTION
           END-IF

           REWRITE CASE-RECORD
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte uppdatera ärende "
                       CR-CASE-NUMBER ", status " CASE-FILE-STATUS
                       " - ändringen står i CHGLOG men är inte "
                       "införd"
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE "KUNDE INTE SPARAS" TO REJECT-REASON
               PERFORM REPORT-REJECTED-AMENDMENT
               EXIT SECTION
           END-IF

           PERFORM WRITE-LOAN-EXPORT
           IF FIELD-CANCELLATION THEN
               ADD 1 TO AMENDMENTS-CANCELLED
           ELSE
               ADD 1 TO AMENDMENTS-CORRECTED
               IF LOAN-DECLINED THEN
                   ADD 1 TO CORRECTIONS-DECLINED
               ELSE
                   PERFORM WRITE-MONTHLY-COST-EXPORT
               END-IF
               IF CASE-QUEUED THEN
                   PERFORM QUEUE-CASE-FOR-REVIEW
               END-IF
           END-IF
           PERFORM REPORT-APPLIED-AMENDMENT
           EXIT.

      *> Formella kontroller av raden innan registret rörs. Fältkoden
      *> tolkas här; det nya värdet kontrolleras när fältet är känt.
       VALIDATE-AMENDMENT-ROW SECTION.
           MOVE SPACES TO REJECT-REASON
           IF AM-CASE-NUMBER IS NOT NUMERIC THEN
               MOVE "OGILTIGT ÄRENDENUMMER" TO REJECT-REASON
               EXIT SECTION
           END-IF
           PERFORM IDENTIFY-FIELD
           IF FIELD-UNKNOWN THEN
               MOVE "OKÄNT FÄLT" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF AM-NEW-VALUE = SPACES AND NOT FIELD-CANCELLATION THEN
               MOVE "NYTT VÄRDE SAKNAS" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF AM-REASON = SPACES THEN
               MOVE "ORSAK SAKNAS" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF AM-ADVISER-ID = SPACES THEN
               MOVE "HANDLÄGGARE SAKNAS" TO REJECT-REASON
           END-IF
           EXIT.

       IDENTIFY-FIELD SECTION.
           MOVE AM-FIELD-CODE TO FIELD-CODE
           INSPECT FIELD-CODE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(FIELD-CODE) TO FIELD-CODE
           MOVE SPACE TO FIELD-KIND
           MOVE 1 TO FIELD-APPLICANT
           MOVE 1 TO FIELD-BAND
           EVALUATE FIELD-CODE
               WHEN "A1-INKOMST"
                   SET FIELD-INCOME TO TRUE
               WHEN "A2-INKOMST"
                   SET FIELD-INCOME TO TRUE
                   MOVE 2 TO FIELD-APPLICANT
               WHEN "A1-KOMMUN"
                   SET FIELD-MUNICIPALITY TO TRUE
               WHEN "A2-KOMMUN"
                   SET FIELD-MUNICIPALITY TO TRUE
                   MOVE 2 TO FIELD-APPLICANT
               WHEN "A1-KONTANT"
                   SET FIELD-DEPOSIT TO TRUE
               WHEN "A2-KONTANT"
                   SET FIELD-DEPOSIT TO TRUE
                   MOVE 2 TO FIELD-APPLICANT
               WHEN "VUXNA"
                   SET FIELD-GROWN TO TRUE
               WHEN "BARN-0-3"
                   SET FIELD-CHILDREN TO TRUE
               WHEN "BARN-4-6"
                   SET FIELD-CHILDREN TO TRUE
                   MOVE 2 TO FIELD-BAND
               WHEN "BARN-7-10"
                   SET FIELD-CHILDREN TO TRUE
                   MOVE 3 TO FIELD-BAND
               WHEN "BARN-11-14"
                   SET FIELD-CHILDREN TO TRUE
                   MOVE 4 TO FIELD-BAND
               WHEN "BARN-15-19"
                   SET FIELD-CHILDREN TO TRUE
                   MOVE 5 TO FIELD-BAND
               WHEN "BILAR"
                   SET FIELD-CARS TO TRUE
               WHEN "LEASING"
                   SET FIELD-LEASING TO TRUE
               WHEN "OVRIGA-LAN"
                   SET FIELD-OTHER-LOANS TO TRUE
               WHEN "BOENDETYP"
                   SET FIELD-PROPERTY-TYPE TO TRUE
               WHEN "MAKULERA"
                   SET FIELD-CANCELLATION TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      *> Ärendets läge. Ett makulerat eller avslutat ärende ändras
      *> inte. En rättelse görs inte heller när kreditberedningen
      *> redan beslutat (beslutet gäller underlaget det fattades på)
      *> eller när lånelöftet har förfallit - då görs ett nytt
      *> ärende. En makulering är tillåten i båda fallen.
      *> Handläggaren ska tjänstgöra på det kontor som lämnade
      *> beskedet; ärenden utan kontor, och körningar utan KONTREG,
      *> kontrolleras inte.
       CHECK-CASE-STATE SECTION.
           IF CR-AMEND-CANCELLED THEN
               MOVE "REDAN MAKULERAT" TO REJECT-REASON
               EXIT SECTION
           END-IF
           *> Rader från före omladdningen har blankt utfall - de är
           *> öppna precis som nya ärenden.
           IF NOT CR-OUTCOME-OPEN THEN
               MOVE "REDAN AVSLUTAT" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF NOT FIELD-CANCELLATION THEN
               IF CR-REVIEW-AWAITING-SIGNOFF OR CR-REVIEW-APPROVED
                       OR CR-REVIEW-DECLINED THEN
                   MOVE "BESLUTAT I KREDITBER." TO REJECT-REASON
                   EXIT SECTION
               END-IF
               MOVE CR-CASE-NUMBER(1:8) TO VI-CASE-DATE
               MOVE TODAYS-DATE TO VI-TODAYS-DATE
               CALL "MAXLOAN-VALID" USING VALID-INPUT VALID-OUTPUT
               IF PROMISE-LAPSED THEN
                   MOVE "LÖFTET FÖRFALLET" TO REJECT-REASON
                   EXIT SECTION
               END-IF
           END-IF
           IF CR-OFFICE-CODE NOT = SPACES THEN
               MOVE CR-OFFICE-CODE TO AI-OFFICE-CODE
               MOVE AM-ADVISER-ID TO AI-ADVISER-ID
               MOVE TODAYS-DATE TO AI-CHECK-DATE
               CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT
                       ADVISER-OUTPUT
               IF NOT ADVISER-REGISTER-MISSING
                       AND NOT ADVISER-FOUND THEN
                   MOVE "FEL KONTOR/HANDLÄGGARE" TO REJECT-REASON
               END-IF
           END-IF
           EXIT.

      *> För in det nya värdet i ärendet. Belopp och antal ska vara
      *> heltal inom fältets storlek; kommunkoden ska finnas i
      *> skattetabellen och boendetypen i HSGFEE.
       APPLY-FIELD-CHANGE SECTION.
           IF FIELD-APPLICANT = 2 AND CR-A2-PERSONNUMMER = SPACES THEN
               MOVE "SÖKANDE 2 SAKNAS" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(AM-NEW-VALUE) TO NEW-VALUE-TEXT
           EVALUATE TRUE
               WHEN FIELD-MUNICIPALITY
                   PERFORM CHANGE-MUNICIPALITY
               WHEN FIELD-PROPERTY-TYPE
                   PERFORM CHANGE-PROPERTY-TYPE
               WHEN OTHER
                   PERFORM CHANGE-NUMERIC-FIELD
           END-EVALUATE
           EXIT.

       CHANGE-MUNICIPALITY SECTION.
           IF NEW-VALUE-TEXT(5:8) NOT = SPACES THEN
               MOVE "OGILTIGT VÄRDE" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE 0 TO TI-GROSS-SALARY
           MOVE NEW-VALUE-TEXT(1:4) TO TI-MUNICIPALITY-CODE
           MOVE CR-CASE-NUMBER(1:8) TO TI-EFFECTIVE-DATE
           CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
           IF NOT MUNICIPALITY-FOUND THEN
               MOVE "OKÄND KOMMUNKOD" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF FIELD-APPLICANT = 1 THEN
               MOVE CR-A1-MUNICIPALITY-CODE TO OLD-VALUE-TEXT
               MOVE NEW-VALUE-TEXT(1:4) TO CR-A1-MUNICIPALITY-CODE
           ELSE
               MOVE CR-A2-MUNICIPALITY-CODE TO OLD-VALUE-TEXT
               MOVE NEW-VALUE-TEXT(1:4) TO CR-A2-MUNICIPALITY-CODE
           END-IF
           EXIT.

       CHANGE-PROPERTY-TYPE SECTION.
           INSPECT NEW-VALUE-TEXT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           SET PT-IDX TO 1
           SEARCH PT-ENTRY
               AT END
                   MOVE "OKÄND BOENDETYP" TO REJECT-REASON
               WHEN PT-IDX > PROPERTY-TYPE-COUNT
                   MOVE "OKÄND BOENDETYP" TO REJECT-REASON
               WHEN PT-TYPE (PT-IDX) = NEW-VALUE-TEXT
                   MOVE CR-PROPERTY-TYPE TO OLD-VALUE-TEXT
                   MOVE NEW-VALUE-TEXT TO CR-PROPERTY-TYPE
           END-SEARCH
           EXIT.

      *> Belopp och antal. Det gamla värdet sparas som text för
      *> loggen och rapporten.
       CHANGE-NUMERIC-FIELD SECTION.
           EVALUATE TRUE
               WHEN FIELD-INCOME
                   MOVE 999999 TO NEW-NUMBER-MAXIMUM
               WHEN FIELD-DEPOSIT
                   MOVE 9999999 TO NEW-NUMBER-MAXIMUM
               WHEN FIELD-LEASING
                   MOVE 99999 TO NEW-NUMBER-MAXIMUM
               WHEN FIELD-OTHER-LOANS
                   MOVE 999999 TO NEW-NUMBER-MAXIMUM
               WHEN OTHER
                   MOVE 99 TO NEW-NUMBER-MAXIMUM
           END-EVALUATE
           PERFORM PARSE-NEW-NUMBER
           IF NOT NEW-NUMBER-VALID
                   OR NEW-NUMBER > NEW-NUMBER-MAXIMUM
                   OR (FIELD-GROWN AND NEW-NUMBER = 0) THEN
               MOVE "OGILTIGT VÄRDE" TO REJECT-REASON
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN FIELD-INCOME
                   PERFORM CHANGE-INCOME
               WHEN FIELD-DEPOSIT AND FIELD-APPLICANT = 1
                   MOVE CR-A1-CASH-DEPOSIT TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-A1-CASH-DEPOSIT
               WHEN FIELD-DEPOSIT
                   MOVE CR-A2-CASH-DEPOSIT TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-A2-CASH-DEPOSIT
               WHEN FIELD-GROWN
                   MOVE CR-TOTAL-GROWN TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-TOTAL-GROWN
               WHEN FIELD-CHILDREN
                   *> Äldre rader utan åldersband får först den
                   *> uppskattning omräkningen annars skulle göra.
                   IF CR-CHILD-BAND-COUNTS IS NOT NUMERIC THEN
                       PERFORM RESTORE-CHILD-BANDS
                       MOVE CHILD-BAND-COUNTS TO CR-CHILD-BAND-COUNTS
                   END-IF
                   MOVE CR-CHILD-BAND-COUNT (FIELD-BAND) TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-CHILD-BAND-COUNT (FIELD-BAND)
               WHEN FIELD-CARS
                   MOVE CR-CARS-OWNED TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-CARS-OWNED
               WHEN FIELD-LEASING
                   MOVE CR-CARS-LEASED-TOTAL-PRICE TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-CARS-LEASED-TOTAL-PRICE
               WHEN FIELD-OTHER-LOANS
                   MOVE CR-OTHER-LOAN-EXPENSES TO OLD-NUMBER
                   MOVE NEW-NUMBER TO CR-OTHER-LOAN-EXPENSES
           END-EVALUATE
           MOVE OLD-NUMBER TO DISPLAY-VALUE
           MOVE FUNCTION TRIM(DISPLAY-VALUE) TO OLD-VALUE-TEXT
           MOVE NEW-NUMBER TO DISPLAY-VALUE
           MOVE FUNCTION TRIM(DISPLAY-VALUE) TO NEW-VALUE-TEXT
           EXIT.

      *> Den rättade inkomsten stäms av mot inkomstregistret precis
      *> som i intervjun: över toleransen räknar kalkylen med den
      *> registrerade, och en avvikelse (H eller S) köas.
       CHANGE-INCOME SECTION.
           IF FIELD-APPLICANT = 1 THEN
               MOVE CR-A1-GROSS-SALARY TO OLD-NUMBER
               MOVE CR-A1-PERSONNUMMER TO INI-PERSONNUMMER
           ELSE
               MOVE CR-A2-GROSS-SALARY TO OLD-NUMBER
               MOVE CR-A2-PERSONNUMMER TO INI-PERSONNUMMER
           END-IF
           MOVE NEW-NUMBER TO INI-STATED-GROSS-SALARY
           CALL "MAXLOAN-INCOME" USING INCOME-INPUT INCOME-OUTPUT
           IF INCOME-OVERSTATED OR INCOME-NOT-IN-REGISTER THEN
               SET INCOME-FLAGGED TO TRUE
           END-IF
           MOVE INO-CHECK-RESULT TO CR-IC-RESULT (FIELD-APPLICANT)
           MOVE NEW-NUMBER
                   TO CR-IC-STATED-GROSS-SALARY (FIELD-APPLICANT)
           MOVE INO-REGISTER-GROSS-SALARY
                   TO CR-IC-REGISTER-GROSS-SALARY (FIELD-APPLICANT)
           MOVE INO-INCOME-YEAR TO CR-IC-INCOME-YEAR (FIELD-APPLICANT)
           IF FIELD-APPLICANT = 1 THEN
               MOVE INO-CALC-GROSS-SALARY TO CR-A1-GROSS-SALARY
           ELSE
               MOVE INO-CALC-GROSS-SALARY TO CR-A2-GROSS-SALARY
           END-IF
           EXIT.

      *> Det nya värdet som heltal: bara siffror, utan tecken,
      *> decimaler eller tusentalsavgränsare.
       PARSE-NEW-NUMBER SECTION.
           MOVE "N" TO NEW-NUMBER-VALID-SWITCH
           MOVE 0 TO NEW-NUMBER
           MOVE 0 TO NEW-VALUE-LENGTH
           INSPECT NEW-VALUE-TEXT TALLYING NEW-VALUE-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF NEW-VALUE-LENGTH = 0 THEN
               EXIT SECTION
           END-IF
           IF NEW-VALUE-LENGTH < 12 THEN
               IF NEW-VALUE-TEXT(NEW-VALUE-LENGTH + 1:) NOT = SPACES
                       THEN
                   EXIT SECTION
               END-IF
           END-IF
           IF NEW-VALUE-TEXT(1:NEW-VALUE-LENGTH) IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(NEW-VALUE-TEXT(1:NEW-VALUE-LENGTH))
                       TO NEW-NUMBER
               SET NEW-NUMBER-VALID TO TRUE
           END-IF
           EXIT.

      *> Engagemanget ur den sparade skuldkvoten (kvoten = (skuld +
      *> lånetak) / bruttoårsinkomst, avrundad till två decimaler).
      *> Ärenden sparade innan kvoten fanns räknas utan skuld, som
      *> vid övriga omräkningar.
       DERIVE-EXISTING-DEBT SECTION.
           MOVE 0 TO EXISTING-DEBT-BALANCE
           IF CR-SKULDKVOT IS NOT NUMERIC OR CR-GROSS-SALARY = 0 THEN
               EXIT SECTION
           END-IF
           COMPUTE DEBT-TOTAL = CR-SKULDKVOT * CR-GROSS-SALARY * 12
           IF DEBT-TOTAL > CR-MAX-LOAN-AMOUNT THEN
               COMPUTE DEBT-TOTAL = DEBT-TOTAL - CR-MAX-LOAN-AMOUNT
               IF DEBT-TOTAL > 999999999 THEN
                   MOVE 999999999 TO EXISTING-DEBT-BALANCE
               ELSE
                   MOVE DEBT-TOTAL TO EXISTING-DEBT-BALANCE
               END-IF
           END-IF
           EXIT.

      *> Hushållets summor räknas om ur sökandenas fält, så som
      *> intervjun räknar dem.
       DERIVE-HOUSEHOLD-TOTALS SECTION.
           COMPUTE CR-GROSS-SALARY = CR-A1-GROSS-SALARY
                   + CR-A2-GROSS-SALARY
           COMPUTE CR-CASH-DEPOSIT = CR-A1-CASH-DEPOSIT
                   + CR-A2-CASH-DEPOSIT
           IF CR-CHILD-BAND-COUNTS IS NUMERIC THEN
               COMPUTE CR-TOTAL-CHILDREN = CR-CHILD-BAND-COUNT (1)
                       + CR-CHILD-BAND-COUNT (2)
                       + CR-CHILD-BAND-COUNT (3)
                       + CR-CHILD-BAND-COUNT (4)
                       + CR-CHILD-BAND-COUNT (5)
           END-IF
           EXIT.

      *> Samma omräkning som MAXLOAN-INQUIRY gör, med tabellerna som
      *> gällde på ärendets datum.
       RECALCULATE-CASE SECTION.
           MOVE CR-CASE-NUMBER(1:8) TO EVALUATION-DATE
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
           MOVE EXISTING-DEBT-BALANCE TO EI-EXISTING-DEBT-BALANCE

           CALL "MAXLOAN-ENGINE" USING ENGINE-INPUT ENGINE-OUTPUT
           EXIT.

      *> Äldre CASEFILE-rader skrevs innan åldersbanden sparades per
      *> band - barnen läggs då i band 3 (7-10 år), samma uppskattning
      *> som i MAXLOAN-INQUIRY.
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

      *> Omräkningen förs in på ärendet. Ett ärende som inte tidigare
      *> gått till manuell handläggning köas när det nu får avslag
      *> eller när den rättade inkomsten avviker från registret.
       STORE-RECALCULATION SECTION.
           MOVE NET-SALARY TO CR-NET-SALARY
           MOVE TOTAL-EXPENSES TO CR-TOTAL-EXPENSES
           MOVE EO-MAX-LOAN-AMOUNT TO CR-MAX-LOAN-AMOUNT
           MOVE EO-MAX-PROPERTY-PRICE TO CR-MAX-PROPERTY-PRICE
           MOVE EO-SKULDKVOT TO CR-SKULDKVOT
           IF (LOAN-DECLINED OR INCOME-FLAGGED)
                   AND CR-REVIEW-NONE THEN
               SET CR-REVIEW-QUEUED TO TRUE
               SET CASE-QUEUED TO TRUE
           END-IF
           EXIT.

       WRITE-CHANGE-LOG SECTION.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE CR-CASE-NUMBER TO CG-CASE-NUMBER
           MOVE RUN-TIMESTAMP TO CG-TIMESTAMP
           IF FIELD-CANCELLATION THEN
               SET CG-CANCELLATION TO TRUE
           ELSE
               SET CG-CORRECTION TO TRUE
           END-IF
           MOVE FIELD-CODE TO CG-FIELD-CODE
           MOVE OLD-VALUE-TEXT TO CG-OLD-VALUE
           MOVE NEW-VALUE-TEXT TO CG-NEW-VALUE
           MOVE AM-REASON TO CG-REASON
           MOVE AM-ADVISER-ID TO CG-ADVISER-ID
           MOVE CR-A1-PERSONNUMMER TO CG-A1-PERSONNUMMER
           MOVE CR-A2-PERSONNUMMER TO CG-A2-PERSONNUMMER
           MOVE OLD-MAX-LOAN-AMOUNT TO CG-OLD-MAX-LOAN-AMOUNT
           MOVE CR-MAX-LOAN-AMOUNT TO CG-NEW-MAX-LOAN-AMOUNT
           MOVE BEFORE-IMAGE TO CG-BEFORE-IMAGE
           MOVE CASE-RECORD TO CG-AFTER-IMAGE
           WRITE CHANGE-LOG-RECORD
           IF CHANGE-LOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte skriva ändringen av ärende "
                       CR-CASE-NUMBER " till CHGLOG, status "
                       CHANGE-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *> Raden till låneursprungssystemet: MAKULERA med nollbelopp,
      *> ERSATT med de omräknade beloppen eller AVSLAG. Den går med
      *> dagens leverans och tillbaka till kontoret som lämnade
      *> beskedet.
       WRITE-LOAN-EXPORT SECTION.
           MOVE SPACES TO LOAN-EXPORT-RECORD
           MOVE CR-CASE-NUMBER TO LE-CASE-NUMBER
           MOVE CR-A1-PERSONNUMMER TO LE-A1-PERSONNUMMER
           MOVE CR-A2-PERSONNUMMER TO LE-A2-PERSONNUMMER
           EVALUATE TRUE
               WHEN FIELD-CANCELLATION
                   MOVE 0 TO LE-MAX-LOAN-AMOUNT
                   MOVE 0 TO LE-MAX-PROPERTY-PRICE
                   MOVE 0 TO LE-DEPOSIT-PERCENT
                   MOVE 0 TO LE-LOAN-PERCENT
                   MOVE "MAKULERA" TO LE-STATUS
               WHEN LOAN-DECLINED
                   MOVE CR-MAX-LOAN-AMOUNT TO LE-MAX-LOAN-AMOUNT
                   MOVE CR-MAX-PROPERTY-PRICE TO LE-MAX-PROPERTY-PRICE
                   MOVE EO-DEPOSIT-PERCENT TO LE-DEPOSIT-PERCENT
                   MOVE EO-LOAN-PERCENT TO LE-LOAN-PERCENT
                   MOVE "AVSLAG" TO LE-STATUS
               WHEN OTHER
                   MOVE CR-MAX-LOAN-AMOUNT TO LE-MAX-LOAN-AMOUNT
                   MOVE CR-MAX-PROPERTY-PRICE TO LE-MAX-PROPERTY-PRICE
                   MOVE EO-DEPOSIT-PERCENT TO LE-DEPOSIT-PERCENT
                   MOVE EO-LOAN-PERCENT TO LE-LOAN-PERCENT
                   MOVE "ERSATT" TO LE-STATUS
           END-EVALUATE
           MOVE TODAYS-DATE TO LE-EXPORT-DATE
           MOVE CR-OFFICE-CODE TO LE-OFFICE-CODE
           MOVE CR-ADVISER-ID TO LE-ADVISER-ID
           WRITE LOAN-EXPORT-RECORD
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte skriva ärende " CR-CASE-NUMBER
                       " till LOANEXP, status " LOAN-EXPORT-FILE-STATUS
                       " - meddela låneursprungssystemet manuellt"
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

      *> Ny månadskostnadskalkyl för det rättade beskedet - samma
      *> MAXLOAN-COST-anrop som intervjun gör.
       WRITE-MONTHLY-COST-EXPORT SECTION.
           IF NOT MCOST-FILE-OPEN THEN
               EXIT SECTION
           END-IF
           MOVE EO-MAX-LOAN-AMOUNT TO CI-LOAN-AMOUNT
           MOVE EO-INTEREST-RATE TO CI-INTEREST-RATE
           MOVE EO-AMORTERINGSKRAV TO CI-AMORTERINGSKRAV
           MOVE PROPERTY-EXPENSES TO CI-MONTHLY-FEE
           CALL "MAXLOAN-COST" USING COST-INPUT COST-OUTPUT

           MOVE SPACES TO MONTHLY-COST-RECORD
           MOVE CR-CASE-NUMBER TO MC-CASE-NUMBER
           MOVE CO-INTEREST-COST TO MC-INTEREST-COST
           MOVE CO-AMORTIZATION-COST TO MC-AMORTIZATION-COST
           MOVE CO-HOUSING-FEE TO MC-HOUSING-FEE
           MOVE CO-TAX-CREDIT TO MC-TAX-CREDIT
           MOVE CO-NET-MONTHLY-COST TO MC-NET-MONTHLY-COST
           MOVE TODAYS-DATE TO MC-EXPORT-DATE
           WRITE MONTHLY-COST-RECORD
           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva ärende "
                       CR-CASE-NUMBER " till MCOSTEXP, status "
                       MONTHLY-COST-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

      *> Köas med ärendenumret, som intervjuns avslag och
      *> inkomstavvikelser.
       QUEUE-CASE-FOR-REVIEW SECTION.
           IF NOT QUEUE-FILE-OPEN THEN
               DISPLAY "VARNING: ärende " CR-CASE-NUMBER
                       " kunde inte köas - följ upp det manuellt"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           MOVE SPACES TO MANUAL-QUEUE-RECORD
           MOVE CR-CASE-NUMBER TO MQ-QUEUE-NUMBER
           MOVE TODAYS-DATE TO MQ-ENTRY-DATE
           SET MQ-FROM-AMENDMENT TO TRUE
           IF LOAN-DECLINED THEN
               SET MQ-REASON-DECLINED TO TRUE
               MOVE EO-SHORTFALL TO MQ-SHORTFALL
           ELSE
               SET MQ-REASON-INCOME TO TRUE
               MOVE 0 TO MQ-SHORTFALL
           END-IF
           IF INCOME-FLAGGED THEN
               MOVE SPACES TO MQ-REASON-DETAIL
               IF INCOME-OVERSTATED THEN
                   STRING "A" FIELD-APPLICANT " INKOMST OVER REGISTRET"
                           DELIMITED BY SIZE INTO MQ-REASON-DETAIL
               ELSE
                   STRING "A" FIELD-APPLICANT " SAKNAS I INKOMSTREG"
                           DELIMITED BY SIZE INTO MQ-REASON-DETAIL
               END-IF
           END-IF
           SET MQ-IN-CASEFILE TO TRUE
           MOVE CR-A1-PERSONNUMMER TO MQ-A1-PERSONNUMMER
           MOVE CR-A2-PERSONNUMMER TO MQ-A2-PERSONNUMMER
           MOVE CR-MAX-LOAN-AMOUNT TO MQ-MAX-LOAN-AMOUNT
           MOVE 0 TO MQ-STATED-DEBT-SERVICE
           MOVE 0 TO MQ-REGISTERED-DEBT-SERVICE
           MOVE "N" TO MQ-DEBT-DEVIATION-FLAG
           MOVE 0 TO MQ-REJECT-COUNT
           MOVE CR-OFFICE-CODE TO MQ-OFFICE-CODE
           MOVE AM-ADVISER-ID TO MQ-ADVISER-ID
           WRITE MANUAL-QUEUE-RECORD
           IF MANUAL-QUEUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva ärende "
                       CR-CASE-NUMBER " till MANQUEUE, status "
                       MANUAL-QUEUE-FILE-STATUS
                       " - följ upp det manuellt"
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               ADD 1 TO CASES-QUEUED
           END-IF
           EXIT.

      *> Rapportraderna för en genomförd ändring: ärendet, fältet med
      *> gammalt och nytt värde, och för en rättelse lånetaket före
      *> och efter omräkningen.
       REPORT-APPLIED-AMENDMENT SECTION.
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           IF FIELD-CANCELLATION THEN
               STRING "MAKULERAT " CR-CASE-NUMBER "  "
                       AM-ADVISER-ID "  " AM-REASON
                       DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
               WRITE AMENDMENT-REPORT-LINE
               EXIT SECTION
           END-IF
           STRING "RÄTTAT    " CR-CASE-NUMBER "  " AM-ADVISER-ID
                   "  " FIELD-CODE " " OLD-VALUE-TEXT " -> "
                   NEW-VALUE-TEXT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE
           MOVE OLD-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
           MOVE CR-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT-2
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "          lånetak " DISPLAY-AMOUNT " -> "
                   DISPLAY-AMOUNT-2 " " CUR "  " LE-STATUS
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE
           IF CASE-QUEUED THEN
               MOVE "          köat för manuell handläggning"
                       TO AMENDMENT-REPORT-LINE
               WRITE AMENDMENT-REPORT-LINE
           END-IF
           IF (CR-REVIEW-QUEUED AND NOT CASE-QUEUED)
                   OR CR-REVIEW-RETURNED THEN
               MOVE SPACES TO AMENDMENT-REPORT-LINE
               STRING "          ligger hos kreditberedningen ("
                       FUNCTION TRIM(CR-REVIEW-STATUS)
                       ") - meddela rättelsen"
                       DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
               WRITE AMENDMENT-REPORT-LINE
           END-IF
           EXIT.

      *> Undantagsraden bär orsaken och raden så som den stod i
      *> filen, så att handläggaren kan rätta och skicka in den igen.
       REPORT-REJECTED-AMENDMENT SECTION.
           ADD 1 TO AMENDMENTS-REJECTED
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING REJECT-REASON " " AMENDMENT-RECORD(1:14) "  "
                   AM-FIELD-CODE " " AM-NEW-VALUE " " AM-ADVISER-ID
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "KALP RÄTTELSER OCH MAKULERINGAR " TODAYS-DATE
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE
           EXIT.

       WRITE-REPORT-TRAILER SECTION.
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE

           MOVE AMENDMENTS-READ TO DISPLAY-COUNT
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "Transaktioner lästa:      " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE

           MOVE AMENDMENTS-CORRECTED TO DISPLAY-COUNT
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "  varav rättelser:        " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE

           MOVE CORRECTIONS-DECLINED TO DISPLAY-COUNT
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "    som gav avslag:       " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE

           MOVE CASES-QUEUED TO DISPLAY-COUNT
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "    köade:                " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE

           MOVE AMENDMENTS-CANCELLED TO DISPLAY-COUNT
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "  varav makuleringar:     " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE

           MOVE AMENDMENTS-REJECTED TO DISPLAY-COUNT
           MOVE SPACES TO AMENDMENT-REPORT-LINE
           STRING "  varav ej införda:       " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO AMENDMENT-REPORT-LINE
           WRITE AMENDMENT-REPORT-LINE
           EXIT.

       CLOSE-AMEND-FILES SECTION.
           CLOSE AMENDMENT-FILE
           IF AMENDMENT-REPORT-FILE-STATUS = "00" THEN
               CLOSE AMENDMENT-REPORT-FILE
           END-IF
           IF FILES-READY THEN
               CLOSE CASE-FILE
               CLOSE CHANGE-LOG-FILE
               CLOSE LOAN-EXPORT-FILE
           END-IF
           IF MCOST-FILE-OPEN THEN
               CLOSE MONTHLY-COST-FILE
           END-IF
           IF QUEUE-FILE-OPEN THEN
               CLOSE MANUAL-QUEUE-FILE
           END-IF
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-AMEND" TO RJ-PROGRAM-NAME
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
           MOVE AMENDMENTS-READ TO RJ-ROWS-READ
           COMPUTE RJ-ROWS-WRITTEN = AMENDMENTS-CORRECTED
                   + AMENDMENTS-CANCELLED
           MOVE AMENDMENTS-REJECTED TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
