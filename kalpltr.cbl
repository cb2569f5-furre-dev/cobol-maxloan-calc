      *> tabeller som MAXLOAN-INQUIRY gör, så att brevet visar
      *> exakt det besked som lämnades. Avslag får inget brev -
      *> ett avslag är inget lånelöfte.
      *> Varje skrivet brev förs in i brevregistret (LTRREG) med
      *> ärendets kontor och handläggare, och brevet visar vilken
      *> handläggare kunden ska vända sig till.
      *> Objekt som prövats mot löftet i MAXLOAN-OBJECT (objekts-
      *> registret OBJREG) listas i brevet med pris och besked.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT MONTHLY-COST-FILE ASSIGN TO "MCOSTEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT LETTER-FILE ASSIGN TO "LTROUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.
               SELECT LETTER-REGISTER-FILE ASSIGN TO "LTRREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-REGISTER-FILE-STATUS.
               SELECT OBJECT-CHECK-FILE ASSIGN TO "OBJREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OBJECT-CHECK-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  LETTER-FILE.
           01  LETTER-LINE PIC X(80).

           FD  LETTER-REGISTER-FILE.
           COPY LTRREC.

           FD  OBJECT-CHECK-FILE.
           COPY OBJREC.

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  MONTHLY-COST-FILE-STATUS PIC X(02).
           01  PARAM-FILE-STATUS PIC X(02).
           01  LETTER-FILE-STATUS PIC X(02).
           01  LETTER-REGISTER-FILE-STATUS PIC X(02).
           01  OBJECT-CHECK-FILE-STATUS PIC X(02).

           01  LETTER-REGISTER-OPEN-SWITCH PIC X(01) VALUE "N".
               88  LETTER-REGISTER-OPEN VALUE "J".

           01  CASE-EOF-SWITCH PIC X(01) VALUE "N".
               88  CASE-EOF VALUE "J".
               88  MCOST-FOUND VALUE "J".
           01  MCOST-HIT-SUB PIC 9(5).

           *> Objektsprövningarna ur OBJREG, inlästa i sin helhet på
           *> samma sätt som månadskostnadsposterna.
           01  OBJECT-EOF-SWITCH PIC X(01) VALUE "N".
               88  OBJECT-EOF VALUE "J".
           01  OBJECT-TABLE.
               02  OBJECT-ENTRY OCCURS 5000 TIMES.
                   03  OT-CASE-NUMBER PIC 9(14).
                   03  OT-OBJECT-DESCRIPTION PIC X(30).
                   03  OT-PURCHASE-PRICE PIC 9(10).
                   03  OT-VERDICT PIC X(09).
           01  OBJECT-COUNT PIC 9(4) VALUE 0.
           01  OBJECT-SUB PIC 9(4).
           01  OBJECT-LINES-WRITTEN PIC 9(4).

           *> Levnadskostnaderna och skattesatserna hämtas med ärendets
           *> eget datum, så att omräkningen återskapar det besked som
           *> lämnades - samma uppslag som MAXLOAN-INQUIRY gör.
           *> tremånadersregel som bevakningen och ärendeförfrågan.
           COPY VALLINK.

           *> Handläggarens och kontorets namn till brevet, slagna
           *> mot kontors- och handläggarregistret med ärendets datum.
           COPY ADVLINK.

           01  TODAYS-DATE PIC 9(8).

           01  RECALC-DATE PIC 9(8).
           01  PROPERTY-EXPENSES PIC 9(5).
           01  TOTAL-EXPENSES PIC 9(7).

           *> Löftet i brevet: det maskinellt beräknade lånetaket och
           *> priset, eller det belopp kreditberedningen beviljat och
           *> det pris det ger med ärendets kontantinsats.
           01  PROMISE-LIMIT PIC 9(10).
           01  PROMISE-PROPERTY-PRICE PIC 9(10).

           01  SCENARIO-SUB PIC 9(01).
           01  SCENARIO-PERCENT PIC 99V9.

           01  LETTERS-WRITTEN PIC 9(5) VALUE 0.
           01  DECLINED-SKIPPED PIC 9(5) VALUE 0.
           01  CANCELLED-SKIPPED PIC 9(5) VALUE 0.

           01  DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-COST PIC ZZZ,ZZ9.
           PERFORM READ-PARAM-CARD
           PERFORM OPEN-LETTER-FILES
           PERFORM LOAD-MCOST-TABLE
           PERFORM LOAD-OBJECT-TABLE
           IF SINGLE-CASE-MODE AND NOT CASE-EOF THEN
               PERFORM FIND-SINGLE-CASE
           END-IF
               PERFORM SCAN-DAY-CASES
           END-IF
           IF SINGLE-CASE-MODE AND NOT CASE-FOUND THEN
               DISPLAY "VARNING: ärendet " WANTED-CASE-NUMBER
                       " hittades inte i CASEFILE - inget brev skrivet"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-LETTER-FILES
           DISPLAY "MAXLOAN-LETTER: " LETTERS-WRITTEN " brev skrivna, "
                   DECLINED-SKIPPED " avslag utan brev, "
                   CANCELLED-SKIPPED " makulerade utan brev"
           STOP RUN.

      *> Parameterkortet avgör läget: 14 siffror är ett ärendenummer,
               CLOSE PARAM-FILE
           END-IF

           IF PARAM-TEXT(1:14) IS NUMERIC AND PARAM-TEXT(15:66) =
                   SPACES THEN
               SET SINGLE-CASE-MODE TO TRUE
               MOVE PARAM-TEXT(1:14) TO WANTED-CASE-NUMBER
           ELSE
               IF PARAM-TEXT(1:8) IS NUMERIC AND PARAM-TEXT(9:72)
                       = SPACES THEN
                   SET WHOLE-DAY-MODE TO TRUE
                   MOVE PARAM-TEXT(1:8) TO WANTED-DAY
               ELSE
                   DISPLAY "VARNING: LTRPARM kunde inte tolkas - ange "
                           "ett 14-siffrigt ärendenummer eller ett "
                           "8-siffrigt datum"
                   MOVE 8 TO RETURN-CODE
                   SET CASE-EOF TO TRUE
                   SET MCOST-EOF TO TRUE
           IF NOT CASE-EOF THEN
               OPEN INPUT CASE-FILE
               IF CASE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "VARNING: kunde inte öppna CASEFILE, "
                           "status " CASE-FILE-STATUS
                   SET CASE-EOF TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF LETTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LTROUT, status "
                       LETTER-FILE-STATUS
               SET CASE-EOF TO TRUE
           END-IF

           *> Brevregistret är ackumulerande och öppnas för påfyllning.
           *> Går det inte att öppna skrivs breven ändå - de räknas
           *> då inte i kontorsrapporten.
           OPEN EXTEND LETTER-REGISTER-FILE
           IF LETTER-REGISTER-FILE-STATUS = "35" THEN
               *> LTRREG finns inte ännu - skapa det istället.
               OPEN OUTPUT LETTER-REGISTER-FILE
           END-IF
           IF LETTER-REGISTER-FILE-STATUS = "00" THEN
               SET LETTER-REGISTER-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna LTRREG, status "
                       LETTER-REGISTER-FILE-STATUS
                       " - breven registreras inte"
           END-IF
           EXIT.

      *> Saknas MCOSTEXP skrivs breven ändå, men utan månadskostnads-
           END-IF
           OPEN INPUT MONTHLY-COST-FILE
           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna MCOSTEXP, status "
                       MONTHLY-COST-FILE-STATUS
                       " - breven skrivs utan månadskostnadskalkyl"
               SET MCOST-EOF TO TRUE
               EXIT SECTION
           END-IF
                   NOT AT END
                       IF MCOST-COUNT < 10000 THEN
                           ADD 1 TO MCOST-COUNT
                           MOVE MC-CASE-NUMBER TO MT-CASE-NUMBER
                                   (MCOST-COUNT)
                           MOVE MC-INTEREST-COST TO MT-INTEREST-COST
                                   (MCOST-COUNT)
                           MOVE MC-AMORTIZATION-COST
                                   TO MT-AMORTIZATION-COST (MCOST-COUNT)
                           MOVE MC-HOUSING-FEE TO MT-HOUSING-FEE
                                   (MCOST-COUNT)
                           MOVE MC-TAX-CREDIT TO MT-TAX-CREDIT
                                   (MCOST-COUNT)
                           MOVE MC-NET-MONTHLY-COST
                                   TO MT-NET-MONTHLY-COST (MCOST-COUNT)
                       ELSE
                           DISPLAY "VARNING: MCOSTEXP har fler rader "
                                   "än tabellen rymmer - resten "
                                   "ignoreras"
                           SET MCOST-EOF TO TRUE
                       END-IF
               END-READ
           CLOSE MONTHLY-COST-FILE
           EXIT.

      *> Saknas OBJREG har inga objekt prövats - breven skrivs utan
      *> objektsdelen.
       LOAD-OBJECT-TABLE SECTION.
           IF CASE-EOF THEN
               EXIT SECTION
           END-IF
           OPEN INPUT OBJECT-CHECK-FILE
           IF OBJECT-CHECK-FILE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL OBJECT-EOF
               READ OBJECT-CHECK-FILE
                   AT END
                       SET OBJECT-EOF TO TRUE
                   NOT AT END
                       IF OBJECT-COUNT < 5000 THEN
                           ADD 1 TO OBJECT-COUNT
                           MOVE OC-CASE-NUMBER TO OT-CASE-NUMBER
                                   (OBJECT-COUNT)
                           MOVE OC-OBJECT-DESCRIPTION
                                   TO OT-OBJECT-DESCRIPTION
                                   (OBJECT-COUNT)
                           MOVE OC-PURCHASE-PRICE TO OT-PURCHASE-PRICE
                                   (OBJECT-COUNT)
                           MOVE OC-VERDICT TO OT-VERDICT
                                   (OBJECT-COUNT)
                       ELSE
                           DISPLAY "VARNING: OBJREG har fler rader "
                                   "än tabellen rymmer - resten "
                                   "ignoreras"
                           SET OBJECT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OBJECT-CHECK-FILE
           EXIT.

       FIND-SINGLE-CASE SECTION.
           MOVE WANTED-CASE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
           CLOSE CASE-FILE
           EXIT.

      *> Ett makulerat besked är inget lånelöfte och får inget brev,
      *> och inte heller ett besked som kreditberedningen avslagit -
      *> det räknas som avslag. Ett avsteg som kreditberedningen
      *> beviljat är ett löfte med det beviljade beloppet, också när
      *> det maskinella beskedet var avslag.
      *> Ett rättat besked skrivs med de rättade uppgifterna och en
      *> rad om att det ersätter det tidigare löftet.
       PRINT-LETTER SECTION.
           IF CR-AMEND-CANCELLED THEN
               ADD 1 TO CANCELLED-SKIPPED
               EXIT SECTION
           END-IF
           IF CR-REVIEW-APPROVED AND CR-OVERRIDE-AMOUNT IS NUMERIC
                   AND CR-OVERRIDE-AMOUNT > 0 THEN
               MOVE CR-OVERRIDE-AMOUNT TO PROMISE-LIMIT
               COMPUTE PROMISE-PROPERTY-PRICE =
                       CR-OVERRIDE-AMOUNT + CR-CASH-DEPOSIT
           ELSE
               MOVE CR-MAX-LOAN-AMOUNT TO PROMISE-LIMIT
               MOVE CR-MAX-PROPERTY-PRICE TO PROMISE-PROPERTY-PRICE
           END-IF
           IF PROMISE-LIMIT = 0 OR CR-REVIEW-DECLINED THEN
               ADD 1 TO DECLINED-SKIPPED
               EXIT SECTION
           END-IF
           PERFORM RECALCULATE-FOR-LETTER
           PERFORM FIND-MONTHLY-COST
           PERFORM WRITE-LETTER-LINES
           PERFORM REGISTER-LETTER
           ADD 1 TO LETTERS-WRITTEN
           EXIT.

       REGISTER-LETTER SECTION.
           IF NOT LETTER-REGISTER-OPEN THEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO LETTER-REGISTER-RECORD
           MOVE CR-CASE-NUMBER TO LR-CASE-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO LR-PRINT-DATE
           MOVE CR-OFFICE-CODE TO LR-OFFICE-CODE
           MOVE CR-ADVISER-ID TO LR-ADVISER-ID
           WRITE LETTER-REGISTER-RECORD
           IF LETTER-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte registrera brevet för "
                       CR-CASE-NUMBER " i LTRREG, status "
                       LETTER-REGISTER-FILE-STATUS
           END-IF
           EXIT.

      *> Samma omräkning som MAXLOAN-INQUIRY gör med ursprungsdatumets
      *> tabeller: skatten per sökande genom MAXLOAN-TAX, boende-
      *> avgiften genom MAXLOAN-HOUSING och lånekalkylen genom
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
       FIND-MONTHLY-COST SECTION.
           MOVE "N" TO MCOST-FOUND-SWITCH
           MOVE 0 TO MCOST-HIT-SUB
           PERFORM VARYING MCOST-SUB FROM 1 BY 1 UNTIL MCOST-SUB >
                   MCOST-COUNT
               IF MT-CASE-NUMBER (MCOST-SUB) = CR-CASE-NUMBER THEN
                   SET MCOST-FOUND TO TRUE
                   MOVE MCOST-SUB TO MCOST-HIT-SUB
           STRING "Beskedsdatum: " CR-CASE-NUMBER(1:8)
                   DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF CR-AMEND-CORRECTED THEN
               MOVE SPACES TO LETTER-LINE
               STRING "Rättat besked " CR-AMEND-DATE
                       " - ersätter tidigare lånelöfte"
                       DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

                       DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           PERFORM WRITE-ADVISER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE PROMISE-LIMIT TO DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "Ni kan låna högst:        " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE PROMISE-PROPERTY-PRICE TO DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "Ni kan köpa för högst:    " DISPLAY-AMOUNT " " CUR
                   DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE EO-AMORTERINGSKRAV TO DISPLAY-AMORTERINGSKRAV
           MOVE SPACES TO LETTER-LINE
           STRING "Amorteringskrav enligt Finansinspektionen: "
                   FUNCTION TRIM(DISPLAY-AMORTERINGSKRAV) " % per år"
                   DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           STRING "Lånelöftet gäller till och med: " VO-VALID-TO-DATE
                   DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM WRITE-OBJECT-CHECK-LINES
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           IF MCOST-FOUND THEN
               PERFORM WRITE-MONTHLY-COST-LINES
           ELSE
               MOVE "Månadskostnadskalkyl saknas för ärendet."
                       TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE

           MOVE "Lånetak vid olika räntenivåer:" TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM VARYING SCENARIO-SUB FROM 1 BY 1 UNTIL SCENARIO-SUB >
                   4
               COMPUTE SCENARIO-PERCENT = EO-SCENARIO-RATE
                       (SCENARIO-SUB) * 100
               MOVE SCENARIO-PERCENT TO DISPLAY-SCENARIO-RATE
               MOVE EO-SCENARIO-MAX-LOAN (SCENARIO-SUB)
                       TO DISPLAY-SCENARIO-LOAN
               MOVE SPACES TO LETTER-LINE
               STRING "  " DISPLAY-SCENARIO-RATE " %:  "
                       DISPLAY-SCENARIO-LOAN " " CUR
                       DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-PERFORM
           WRITE LETTER-LINE
           EXIT.

      *> Handläggaren och kontoret som lämnade beskedet. Ärenden utan
      *> kontor (sparade innan det registrerades) får ingen rad, och
      *> utan registret skrivs koderna istället för namnen.
       WRITE-ADVISER-LINE SECTION.
           IF CR-OFFICE-CODE = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE CR-OFFICE-CODE TO AI-OFFICE-CODE
           MOVE CR-ADVISER-ID TO AI-ADVISER-ID
           MOVE CR-CASE-NUMBER(1:8) TO AI-CHECK-DATE
           CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT ADVISER-OUTPUT
           MOVE SPACES TO LETTER-LINE
           IF ADVISER-FOUND AND NOT ADVISER-REGISTER-MISSING THEN
               STRING "Er handläggare: "
                       FUNCTION TRIM(AO-ADVISER-NAME) ", "
                       FUNCTION TRIM(AO-OFFICE-NAME)
                       DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING "Er handläggare: " CR-ADVISER-ID " kontor "
                       CR-OFFICE-CODE
                       DELIMITED BY SIZE INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           EXIT.

      *> Objekten som prövats mot löftet, med pris och besked.
      *> Ärenden utan prövade objekt får ingen objektsdel.
       WRITE-OBJECT-CHECK-LINES SECTION.
           MOVE 0 TO OBJECT-LINES-WRITTEN
           PERFORM VARYING OBJECT-SUB FROM 1 BY 1 UNTIL OBJECT-SUB >
                   OBJECT-COUNT
               IF OT-CASE-NUMBER (OBJECT-SUB) = CR-CASE-NUMBER THEN
                   IF OBJECT-LINES-WRITTEN = 0 THEN
                       MOVE SPACES TO LETTER-LINE
                       WRITE LETTER-LINE
                       MOVE "Objekt som prövats mot lånelöftet:"
                               TO LETTER-LINE
                       WRITE LETTER-LINE
                   END-IF
                   ADD 1 TO OBJECT-LINES-WRITTEN
                   MOVE OT-PURCHASE-PRICE (OBJECT-SUB) TO DISPLAY-AMOUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "  " OT-OBJECT-DESCRIPTION (OBJECT-SUB)
                           DISPLAY-AMOUNT " " CUR "  "
                           OT-VERDICT (OBJECT-SUB)
                           DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-PERFORM
           EXIT.

       WRITE-MONTHLY-COST-LINES SECTION.
           MOVE "Månadskostnadskalkyl för lånetaket:" TO LETTER-LINE
           WRITE LETTER-LINE

       CLOSE-LETTER-FILES SECTION.
           CLOSE LETTER-FILE
           IF LETTER-REGISTER-OPEN THEN
               CLOSE LETTER-REGISTER-FILE
           END-IF
           EXIT.
