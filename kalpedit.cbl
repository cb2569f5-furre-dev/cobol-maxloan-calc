      *> steg före MAXLOAN-BATCH. Varje fält i APPLICANT-RECORD
      *> kontrolleras: numeriska fält ska vara numeriska, kommunkoden
      *> ska finnas i kommunalskattetabellen, boendetypen ska finnas i
      *> HSGFEE (istället för att tyst falla ner på OKAND-avgiften),
      *> hushållsantalen ska vara rimliga, sökandena ska finnas i
      *> inkomstregistret och kontoret och handläggaren ska finnas i
      *> kontors- och handläggarregistret. Godkända rader skrivs
      *> oförändrade till VALIDIN, underkända till REJFILE med en rad
      *> per fel, så att batchen aldrig ser ogranskad indata och
      *> kundtjänst kan rätta och skicka in enbart avvisningarna.
      *> Varje avvisad rad köas dessutom en gång i kön för manuell
      *> handläggning (MANQUEUE) med sin första orsakskod, så att
      *> kreditberedningen ser den i MAXLOAN-REVIEW.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOUSING-FEE-FILE ASSIGN TO "HSGFEE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HOUSING-FILE-STATUS.
               SELECT MANUAL-QUEUE-FILE ASSIGN TO "MANQUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANUAL-QUEUE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY APPLREC.

           FD  VALID-FILE.
           01  VALID-RECORD PIC X(116).

           FD  REJECT-FILE.
           COPY REJREC.
           FD  HOUSING-FEE-FILE.
           COPY HSGREC.

           FD  MANUAL-QUEUE-FILE.
           COPY MANQREC.

           WORKING-STORAGE SECTION.
           01  APPLICANT-FILE-STATUS PIC X(02).
           01  VALID-FILE-STATUS PIC X(02).
           01  REJECT-FILE-STATUS PIC X(02).
           01  HOUSING-FILE-STATUS PIC X(02).
           01  MANUAL-QUEUE-FILE-STATUS PIC X(02).

           01  MANUAL-QUEUE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  MANUAL-QUEUE-OPEN VALUE "J".

           *> Köpostens nummer för en avvisad rad: dagens datum följt
           *> av 900000 plus radnumret i intagsfilen - ovanför alla
           *> batchpartitioners löpnummer, så att numret aldrig kan
           *> vara ett ärendenummer. En omkörning av samma fil ger
           *> samma nummer, och kön låter då den sista raden gälla.
           78  EDIT-QUEUE-SEQUENCE-BASE VALUE 900000.
           78  MAX-QUEUED-ROW-NUMBER VALUE 99999.
           01  EDIT-QUEUE-NUMBER.
               02  EQN-DATE PIC 9(8).
               02  EQN-SEQUENCE PIC 9(6).

           *> Radens första avvisning och antalet avvisade fält -
           *> köposten bär den första orsaken, REJFILE alla.
           01  FIRST-REJECT-FIELD PIC X(26).
           01  FIRST-REJECT-CODE PIC X(05).
           01  ROW-REJECT-COUNT PIC 9(02).
           01  ROWS-QUEUED PIC 9(06) VALUE 0.

           01  APPLICANT-EOF-SWITCH PIC X(01) VALUE "N".
               88  NO-MORE-APPLICANTS VALUE "Y".
           *> skickar in dem på nytt.
           COPY BLKLINK.

           *> In- och utdata till MAXLOAN-ADVISER - samma kontroll av
           *> kontor och handläggare som intervjun gör vid start.
           COPY ADVLINK.

           *> In- och utdata till MAXLOAN-INCOME - en sökande som
           *> saknas i inkomstregistret kan inte få sin inkomst
           *> avstämd och avvisas till manuell handläggning (FEL09)
           *> istället för att batchen räknar på en okontrollerad
           *> inkomst. Avvikelser mot registret är inget fel här -
           *> dem hanterar batchen enligt kreditpolicyn.
           COPY INCLINK.
           01  INCOME-WARNING-SWITCH PIC X(01) VALUE "N".
               88  INCOME-WARNING-GIVEN VALUE "J".

           *> Giltiga boendetyper, inlästa från HSGFEE på samma sätt som
           *> i MAXLOAN-HOUSING - men utan OKAND-raden, eftersom det är
           *> just den tysta reservavgiften som granskningen ska fånga.
                   WRITE VALID-RECORD
               ELSE
                   ADD 1 TO APPLICANTS-REJECTED
                   PERFORM QUEUE-REJECTED-ROW
               END-IF
               PERFORM READ-NEXT-APPLICANT
           END-PERFORM
           PERFORM CLOSE-EDIT-FILES
           DISPLAY "MAXLOAN-EDIT: " APPLICANTS-READ " lästa, "
                   APPLICANTS-VALID " godkända, "
                   APPLICANTS-REJECTED " avvisade, " ROWS-QUEUED
                   " köade för manuell handläggning"
           IF APPLICANTS-REJECTED > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       OPEN-EDIT-FILES SECTION.
           OPEN INPUT APPLICANT-FILE
           IF APPLICANT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna APPLIN, status "
                       APPLICANT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
           END-IF

           OPEN OUTPUT VALID-FILE
           IF VALID-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna VALIDIN, status "
                       VALID-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna REJFILE, status "
                       REJECT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET NO-MORE-APPLICANTS TO TRUE
           END-IF

           *> Kön är ackumulerande och öppnas för påfyllning. Går den
           *> inte att öppna granskas filen ändå - avvisningarna
           *> finns kvar i REJFILE.
           OPEN EXTEND MANUAL-QUEUE-FILE
           IF MANUAL-QUEUE-FILE-STATUS = "35" THEN
               *> MANQUEUE finns inte ännu - skapa den istället.
               OPEN OUTPUT MANUAL-QUEUE-FILE
           END-IF
           IF MANUAL-QUEUE-FILE-STATUS = "00" THEN
               SET MANUAL-QUEUE-OPEN TO TRUE
           ELSE
               DISPLAY "VARNING: kunde inte öppna MANQUEUE, status "
                       MANUAL-QUEUE-FILE-STATUS " - avvisningarna "
                       "köas inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
           END-IF
           EXIT.

      *> Läser in de giltiga boendetyperna från HSGFEE. Om filen saknas
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
       VALIDATE-APPLICANT SECTION.
           MOVE "J" TO ROW-VALID-SWITCH
           MOVE SPACES TO REJECT-RECORD
           MOVE SPACES TO FIRST-REJECT-FIELD
           MOVE SPACES TO FIRST-REJECT-CODE
           MOVE 0 TO ROW-REJECT-COUNT

           IF AR-A1-GROSS-SALARY IS NOT NUMERIC THEN
               MOVE "AR-A1-GROSS-SALARY" TO REJ-FIELD
               PERFORM REJECT-NOT-NUMERIC
           END-IF

           PERFORM VARYING CHILD-BAND-SUB FROM 1 BY 1 UNTIL
                   CHILD-BAND-SUB > 5
               IF AR-CHILD-BAND-COUNT (CHILD-BAND-SUB) IS NOT
                       NUMERIC THEN
                   MOVE "AR-CHILD-BAND-COUNT" TO REJ-FIELD
                   PERFORM REJECT-NOT-NUMERIC
               END-IF

           PERFORM VALIDATE-MUNICIPALITY-CODES
           PERFORM VALIDATE-PERSONNUMMER
           PERFORM VALIDATE-INCOME-REGISTER
           PERFORM VALIDATE-HOUSING-TYPE
           PERFORM VALIDATE-HOUSEHOLD-COUNTS
           PERFORM VALIDATE-OFFICE-AND-ADVISER
           EXIT.

      *> Kommunkoden för sökande 1 måste alltid finnas i tabellen.
               PERFORM REJECT-UNKNOWN-MUNICIPALITY
           END-IF

           IF AR-A2-GROSS-SALARY IS NUMERIC AND AR-A2-GROSS-SALARY >
                   0 THEN
               MOVE AR-A2-MUNICIPALITY-CODE TO TI-MUNICIPALITY-CODE
               CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
               IF NOT MUNICIPALITY-FOUND THEN
               PERFORM WRITE-REJECT-LINE
           END-IF

           IF AR-A2-GROSS-SALARY IS NUMERIC AND AR-A2-GROSS-SALARY >
                   0 THEN
               MOVE AR-A2-PERSONNUMMER TO PI-PERSONNUMMER
               CALL "MAXLOAN-PNR" USING PNR-INPUT PNR-OUTPUT
               IF NOT PNR-VALID THEN
           END-IF
           EXIT.

      *> Sökande 1 ska alltid finnas i inkomstregistret, sökande 2
      *> när det finns en andra sökande. Kunde registret inte läsas
      *> avvisas ingenting - då varnas en gång och batchen får
      *> flagga ärendena som ej avstämda.
       VALIDATE-INCOME-REGISTER SECTION.
           MOVE AR-A1-PERSONNUMMER TO INI-PERSONNUMMER
           MOVE 0 TO INI-STATED-GROSS-SALARY
           IF AR-A1-GROSS-SALARY IS NUMERIC THEN
               MOVE AR-A1-GROSS-SALARY TO INI-STATED-GROSS-SALARY
           END-IF
           CALL "MAXLOAN-INCOME" USING INCOME-INPUT INCOME-OUTPUT
           IF INCOME-REGISTER-MISSING THEN
               IF NOT INCOME-WARNING-GIVEN THEN
                   DISPLAY "VARNING: INCREG kunde inte läsas - "
                           "inkomsterna granskas inte"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   SET INCOME-WARNING-GIVEN TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           IF INCOME-NOT-IN-REGISTER THEN
               MOVE "AR-A1-PERSONNUMMER" TO REJ-FIELD
               MOVE "FEL09" TO REJ-REASON-CODE
               PERFORM WRITE-REJECT-LINE
           END-IF

           IF AR-A2-GROSS-SALARY IS NUMERIC AND AR-A2-GROSS-SALARY >
                   0 THEN
               MOVE AR-A2-PERSONNUMMER TO INI-PERSONNUMMER
               MOVE AR-A2-GROSS-SALARY TO INI-STATED-GROSS-SALARY
               CALL "MAXLOAN-INCOME" USING INCOME-INPUT INCOME-OUTPUT
               IF INCOME-NOT-IN-REGISTER THEN
                   MOVE "AR-A2-PERSONNUMMER" TO REJ-FIELD
                   MOVE "FEL09" TO REJ-REASON-CODE
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF
           EXIT.

       VALIDATE-HOUSING-TYPE SECTION.
           MOVE AR-HOUSING-TYPE TO CHECK-PROPERTY-TYPE
           INSPECT CHECK-PROPERTY-TYPE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(CHECK-PROPERTY-TYPE)
                   TO CHECK-PROPERTY-TYPE

           SET PT-IDX TO 1
           SEARCH PT-ENTRY
      *> redan har klarat den numeriska kontrollen.
       VALIDATE-HOUSEHOLD-COUNTS SECTION.
           IF AR-TOTAL-GROWN IS NUMERIC THEN
               IF AR-TOTAL-GROWN = 0 OR AR-TOTAL-GROWN >
                       MAX-GROWN-IN-HOUSEHOLD THEN
                   MOVE "AR-TOTAL-GROWN" TO REJ-FIELD
                   PERFORM REJECT-IMPLAUSIBLE-COUNT
               END-IF
           END-IF

           MOVE 0 TO CHILDREN-TOTAL
           PERFORM VARYING CHILD-BAND-SUB FROM 1 BY 1 UNTIL
                   CHILD-BAND-SUB > 5
               IF AR-CHILD-BAND-COUNT (CHILD-BAND-SUB) IS NUMERIC THEN
                   ADD AR-CHILD-BAND-COUNT (CHILD-BAND-SUB)
                           TO CHILDREN-TOTAL
                   IF AR-CHILD-BAND-COUNT (CHILD-BAND-SUB) >
                           MAX-CHILDREN-PER-BAND THEN
                       MOVE "AR-CHILD-BAND-COUNT" TO REJ-FIELD
                       PERFORM REJECT-IMPLAUSIBLE-COUNT
                   END-IF
           END-IF
           EXIT.

      *> Kontoret ska finnas i KONTREG och handläggaren tjänstgöra
      *> där på granskningsdagen. Handläggaren granskas bara när
      *> kontoret är godkänt - annars vore båda felen samma fel.
       VALIDATE-OFFICE-AND-ADVISER SECTION.
           MOVE AR-OFFICE-CODE TO AI-OFFICE-CODE
           MOVE AR-ADVISER-ID TO AI-ADVISER-ID
           MOVE TODAYS-DATE TO AI-CHECK-DATE
           CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT ADVISER-OUTPUT
           IF AR-OFFICE-CODE = SPACES OR NOT OFFICE-FOUND THEN
               MOVE "AR-OFFICE-CODE" TO REJ-FIELD
               MOVE "FEL07" TO REJ-REASON-CODE
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF AR-ADVISER-ID = SPACES OR NOT ADVISER-FOUND THEN
                   MOVE "AR-ADVISER-ID" TO REJ-FIELD
                   MOVE "FEL08" TO REJ-REASON-CODE
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF
           EXIT.

       REJECT-NOT-NUMERIC SECTION.
           MOVE "FEL01" TO REJ-REASON-CODE
           PERFORM WRITE-REJECT-LINE
           EXIT.

       WRITE-REJECT-LINE SECTION.
           IF ROW-IS-VALID THEN
               MOVE REJ-FIELD TO FIRST-REJECT-FIELD
               MOVE REJ-REASON-CODE TO FIRST-REJECT-CODE
           END-IF
           IF ROW-REJECT-COUNT < 99 THEN
               ADD 1 TO ROW-REJECT-COUNT
           END-IF
           MOVE "N" TO ROW-VALID-SWITCH
           MOVE AR-CASE-REF TO REJ-CASE-REF
           WRITE REJECT-RECORD
           MOVE SPACES TO REJECT-RECORD
           EXIT.

      *> En köpost per avvisad rad, med den första orsakskoden och
      *> fältet den gällde. Spärrade sökande (FEL06) hamnar här på
      *> samma sätt som i intervjun.
       QUEUE-REJECTED-ROW SECTION.
           IF NOT MANUAL-QUEUE-OPEN THEN
               EXIT SECTION
           END-IF
           IF APPLICANTS-READ > MAX-QUEUED-ROW-NUMBER THEN
               DISPLAY "VARNING: rad " APPLICANTS-READ " ("
                       AR-CASE-REF ") ligger utanför könumrens "
                       "serie och köas inte"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF

           MOVE SPACES TO MANUAL-QUEUE-RECORD
           MOVE TODAYS-DATE TO EQN-DATE
           COMPUTE EQN-SEQUENCE = EDIT-QUEUE-SEQUENCE-BASE
                   + APPLICANTS-READ
           MOVE EDIT-QUEUE-NUMBER TO MQ-QUEUE-NUMBER
           MOVE TODAYS-DATE TO MQ-ENTRY-DATE
           SET MQ-FROM-EDIT TO TRUE
           MOVE FIRST-REJECT-CODE TO MQ-REASON-CODE
           MOVE FIRST-REJECT-FIELD TO MQ-REASON-DETAIL
           MOVE "N" TO MQ-IN-CASEFILE-SWITCH
           MOVE AR-CASE-REF TO MQ-CASE-REF
           MOVE AR-A1-PERSONNUMMER TO MQ-A1-PERSONNUMMER
           IF AR-A2-GROSS-SALARY IS NUMERIC AND AR-A2-GROSS-SALARY >
                   0 THEN
               MOVE AR-A2-PERSONNUMMER TO MQ-A2-PERSONNUMMER
           END-IF
           MOVE 0 TO MQ-MAX-LOAN-AMOUNT
           MOVE 0 TO MQ-SHORTFALL
           MOVE 0 TO MQ-STATED-DEBT-SERVICE
           MOVE 0 TO MQ-REGISTERED-DEBT-SERVICE
           MOVE "N" TO MQ-DEBT-DEVIATION-FLAG
           MOVE ROW-REJECT-COUNT TO MQ-REJECT-COUNT
           MOVE AR-OFFICE-CODE TO MQ-OFFICE-CODE
           MOVE AR-ADVISER-ID TO MQ-ADVISER-ID
           WRITE MANUAL-QUEUE-RECORD
           IF MANUAL-QUEUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte köa rad " AR-CASE-REF
                       " i MANQUEUE, status " MANUAL-QUEUE-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               ADD 1 TO ROWS-QUEUED
           END-IF
           EXIT.

       CLOSE-EDIT-FILES SECTION.
           CLOSE APPLICANT-FILE
           CLOSE VALID-FILE
           CLOSE REJECT-FILE
           IF MANUAL-QUEUE-OPEN THEN
               CLOSE MANUAL-QUEUE-FILE
           END-IF
           EXIT.

       WRITE-RUNLOG-START SECTION.
