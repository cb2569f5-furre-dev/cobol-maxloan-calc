                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT WORK-FILE ASSIGN TO "WORKFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT MONTHLY-COST-FILE ASSIGN TO "MCOSTEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MONTHLY-COST-FILE-STATUS.
      *> Kön för manuell handläggning - spärrade sökande, avslag och
      *> väsentliga skuldavvikelser följs upp av kreditberedningen i
      *> MAXLOAN-REVIEW istället för på papper.
               SELECT MANUAL-QUEUE-FILE ASSIGN TO "MANQUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANUAL-QUEUE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  MONTHLY-COST-FILE.
           COPY MCOSTREC.

           FD  MANUAL-QUEUE-FILE.
           COPY MANQREC.

           WORKING-STORAGE SECTION.
           *> Variabler som är bestämda innan programmet startar.
           78  CUR VALUE "SEK".
           01  CASE-FILE-STATUS PIC X(02).
           01  LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  MONTHLY-COST-FILE-STATUS PIC X(02).
           01  MANUAL-QUEUE-FILE-STATUS PIC X(02).
           01  CHECKPOINT-STAGE PIC 9(01) VALUE 0.

           01  USER-INPUT-X PIC X(20).
           *> intervjun utan lämnas till manuell handläggning.
           COPY BLKLINK.

           *> In- och utdata till MAXLOAN-ADVISER - handläggaren
           *> anger kontor och handläggar-ID när intervjun startar,
           *> och båda kontrolleras mot kontors- och handläggar-
           *> registret innan något annat frågas.
           COPY ADVLINK.
           01  OFFICE-CODE PIC X(04) VALUE SPACES.
           01  ADVISER-ID PIC X(08) VALUE SPACES.

           *> Hushållets registrerade engagemang: månadskostnaden
           *> jämförs med kundens egen uppgift (den högre används),
           *> skulden ingår i skuldkvoten. Avviker uppgifterna med mer
               88  DEBT-DEVIATION VALUE "J".
           01  ANY-DEBT-FOUND-SWITCH PIC X(01) VALUE "N".
               88  ANY-DEBT-FOUND VALUE "J".
           *> Kundens egen uppgift innan den registrerade siffran
           *> eventuellt tar över - följer med till kön vid avvikelse.
           01  STATED-DEBT-SERVICE PIC 9(6) VALUE 0.
           01  DISPLAY-SKULDKVOT PIC Z9.99.
           01  DISPLAY-DEBT-SERVICE PIC ZZZ,ZZ9.

           *> In- och utdata till MAXLOAN-INCOME, som stämmer av den
           *> uppgivna inkomsten mot inkomstregistret. Ligger någon
           *> sökandes uppgift över registrets utöver toleransen,
           *> eller saknas sökanden i registret, flaggas ärendet och
           *> köas för manuell handläggning.
           COPY INCLINK.
           01  INCOME-FLAG-SWITCH PIC X(01) VALUE "N".
               88  INCOME-FLAGGED VALUE "J".
           01  DISPLAY-REGISTER-INCOME PIC ZZZ,ZZ9.

           *> In- och utdata till MAXLOAN-COST, månadskostnadskalkylen
           *> för det lämnade lånetaket.
           COPY COSTLINK.
           01  SECOND-APPLICANT-SWITCH PIC X(01) VALUE "N".
               88  HAS-SECOND-APPLICANT VALUE "J".

      *> A1-PERSONNUMMER är blankt tills sökande 1 klarat spärr-
      *> kontrollen - så vet köposten vilken sökande som var spärrad.
           01  APPLICANT-1.
               02  A1-PERSONNUMMER PIC X(12) VALUE SPACES.
               02  A1-MUNICIPALITY-CODE PIC X(04).
               02  A1-GROSS-SALARY PIC 9(6).
               02  A1-NET-SALARY PIC 9(6).
               02  A1-CASH-DEPOSIT PIC 9(7).
               02  A1-INCOME-CHECK-RESULT PIC X(01) VALUE SPACE.
               02  A1-STATED-GROSS-SALARY PIC 9(6) VALUE 0.
               02  A1-REGISTER-GROSS-SALARY PIC 9(6) VALUE 0.
               02  A1-INCOME-YEAR PIC 9(4) VALUE 0.

      *> A2-fälten har startvärden eftersom de aldrig fylls i när
      *> hushållet bara har en sökande - de skrivs ändå till CASEFILE
               02  A2-GROSS-SALARY PIC 9(6) VALUE 0.
               02  A2-NET-SALARY PIC 9(6) VALUE 0.
               02  A2-CASH-DEPOSIT PIC 9(7) VALUE 0.
               02  A2-INCOME-CHECK-RESULT PIC X(01) VALUE SPACE.
               02  A2-STATED-GROSS-SALARY PIC 9(6) VALUE 0.
               02  A2-REGISTER-GROSS-SALARY PIC 9(6) VALUE 0.
               02  A2-INCOME-YEAR PIC 9(4) VALUE 0.

           01  PERSONNUMMER PIC X(12).
           01  MUNICIPALITY-CODE PIC X(04).
           MOVE CALCULATION-DATE TO LI-EFFECTIVE-DATE
           CALL "MAXLOAN-LIVING" USING LIVING-INPUT LIVING-OUTPUT

           PERFORM ACCEPT-OFFICE-AND-ADVISER.
           PERFORM CHECK-FOR-RESUME.

           IF CHECKPOINT-STAGE < 1 THEN
               PERFORM SAVE-CHECKPOINT
           END-IF

           PERFORM CHECK-INCOME-FLAG.
           PERFORM CALCULATE-MAXIMUM-LOAN.
           PERFORM WRITE-CASE-RECORD.
           PERFORM WRITE-LOAN-EXPORT.
           IF NOT LOAN-DECLINED THEN
               PERFORM WRITE-MONTHLY-COST-EXPORT
           END-IF
           IF LOAN-DECLINED OR DEBT-DEVIATION OR INCOME-FLAGGED THEN
               PERFORM QUEUE-CASE-FOR-REVIEW
           END-IF
           PERFORM CLEAR-CHECKPOINT.

      *> Frågar vem som kör intervjun. Kontor och handläggare hör till
      *> den som slutför ärendet, inte till intervjun - de frågas
      *> därför vid varje start, även när ett påbörjat ärende
      *> återupptas, och sparas inte i WORKFILE.
       ACCEPT-OFFICE-AND-ADVISER SECTION.
           MOVE "N" TO AO-ADVISER-FOUND-SWITCH
           PERFORM UNTIL ADVISER-FOUND
               DISPLAY "Kontorskod?: " WITH NO ADVANCING
               ACCEPT USER-INPUT-X
               INSPECT USER-INPUT-X CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
               MOVE USER-INPUT-X(1:4) TO OFFICE-CODE

               DISPLAY "Handläggar-ID?: " WITH NO ADVANCING
               ACCEPT USER-INPUT-X
               INSPECT USER-INPUT-X CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
               MOVE USER-INPUT-X(1:8) TO ADVISER-ID

               MOVE OFFICE-CODE TO AI-OFFICE-CODE
               MOVE ADVISER-ID TO AI-ADVISER-ID
               MOVE CALCULATION-DATE TO AI-CHECK-DATE
               CALL "MAXLOAN-ADVISER" USING ADVISER-INPUT
                       ADVISER-OUTPUT
               IF OFFICE-CODE = SPACES OR NOT OFFICE-FOUND THEN
                   DISPLAY "Okänd kontorskod - kontrollera mot "
                           "kontorsregistret."
                   MOVE "N" TO AO-ADVISER-FOUND-SWITCH
               ELSE
                   IF ADVISER-ID = SPACES OR NOT ADVISER-FOUND THEN
                       DISPLAY "Handläggaren tjänstgör inte på "
                               "kontoret enligt kontorsregistret."
                       MOVE "N" TO AO-ADVISER-FOUND-SWITCH
                   END-IF
               END-IF
           END-PERFORM

           IF NOT ADVISER-REGISTER-MISSING THEN
               DISPLAY "Handläggare: " FUNCTION TRIM(AO-ADVISER-NAME)
                       ", " FUNCTION TRIM(AO-OFFICE-NAME)
           END-IF
           EXIT.

      *> Läser WORKFILE och frågar om ett tidigare påbörjat ärende ska
      *> återupptas. Om kunden svarar Nej, eller filen är tom eller
      *> saknas, körs intervjun från början som vanligt.
                       CLOSE WORK-FILE
                   NOT AT END
                       CLOSE WORK-FILE
                       DISPLAY "Ett påbörjat ärende hittades. Vill "
                               "du fortsätta det? (Ja/Nej): "
                               WITH NO ADVANCING
                       ACCEPT USER-INPUT-X
                       INSPECT USER-INPUT-X CONVERTING
                               'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
                       IF USER-INPUT-X = "JA" THEN
                           PERFORM RESTORE-CHECKPOINT
               MOVE WR-EXISTING-DEBT-BALANCE TO EXISTING-DEBT-BALANCE
           END-IF
           MOVE WR-DEBT-DEVIATION-SWITCH TO DEBT-DEVIATION-SWITCH
           IF WR-STATED-DEBT-SERVICE IS NUMERIC THEN
               MOVE WR-STATED-DEBT-SERVICE TO STATED-DEBT-SERVICE
           END-IF
           IF WR-REGISTERED-DEBT-SERVICE IS NUMERIC THEN
               MOVE WR-REGISTERED-DEBT-SERVICE
                       TO REGISTERED-DEBT-SERVICE
           END-IF
           *> Checkpointer sparade före inkomstavstämningen saknar
           *> fälten - ärendet sparas då som ej avstämt.
           IF WR-A1-STATED-GROSS-SALARY IS NUMERIC THEN
               MOVE WR-A1-INCOME-CHECK-RESULT TO A1-INCOME-CHECK-RESULT
               MOVE WR-A1-STATED-GROSS-SALARY TO A1-STATED-GROSS-SALARY
               MOVE WR-A1-REGISTER-GROSS-SALARY
                       TO A1-REGISTER-GROSS-SALARY
               MOVE WR-A1-INCOME-YEAR TO A1-INCOME-YEAR
               MOVE WR-A2-INCOME-CHECK-RESULT TO A2-INCOME-CHECK-RESULT
               MOVE WR-A2-STATED-GROSS-SALARY TO A2-STATED-GROSS-SALARY
               MOVE WR-A2-REGISTER-GROSS-SALARY
                       TO A2-REGISTER-GROSS-SALARY
               MOVE WR-A2-INCOME-YEAR TO A2-INCOME-YEAR
           END-IF
           EXIT.

      *> Sparar de vanliga arbetsfälten till WORKFILE efter varje avsnitt
           MOVE CAR-EXPENSES TO WR-CAR-EXPENSES
           MOVE EXISTING-DEBT-BALANCE TO WR-EXISTING-DEBT-BALANCE
           MOVE DEBT-DEVIATION-SWITCH TO WR-DEBT-DEVIATION-SWITCH
           MOVE STATED-DEBT-SERVICE TO WR-STATED-DEBT-SERVICE
           MOVE REGISTERED-DEBT-SERVICE TO WR-REGISTERED-DEBT-SERVICE
           MOVE A1-INCOME-CHECK-RESULT TO WR-A1-INCOME-CHECK-RESULT
           MOVE A1-STATED-GROSS-SALARY TO WR-A1-STATED-GROSS-SALARY
           MOVE A1-REGISTER-GROSS-SALARY TO WR-A1-REGISTER-GROSS-SALARY
           MOVE A1-INCOME-YEAR TO WR-A1-INCOME-YEAR
           MOVE A2-INCOME-CHECK-RESULT TO WR-A2-INCOME-CHECK-RESULT
           MOVE A2-STATED-GROSS-SALARY TO WR-A2-STATED-GROSS-SALARY
           MOVE A2-REGISTER-GROSS-SALARY TO WR-A2-REGISTER-GROSS-SALARY
           MOVE A2-INCOME-YEAR TO WR-A2-INCOME-YEAR

           OPEN OUTPUT WORK-FILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till WORKFILE, "
                       "status " WORK-FILE-STATUS
           ELSE
               WRITE WORK-RECORD
               CLOSE WORK-FILE
       CLEAR-CHECKPOINT SECTION.
           OPEN OUTPUT WORK-FILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte tömma WORKFILE, status "
                       WORK-FILE-STATUS
           ELSE
               CLOSE WORK-FILE
           END-IF
           EXIT.

       CALCULATE-DEPOSIT-AND-SALARY SECTION.
           DISPLAY "Söker ni lånet tillsammans, två sökande? "
                   "(Ja/Nej): " WITH NO ADVANCING
           ACCEPT USER-INPUT-X
           INSPECT USER-INPUT-X CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X = "JA" THEN
               SET HAS-SECOND-APPLICANT TO TRUE
           MOVE GROSS-SALARY TO A1-GROSS-SALARY
           MOVE NET-SALARY TO A1-NET-SALARY
           MOVE CASH-DEPOSIT TO A1-CASH-DEPOSIT
           MOVE INO-CHECK-RESULT TO A1-INCOME-CHECK-RESULT
           MOVE INI-STATED-GROSS-SALARY TO A1-STATED-GROSS-SALARY
           MOVE INO-REGISTER-GROSS-SALARY TO A1-REGISTER-GROSS-SALARY
           MOVE INO-INCOME-YEAR TO A1-INCOME-YEAR

           IF HAS-SECOND-APPLICANT THEN
               DISPLAY "== Sökande 2 =="
               MOVE GROSS-SALARY TO A2-GROSS-SALARY
               MOVE NET-SALARY TO A2-NET-SALARY
               MOVE CASH-DEPOSIT TO A2-CASH-DEPOSIT
               MOVE INO-CHECK-RESULT TO A2-INCOME-CHECK-RESULT
               MOVE INI-STATED-GROSS-SALARY TO A2-STATED-GROSS-SALARY
               MOVE INO-REGISTER-GROSS-SALARY
                       TO A2-REGISTER-GROSS-SALARY
               MOVE INO-INCOME-YEAR TO A2-INCOME-YEAR
           END-IF

           COMPUTE GROSS-SALARY = A1-GROSS-SALARY + A2-GROSS-SALARY
           CALL "MAXLOAN-PRIOR" USING PRIOR-INPUT PRIOR-OUTPUT
           IF PRIOR-CASE-FOUND THEN
               MOVE PRO-MAX-LOAN-AMOUNT TO DISPLAY-PRIOR-LOAN
               DISPLAY "OBS: hushållet har ett tidigare ärende inom "
                       "90 dagar."
               DISPLAY "  Ärendenummer: " PRO-CASE-NUMBER "  Datum: "
                       PRO-CASE-DATE "  Lånetak: "
                       FUNCTION TRIM(DISPLAY-PRIOR-LOAN) " " CUR
           END-IF
           EXIT.

           *> istället för att följa med in i CASEFILE och exporten.
           MOVE "N" TO PO-VALID-SWITCH
           PERFORM UNTIL PNR-VALID
               DISPLAY "Personnummer (ååååmmddnnnc)?: "
                       WITH NO ADVANCING
               ACCEPT PERSONNUMMER
               MOVE PERSONNUMMER TO PI-PERSONNUMMER
               CALL "MAXLOAN-PNR" USING PNR-INPUT PNR-OUTPUT
               IF NOT PNR-VALID THEN
                   DISPLAY "Ogiltigt personnummer - kontrollera datum "
                           "och kontrollsiffra."
               END-IF
           END-PERFORM

           MOVE CALCULATION-DATE TO BI-CHECK-DATE
           CALL "MAXLOAN-BLOCK" USING BLOCK-INPUT BLOCK-OUTPUT
           IF APPLICANT-BLOCKED THEN
               DISPLAY "Sökanden är spärrad i spärrfilen (kod "
                       FUNCTION TRIM(BO-BLOCK-CODE) ", gäller från "
                       BO-EFFECTIVE-DATE ")."
               DISPLAY "Ärendet kan inte hanteras i intervjun - "
                       "det lämnas till manuell handläggning."
               PERFORM QUEUE-BLOCKED-APPLICANT
               PERFORM CLEAR-CHECKPOINT
               STOP RUN
           END-IF
           DISPLAY "Total inkomst före skatt?: " WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           MOVE USER-INPUT-9 TO GROSS-SALARY
           PERFORM LOOKUP-INCOME-REGISTER

           DISPLAY "Kommunkod (t.ex. 0180 för Stockholm)?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-X
           MOVE USER-INPUT-X(1:4) TO MUNICIPALITY-CODE

           CALL "MAXLOAN-TAX" USING TAX-INPUT TAX-OUTPUT
           MOVE TO-NET-SALARY TO NET-SALARY

           DISPLAY "Hur stor kontantinsats vill du betala: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           MOVE USER-INPUT-9 TO CASH-DEPOSIT
           EXIT.
       
       CALCULATE-PROPERTY-EXPENSES SECTION.
           DISPLAY "Villa, Bostadsrätt, Radhus eller Fritidshus?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-X

           INSPECT USER-INPUT-X CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(USER-INPUT-X) TO HI-PROPERTY-TYPE
           MOVE HI-PROPERTY-TYPE TO PROPERTY-TYPE
           CALL "MAXLOAN-HOUSING" USING HOUSING-INPUT HOUSING-OUTPUT
           ACCEPT USER-INPUT-9
           ADD USER-INPUT-9 TO TOTAL-GROWN

           DISPLAY "Hur många barn 0-3 år i hushållet?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           ADD USER-INPUT-9 TO CHILD-BAND-COUNT (1)

           DISPLAY "Hur många barn 4-6 år i hushållet?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           ADD USER-INPUT-9 TO CHILD-BAND-COUNT (2)

           DISPLAY "Hur många barn 7-10 år i hushållet?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           ADD USER-INPUT-9 TO CHILD-BAND-COUNT (3)

           DISPLAY "Hur många barn 11-14 år i hushållet?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           ADD USER-INPUT-9 TO CHILD-BAND-COUNT (4)

           DISPLAY "Hur många barn 15-19 år i hushållet?: "
                   WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           ADD USER-INPUT-9 TO CHILD-BAND-COUNT (5)

           COMPUTE TOTAL-CHILDREN = CHILD-BAND-COUNT (1)
                   + CHILD-BAND-COUNT (2)
                   + CHILD-BAND-COUNT (3) + CHILD-BAND-COUNT (4)
                           + CHILD-BAND-COUNT (5)

           IF TOTAL-GROWN = 1 AND TOTAL-CHILDREN = 0 THEN
               COMPUTE FAMILY-MEMBERS-EXPENSES = LO-ONE-GROWN
           ELSE
               COMPUTE FAMILY-MEMBERS-EXPENSES =
                       (TOTAL-GROWN * LO-PER-GROWN)
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
           END-IF.

           DISPLAY FAMILY-MEMBERS-EXPENSES.
           PERFORM UNTIL USER-WANTS-TO-STOP
               IF FIRST-TIME-FLAG = 1 THEN
                   MOVE 0 TO FIRST-TIME-FLAG
                   DISPLAY "Äger du en bil? (Ja/Nej): "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "Äger du en annan bil? (Ja/Nej): "
                           WITH NO ADVANCING
               END-IF
               
               ACCEPT USER-INPUT-X
               *> Convert input to uppercase and trim spaces
               INSPECT USER-INPUT-X CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
               
               *> Check if user wants to stop
                   EXIT PERFORM
               END-IF
               
               DISPLAY "Äger du eller leasar du bilen? (Lease/Köpt): "
                       WITH NO ADVANCING
               ACCEPT USER-INPUT-X
               
               *> Convert input to uppercase and trim spaces
               INSPECT USER-INPUT-X CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
               
               IF USER-INPUT-X = "LEASE" THEN
                   DISPLAY "Hur mycket kostar den i månaden?: "
                           WITH NO ADVANCING
                   ACCEPT USER-INPUT-9
                   ADD USER-INPUT-9 TO CARS-LEASED-TOTAL-PRICE
               ELSE
           
           END-PERFORM.

           DISPLAY "Har mycket betalar du för andra lån eller "
                   "krediter som t.ex. studielån, billån eller "
                   "kortkrediter?: " WITH NO ADVANCING
           ACCEPT USER-INPUT-9
           MOVE USER-INPUT-9 TO OTHER-LOAN-EXPENSES

           PERFORM LOOKUP-DEBT-REGISTER

           *> Här kalkylerar vi den totala bil kostnaden
           COMPUTE CAR-EXPENSES = (CARS-OWNED * LO-PER-CAR)
                   + CARS-LEASED-TOTAL-PRICE.
           EXIT.

      *> Stämmer av den uppgivna inkomsten mot inkomstregistret
      *> innan nettolönen räknas fram. MAXLOAN-INCOME lämnar den
      *> inkomst kalkylen ska räkna med - den registrerade när
      *> kundens siffra ligger över den utöver toleransen.
       LOOKUP-INCOME-REGISTER SECTION.
           MOVE PERSONNUMMER TO INI-PERSONNUMMER
           MOVE GROSS-SALARY TO INI-STATED-GROSS-SALARY
           CALL "MAXLOAN-INCOME" USING INCOME-INPUT INCOME-OUTPUT
           IF INCOME-FOUND THEN
               MOVE INO-REGISTER-GROSS-SALARY TO DISPLAY-REGISTER-INCOME
               DISPLAY "Inkomstregistret: "
                       FUNCTION TRIM(DISPLAY-REGISTER-INCOME) " " CUR
                       "/mån (inkomstår " INO-INCOME-YEAR ", "
                       INO-EMPLOYER-COUNT " arbetsgivare)"
           END-IF
           EVALUATE TRUE
               WHEN INCOME-OVERSTATED
                   DISPLAY "OBS: uppgiven inkomst ligger väsentligt "
                           "över inkomstregistrets - den registrerade "
                           "inkomsten används och ärendet flaggas."
               WHEN INCOME-UNDERSTATED
                   DISPLAY "OBS: uppgiven inkomst ligger väsentligt "
                           "under inkomstregistrets - den uppgivna "
                           "inkomsten används."
               WHEN INCOME-NOT-IN-REGISTER
                   DISPLAY "OBS: sökanden saknas i inkomstregistret "
                           "- inkomsten kan inte stämmas av och "
                           "ärendet flaggas."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE INO-CALC-GROSS-SALARY TO GROSS-SALARY
           EXIT.

      *> Ärendet flaggas när någon sökandes inkomst låg över registrets
      *> utöver toleransen eller inte fanns i registret - görs efter
      *> intervjuavsnitten så att flaggan också gäller ett återupptaget
      *> ärende.
       CHECK-INCOME-FLAG SECTION.
           MOVE "N" TO INCOME-FLAG-SWITCH
           IF A1-INCOME-CHECK-RESULT = "H" OR "S"
                   OR A2-INCOME-CHECK-RESULT = "H" OR "S" THEN
               SET INCOME-FLAGGED TO TRUE
           END-IF
           EXIT.

      *> Stämmer av kundens egen uppgift mot kreditupplysningens
           MOVE 0 TO REGISTERED-DEBT-SERVICE
           MOVE 0 TO EXISTING-DEBT-BALANCE
           MOVE "N" TO ANY-DEBT-FOUND-SWITCH
           MOVE OTHER-LOAN-EXPENSES TO STATED-DEBT-SERVICE

           MOVE A1-PERSONNUMMER TO DI-PERSONNUMMER
           CALL "MAXLOAN-DEBT" USING DEBT-INPUT DEBT-OUTPUT
               COMPUTE SIGNED-DEBT-DIFFERENCE =
                       REGISTERED-DEBT-SERVICE - OTHER-LOAN-EXPENSES
               IF SIGNED-DEBT-DIFFERENCE > DEBT-DEVIATION-LIMIT
                       OR SIGNED-DEBT-DIFFERENCE < 0
                               - DEBT-DEVIATION-LIMIT THEN
                   SET DEBT-DEVIATION TO TRUE
                   MOVE REGISTERED-DEBT-SERVICE TO DISPLAY-DEBT-SERVICE
                   DISPLAY "OBS: uppgiven lånekostnad avviker "
                           "väsentligt från kreditupplysningens ("
                           FUNCTION TRIM(DISPLAY-DEBT-SERVICE) " " CUR
                           "/mån) - ärendet flaggas."
               END-IF
           END-IF

               ELSE
                   MOVE REGISTERED-DEBT-SERVICE TO OTHER-LOAN-EXPENSES
               END-IF
               DISPLAY "Den registrerade lånekostnaden används i "
                       "kalkylen."
           END-IF
           EXIT.

       CALCULATE-MAXIMUM-LOAN SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CASE-NUMBER

           COMPUTE TOTAL-EXPENSES = CAR-EXPENSES
                   + FAMILY-MEMBERS-EXPENSES + OTHER-LOAN-EXPENSES
                   + PROPERTY-EXPENSES

           MOVE GROSS-SALARY TO EI-GROSS-SALARY
           MOVE NET-SALARY TO EI-NET-SALARY

           IF LOAN-DECLINED THEN
               MOVE EO-SHORTFALL TO DISPLAY-SHORTFALL
               DISPLAY "Ansökan avslås - inkomsten räcker inte till "
                       "utgifterna."
               DISPLAY "Underskott efter avdragna utgifter: "
                       FUNCTION TRIM(DISPLAY-SHORTFALL) " " CUR
                       " per månad"
           ELSE
               MOVE EO-DEPOSIT-PERCENT TO DISPLAY-DEPOSIT-PERCENT
               MOVE EO-LOAN-PERCENT TO DISPLAY-LOAN-PERCENT
               MOVE EO-AMORTERINGSKRAV TO DISPLAY-AMORTERINGSKRAV
               DISPLAY "Du kan låna MAX "
                       FUNCTION TRIM(DISPLAY-MAX-LOAN-AMOUNT) " " CUR
                       " och du kan köpa för MAX "
                       FUNCTION TRIM(DISPLAY-MAX-PROPERTY-PRICE)
               DISPLAY "Du betalar "
                       FUNCTION TRIM(DISPLAY-DEPOSIT-PERCENT)
                       "% i kontantinsats, och lånar "
                       FUNCTION TRIM(DISPLAY-LOAN-PERCENT) "%"
               DISPLAY "Amorteringskrav enligt Finansinspektionen: "
                       FUNCTION TRIM(DISPLAY-AMORTERINGSKRAV) "%"
               MOVE EO-SKULDKVOT TO DISPLAY-SKULDKVOT
               DISPLAY "Skuldkvot: " FUNCTION TRIM(DISPLAY-SKULDKVOT)
                       " gånger bruttoårsinkomsten"
               PERFORM CALCULATE-MONTHLY-COST
               PERFORM DISPLAY-MONTHLY-COST
               DISPLAY "Lånetak vid olika räntenivåer:"
               PERFORM VARYING SCENARIO-SUB FROM 1 BY 1 UNTIL
                       SCENARIO-SUB > 4
                   COMPUTE SCENARIO-PERCENT = EO-SCENARIO-RATE
                           (SCENARIO-SUB) * 100
                   MOVE SCENARIO-PERCENT TO DISPLAY-SCENARIO-RATE
                   MOVE EO-SCENARIO-MAX-LOAN (SCENARIO-SUB)
                           TO DISPLAY-SCENARIO-LOAN
                   DISPLAY "  " DISPLAY-SCENARIO-RATE "%: "
                           FUNCTION TRIM(DISPLAY-SCENARIO-LOAN) " " CUR
               END-PERFORM
           END-IF
       EXIT.
      *> Sparar undan ärendet i CASEFILE så att ett tidigare lånetak kan
      *> spåras och räknas om i efterhand (revisionskrav).
       WRITE-CASE-RECORD SECTION.
           *> Ett nytt ärende är öppet - utfallet fylls i först när
           *> låneursprungssystemet rapporterar det.
           MOVE SPACES TO CASE-RECORD
           MOVE 0 TO CR-DISBURSED-AMOUNT
           MOVE 0 TO CR-PURCHASE-PRICE
           MOVE 0 TO CR-PAYOUT-DATE
           MOVE CASE-NUMBER TO CR-CASE-NUMBER
           MOVE A1-PERSONNUMMER TO CR-A1-PERSONNUMMER
           MOVE A1-MUNICIPALITY-CODE TO CR-A1-MUNICIPALITY-CODE
           MOVE CHILD-BAND-COUNT (3) TO CR-CHILD-BAND-COUNT (3)
           MOVE CHILD-BAND-COUNT (4) TO CR-CHILD-BAND-COUNT (4)
           MOVE CHILD-BAND-COUNT (5) TO CR-CHILD-BAND-COUNT (5)
           MOVE DEBT-DEVIATION-SWITCH TO CR-DEBT-DEVIATION-FLAG
           MOVE 0 TO CR-OVERRIDE-AMOUNT
           IF LOAN-DECLINED OR DEBT-DEVIATION OR INCOME-FLAGGED THEN
               SET CR-REVIEW-QUEUED TO TRUE
           END-IF
           MOVE OFFICE-CODE TO CR-OFFICE-CODE
           MOVE ADVISER-ID TO CR-ADVISER-ID
           MOVE EO-SKULDKVOT TO CR-SKULDKVOT
           MOVE A1-INCOME-CHECK-RESULT TO CR-IC-RESULT (1)
           MOVE A1-STATED-GROSS-SALARY TO CR-IC-STATED-GROSS-SALARY (1)
           MOVE A1-REGISTER-GROSS-SALARY
                   TO CR-IC-REGISTER-GROSS-SALARY (1)
           MOVE A1-INCOME-YEAR TO CR-IC-INCOME-YEAR (1)
           MOVE A2-INCOME-CHECK-RESULT TO CR-IC-RESULT (2)
           MOVE A2-STATED-GROSS-SALARY TO CR-IC-STATED-GROSS-SALARY (2)
           MOVE A2-REGISTER-GROSS-SALARY
                   TO CR-IC-REGISTER-GROSS-SALARY (2)
           MOVE A2-INCOME-YEAR TO CR-IC-INCOME-YEAR (2)

           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS = "35" THEN
           END-IF

           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till CASEFILE, "
                       "status " CASE-FILE-STATUS
           ELSE
               *> Vid dubblettnyckel gäller det sist sparade - samma
               *> regel som uppslagen alltid har tillämpat.
           ELSE
               MOVE "OK" TO LE-STATUS
           END-IF
           MOVE CALCULATION-DATE TO LE-EXPORT-DATE
           MOVE OFFICE-CODE TO LE-OFFICE-CODE
           MOVE ADVISER-ID TO LE-ADVISER-ID

           OPEN EXTEND LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS = "35" THEN
           END-IF

           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till LOANEXP, "
                       "status " LOAN-EXPORT-FILE-STATUS
           ELSE
               WRITE LOAN-EXPORT-RECORD
               CLOSE LOAN-EXPORT-FILE
           MOVE CO-HOUSING-FEE TO MC-HOUSING-FEE
           MOVE CO-TAX-CREDIT TO MC-TAX-CREDIT
           MOVE CO-NET-MONTHLY-COST TO MC-NET-MONTHLY-COST
           MOVE CALCULATION-DATE TO MC-EXPORT-DATE

           OPEN EXTEND MONTHLY-COST-FILE
           IF MONTHLY-COST-FILE-STATUS = "35" THEN
           END-IF

           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till MCOSTEXP, "
                       "status " MONTHLY-COST-FILE-STATUS
           ELSE
               WRITE MONTHLY-COST-RECORD
               CLOSE MONTHLY-COST-FILE
           END-IF
           EXIT.

      *> Spärrad sökande - det finns inget ärende att spara, så köposten
      *> får klockslagets nummer och bär spärrkoden. Sökande 2:s
      *> spärr köas med sökande 1:s personnummer bredvid.
       QUEUE-BLOCKED-APPLICANT SECTION.
           MOVE SPACES TO MANUAL-QUEUE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MQ-QUEUE-NUMBER
           SET MQ-REASON-BLOCKED TO TRUE
           MOVE BO-BLOCK-CODE TO MQ-REASON-DETAIL
           MOVE "N" TO MQ-IN-CASEFILE-SWITCH
           IF A1-PERSONNUMMER = SPACES THEN
               MOVE PERSONNUMMER TO MQ-A1-PERSONNUMMER
           ELSE
               MOVE A1-PERSONNUMMER TO MQ-A1-PERSONNUMMER
               MOVE PERSONNUMMER TO MQ-A2-PERSONNUMMER
           END-IF
           MOVE 0 TO MQ-MAX-LOAN-AMOUNT
           MOVE 0 TO MQ-SHORTFALL
           MOVE 0 TO MQ-STATED-DEBT-SERVICE
           MOVE 0 TO MQ-REGISTERED-DEBT-SERVICE
           MOVE "N" TO MQ-DEBT-DEVIATION-FLAG
           PERFORM WRITE-QUEUE-ENTRY
           EXIT.

      *> Avslag, väsentliga skuldavvikelser och inkomstavvikelser
      *> köas med ärendenumret, så att kreditberedningen når det
      *> sparade ärendet direkt. Ett avslag med avvikelse köas en
      *> gång, som avslag med flaggan satt; inkomstavvikelsen står
      *> då i orsakstexten.
       QUEUE-CASE-FOR-REVIEW SECTION.
           MOVE SPACES TO MANUAL-QUEUE-RECORD
           MOVE CASE-NUMBER TO MQ-QUEUE-NUMBER
           EVALUATE TRUE
               WHEN LOAN-DECLINED
                   SET MQ-REASON-DECLINED TO TRUE
               WHEN DEBT-DEVIATION
                   SET MQ-REASON-DEBT-DEVIATION TO TRUE
               WHEN OTHER
                   SET MQ-REASON-INCOME TO TRUE
           END-EVALUATE
           IF INCOME-FLAGGED THEN
               EVALUATE TRUE
                   WHEN A1-INCOME-CHECK-RESULT = "H"
                       MOVE "A1 INKOMST OVER REGISTRET"
                               TO MQ-REASON-DETAIL
                   WHEN A1-INCOME-CHECK-RESULT = "S"
                       MOVE "A1 SAKNAS I INKOMSTREG"
                               TO MQ-REASON-DETAIL
                   WHEN A2-INCOME-CHECK-RESULT = "H"
                       MOVE "A2 INKOMST OVER REGISTRET"
                               TO MQ-REASON-DETAIL
                   WHEN OTHER
                       MOVE "A2 SAKNAS I INKOMSTREG"
                               TO MQ-REASON-DETAIL
               END-EVALUATE
           END-IF
           SET MQ-IN-CASEFILE TO TRUE
           MOVE A1-PERSONNUMMER TO MQ-A1-PERSONNUMMER
           MOVE A2-PERSONNUMMER TO MQ-A2-PERSONNUMMER
           MOVE MAX-LOAN-AMOUNT TO MQ-MAX-LOAN-AMOUNT
           IF LOAN-DECLINED THEN
               MOVE EO-SHORTFALL TO MQ-SHORTFALL
           ELSE
               MOVE 0 TO MQ-SHORTFALL
           END-IF
           MOVE STATED-DEBT-SERVICE TO MQ-STATED-DEBT-SERVICE
           MOVE REGISTERED-DEBT-SERVICE TO MQ-REGISTERED-DEBT-SERVICE
           MOVE DEBT-DEVIATION-SWITCH TO MQ-DEBT-DEVIATION-FLAG
           PERFORM WRITE-QUEUE-ENTRY
           EXIT.

       WRITE-QUEUE-ENTRY SECTION.
           MOVE CALCULATION-DATE TO MQ-ENTRY-DATE
           SET MQ-FROM-INTERVIEW TO TRUE
           MOVE 0 TO MQ-REJECT-COUNT
           MOVE OFFICE-CODE TO MQ-OFFICE-CODE
           MOVE ADVISER-ID TO MQ-ADVISER-ID

           OPEN EXTEND MANUAL-QUEUE-FILE
           IF MANUAL-QUEUE-FILE-STATUS = "35" THEN
               *> MANQUEUE finns inte ännu - skapa den istället.
               OPEN OUTPUT MANUAL-QUEUE-FILE
           END-IF

           IF MANUAL-QUEUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till MANQUEUE, "
                       "status " MANUAL-QUEUE-FILE-STATUS
                       " - följ upp ärendet manuellt"
           ELSE
               WRITE MANUAL-QUEUE-RECORD
               CLOSE MANUAL-QUEUE-FILE
               DISPLAY "Ärendet är köat för manuell handläggning, "
                       "könummer " MQ-QUEUE-NUMBER " ("
                       FUNCTION TRIM(MQ-REASON-CODE) ")."
           END-IF
           EXIT.

      *> Ärendet är helt klart - egen sektion så att PERFORM WRITE-LOAN-
      *> EXPORT i mainlinen faktiskt returnerar innan programmet stoppas.
       END-OF-CASE SECTION.
