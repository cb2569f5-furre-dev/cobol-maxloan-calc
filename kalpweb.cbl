       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-WEB.
      *> Översätter webbformulärets nattliga ansökningsfil (WEBIN) till
      *> intagsrader i samma fasta format som kundtjänstens intagslista
      *> (APPLREC), så att webbansökningarna går samma väg genom
      *> MAXLOAN-EDIT och MAXLOAN-BATCH som alla andra. Utfilen
      *> (APPLOUT) läggs efter dagens intagsfil i batchjobbens APPLIN.
      *> Webbfilen har en rad per sökande med fälten åtskilda av
      *> semikolon, i denna ordning:
      *>    1 ansöknings-id (högst nio tecken)
      *>    2 personnummer, tolv siffror (bindestreck tillåtet)
      *>    3 månadsinkomst före skatt
      *>    4 kommunens namn (eller kommunkoden)
      *>    5 sökandens kontantinsats
      *>    6 boendetyp i fritext ("Bostadsrätt", "lägenhet", "hus")
      *>    7 antal vuxna i hushållet
      *>    8 barnens åldrar, åtskilda av kommatecken ("2,5,11")
      *>    9 antal ägda bilar
      *>   10 leasingkostnad per månad
      *>   11 övriga lånekostnader per månad
      *> En ansökan med två sökande står på två rader i följd med
      *> samma ansöknings-id: första raden blir sökande 1 och andra
      *> sökande 2. Hushållets uppgifter (fält 6-11) läses från första
      *> raden; kontantinsatserna läggs ihop, eftersom intagsraden
      *> bara bär hushållets samlade insats. Belopp får ha mellanslag
      *> eller punkt som tusentalsavgränsare, "kr", "SEK" eller ":-"
      *> efter beloppet och nollor efter decimalkomma. Tomma fält för
      *> kontantinsats, bilar, leasing och övriga lån räknas som noll,
      *> tomt antal vuxna som antalet sökande.
      *> Översättningen:
      *>   - ärendereferensen blir W följd av ansöknings-id,
      *>   - boendetypen tolkas genom synonymtabellen nedan och ska
      *>     finnas i HSGFEE,
      *>   - barnens åldrar räknas in i de fem åldersbanden
      *>     (AR-CHILD-BAND-COUNT, samma band som CHILDAGE),
      *>   - kommunens namn slås upp i KOMSKATT,
      *>   - kontor och handläggare blir webbkanalens egna (registrerade
      *>     i KONTREG) och AR-CHANNEL sätts till WEBB.
      *> Ansökningar som inte går att översätta skrivs till
      *> avvisningslistan WEBREJ (WREJREC) med orsaken och varje
      *> originalrad, och jobbet slutar med returkod 4. Övrig
      *> granskning - personnummerkontroll, spärrar, inkomstregister -
      *> görs som för alla intagsrader av MAXLOAN-EDIT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WEB-APPLICATION-FILE ASSIGN TO "WEBIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WEB-FILE-STATUS.
               SELECT APPLICANT-FILE ASSIGN TO "APPLOUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APPLICANT-FILE-STATUS.
               SELECT WEB-REJECT-FILE ASSIGN TO "WEBREJ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WEB-REJECT-FILE-STATUS.
               SELECT HOUSING-FEE-FILE ASSIGN TO "HSGFEE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HOUSING-FILE-STATUS.
               SELECT KOMSKATT-FILE ASSIGN TO "KOMSKATT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS KOMSKATT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  WEB-APPLICATION-FILE.
           01  WEB-INPUT-LINE PIC X(250).

           FD  APPLICANT-FILE.
           COPY APPLREC.

           FD  WEB-REJECT-FILE.
           COPY WREJREC.

           FD  HOUSING-FEE-FILE.
           COPY HSGREC.

           FD  KOMSKATT-FILE.
           COPY KOMREC.

           WORKING-STORAGE SECTION.
           01  WEB-FILE-STATUS PIC X(02).
           01  APPLICANT-FILE-STATUS PIC X(02).
           01  WEB-REJECT-FILE-STATUS PIC X(02).
           01  HOUSING-FILE-STATUS PIC X(02).
           01  KOMSKATT-FILE-STATUS PIC X(02).

           01  WEB-EOF-SWITCH PIC X(01) VALUE "N".
               88  WEB-EOF VALUE "J".
           01  HOUSING-EOF-SWITCH PIC X(01) VALUE "N".
               88  HOUSING-EOF VALUE "J".
           01  KOMSKATT-EOF-SWITCH PIC X(01) VALUE "N".
               88  KOMSKATT-EOF VALUE "J".
           01  FILES-READY-SWITCH PIC X(01) VALUE "N".
               88  FILES-READY VALUE "J".
           01  WEB-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
               88  WEB-FILE-OPEN VALUE "J".

           *> Webbkanalens kontor och handläggare, upplagda i KONTREG
           *> så att MAXLOAN-EDIT godkänner dem som vilka andra.
           78  WEB-OFFICE-CODE VALUE "WEBB".
           78  WEB-ADVISER-ID VALUE "WEBBFORM".

           *> Raderna i den ansökan som håller på att samlas ihop -
           *> sparade i original för avvisningslistan. Fler rader än
           *> tabellen rymmer avvisas direkt när de läses; ansökan
           *> avvisas ändå (fler än två sökande).
           78  MAX-BUFFERED-LINES VALUE 9.
           01  APPLICATION-LINES.
               02  AL-ENTRY OCCURS 9 TIMES.
                   03  AL-LINE-NUMBER PIC 9(06).
                   03  AL-TEXT PIC X(250).
           01  APPLICATION-LINE-COUNT PIC 9(05) VALUE 0.
           01  CURRENT-APPLICATION-ID PIC X(40).
           01  LINE-APPLICATION-ID PIC X(40).
           01  LINE-SUB PIC 9(05).

           *> En webbrad uppdelad i sina fält. WF-SURPLUS fångar ett
           *> tolfte fält - tomt efter ett avslutande semikolon är
           *> det tillåtet, annars har raden för många fält.
           01  SPLIT-LINE PIC X(250).
           01  WEB-FIELDS.
               02  WF-APPLICATION-ID PIC X(40).
               02  WF-PERSONNUMMER PIC X(40).
               02  WF-INCOME PIC X(40).
               02  WF-MUNICIPALITY PIC X(40).
               02  WF-CASH-DEPOSIT PIC X(40).
               02  WF-PROPERTY-TYPE PIC X(40).
               02  WF-GROWN PIC X(40).
               02  WF-CHILD-AGES PIC X(60).
               02  WF-CARS PIC X(40).
               02  WF-LEASING PIC X(40).
               02  WF-OTHER-LOANS PIC X(40).
               02  WF-SURPLUS PIC X(40).
           01  WEB-FIELD-COUNT PIC 9(02).
           01  FIELD-OVERFLOW-SWITCH PIC X(01).
               88  FIELD-OVERFLOW VALUE "J".

           *> Orsaken till att ansökan inte kan översättas - blank när
           *> den är godkänd. Texterna står i WREJREC.
           01  REJECT-REASON PIC X(24).

           *> Versaler för jämförelser - med de svenska bokstäverna,
           *> så att "lägenhet" och "Göteborg" känns igen.
           01  LOWER-CASE-LETTERS PIC X(34)
                   VALUE 'abcdefghijklmnopqrstuvwxyzåäöé'.
           01  UPPER-CASE-LETTERS PIC X(34)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZÅÄÖÉ'.

           *> Teckenvis tolkning av belopp, personnummer och åldrar.
           01  ONE-CHAR PIC X(01).
           01  ONE-DIGIT REDEFINES ONE-CHAR PIC 9(01).
           01  CHAR-SUB PIC 9(03).
           01  CHAR-INVALID-SWITCH PIC X(01).
               88  CHAR-INVALID VALUE "J".

           01  AMOUNT-TEXT PIC X(40).
           01  AMOUNT-VALUE PIC 9(09).
           01  AMOUNT-DIGIT-COUNT PIC 9(02).
           01  AMOUNT-VALID-SWITCH PIC X(01).
               88  AMOUNT-VALID VALUE "J".
           01  AMOUNT-EMPTY-SWITCH PIC X(01).
               88  AMOUNT-EMPTY VALUE "J".
           01  DECIMAL-PART-SWITCH PIC X(01).
               88  IN-DECIMAL-PART VALUE "J".

           01  PERSONNUMMER-TEXT PIC X(12).
           01  PNR-DIGIT-COUNT PIC 9(02).
           01  APPLICANT-SALARY PIC 9(06).
           01  DEPOSIT-TOTAL PIC 9(10).

           01  AGE-VALUE PIC 9(02).
           01  AGE-DIGIT-COUNT PIC 9(01).
           01  BAND-SUB PIC 9(01).

           *> Boendetyper i webbformulärets fritext och den typ i
           *> HSGFEE de motsvarar. En text som inte står här godtas
           *> om den är en av HSGFEE:s egna typer.
           01  PROPERTY-SYNONYM-DATA.
               02  FILLER PIC X(24) VALUE "BOSTADSRÄTT".
               02  FILLER PIC X(12) VALUE "BOSTADSRATT".
               02  FILLER PIC X(24) VALUE "BOSTADSRÄTTSLÄGENHET".
               02  FILLER PIC X(12) VALUE "BOSTADSRATT".
               02  FILLER PIC X(24) VALUE "LÄGENHET".
               02  FILLER PIC X(12) VALUE "BOSTADSRATT".
               02  FILLER PIC X(24) VALUE "LAGENHET".
               02  FILLER PIC X(12) VALUE "BOSTADSRATT".
               02  FILLER PIC X(24) VALUE "BRF".
               02  FILLER PIC X(12) VALUE "BOSTADSRATT".
               02  FILLER PIC X(24) VALUE "HUS".
               02  FILLER PIC X(12) VALUE "VILLA".
               02  FILLER PIC X(24) VALUE "EGNAHEM".
               02  FILLER PIC X(12) VALUE "VILLA".
               02  FILLER PIC X(24) VALUE "ENFAMILJSHUS".
               02  FILLER PIC X(12) VALUE "VILLA".
               02  FILLER PIC X(24) VALUE "KEDJEHUS".
               02  FILLER PIC X(12) VALUE "RADHUS".
               02  FILLER PIC X(24) VALUE "PARHUS".
               02  FILLER PIC X(12) VALUE "RADHUS".
               02  FILLER PIC X(24) VALUE "FRITIDSBOSTAD".
               02  FILLER PIC X(12) VALUE "FRITIDSHUS".
               02  FILLER PIC X(24) VALUE "SOMMARSTUGA".
               02  FILLER PIC X(12) VALUE "FRITIDSHUS".
               02  FILLER PIC X(24) VALUE "STUGA".
               02  FILLER PIC X(12) VALUE "FRITIDSHUS".
           01  PROPERTY-SYNONYM-TABLE REDEFINES PROPERTY-SYNONYM-DATA.
               02  PS-ENTRY OCCURS 13 TIMES INDEXED BY PS-IDX.
                   03  PS-TEXT PIC X(24).
                   03  PS-TYPE PIC X(12).
           01  PROPERTY-TEXT PIC X(40).

           *> Giltiga boendetyper, inlästa från HSGFEE på samma sätt som
           *> i MAXLOAN-EDIT.
           01  PROPERTY-TYPE-TABLE.
               02  PT-ENTRY OCCURS 20 TIMES INDEXED BY PT-IDX.
                   03  PT-TYPE PIC X(12).
           01  PROPERTY-TYPE-COUNT PIC 9(02) VALUE 0.
           01  CHECK-PROPERTY-TYPE PIC X(12).

           *> Kommunernas namn (versaler) och koder ur KOMSKATT - en
           *> post per kod; står koden på flera daterade rader gäller
           *> namnet på den sista.
           01  MUNICIPALITY-TABLE.
               02  MN-ENTRY OCCURS 400 TIMES INDEXED BY MN-IDX.
                   03  MN-CODE PIC X(04).
                   03  MN-NAME PIC X(20).
           01  MUNICIPALITY-COUNT PIC 9(03) VALUE 0.
           01  MUNICIPALITY-WARNING-SWITCH PIC X(01) VALUE "N".
               88  MUNICIPALITY-WARNING-GIVEN VALUE "J".
           01  MUNICIPALITY-TEXT PIC X(40).
           01  MUNICIPALITY-NAME PIC X(20).
           01  FOUND-MUNICIPALITY-CODE PIC X(04).
           01  TRAILING-SPACE-COUNT PIC 9(02).
           01  TEXT-LENGTH PIC 9(02).

           01  LINES-READ PIC 9(06) VALUE 0.
           01  LINES-REJECTED PIC 9(06) VALUE 0.
           01  APPLICATIONS-READ PIC 9(06) VALUE 0.
           01  APPLICATIONS-CONVERTED PIC 9(06) VALUE 0.
           01  APPLICATIONS-JOINT PIC 9(06) VALUE 0.
           01  APPLICATIONS-REJECTED PIC 9(06) VALUE 0.

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
           PERFORM OPEN-WEB-FILES
           IF FILES-READY THEN
               PERFORM LOAD-PROPERTY-TYPES
               PERFORM LOAD-MUNICIPALITY-NAMES
               PERFORM UNTIL WEB-EOF
                   READ WEB-APPLICATION-FILE
                       AT END
                           SET WEB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LINES-READ
                           PERFORM COLLECT-WEB-LINE
                   END-READ
               END-PERFORM
               IF APPLICATION-LINE-COUNT > 0 THEN
                   PERFORM CONVERT-APPLICATION
               END-IF
               DISPLAY "MAXLOAN-WEB: " LINES-READ " rader lästa, "
                       APPLICATIONS-CONVERTED " ansökningar "
                       "översatta (" APPLICATIONS-JOINT
                       " med två sökande), "
                       APPLICATIONS-REJECTED " avvisade ("
                       LINES-REJECTED " rader)"
               IF APPLICATIONS-REJECTED > 0 AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-WEB-FILES
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

      *> Utfilen och avvisningslistan måste gå att öppna. Saknas
      *> webbfilen har webben inte lämnat någon fil i natt - utfilen
      *> skapas ändå, tom, så att batchjobbens APPLIN går att läsa.
       OPEN-WEB-FILES SECTION.
           OPEN INPUT WEB-APPLICATION-FILE
           IF WEB-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna WEBIN, status "
                       WEB-FILE-STATUS " - inga webbansökningar"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET WEB-EOF TO TRUE
           ELSE
               SET WEB-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT APPLICANT-FILE
           IF APPLICANT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna APPLOUT, status "
                       APPLICANT-FILE-STATUS
                       " - inga webbansökningar översätts"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           OPEN OUTPUT WEB-REJECT-FILE
           IF WEB-REJECT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna WEBREJ, status "
                       WEB-REJECT-FILE-STATUS
                       " - inga webbansökningar översätts"
               MOVE 8 TO RETURN-CODE
               CLOSE APPLICANT-FILE
               EXIT SECTION
           END-IF
           SET FILES-READY TO TRUE
           EXIT.

      *> Läser in de giltiga boendetyperna från HSGFEE. Om filen saknas
      *> faller vi tillbaka på samma inbrända typer som MAXLOAN-EDIT.
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

      *> Utan kommunnamnen kan ingen ansökan översättas - då läses
      *> webbfilen inte alls, och den får köras om när KOMSKATT går
      *> att läsa.
       LOAD-MUNICIPALITY-NAMES SECTION.
           MOVE 0 TO MUNICIPALITY-COUNT
           OPEN INPUT KOMSKATT-FILE
           IF KOMSKATT-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna KOMSKATT, status "
                       KOMSKATT-FILE-STATUS
                       " - inga webbansökningar översätts"
               MOVE 8 TO RETURN-CODE
               SET WEB-EOF TO TRUE
               EXIT SECTION
           END-IF
           PERFORM UNTIL KOMSKATT-EOF
               READ KOMSKATT-FILE
                   AT END
                       SET KOMSKATT-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-MUNICIPALITY-NAME
               END-READ
           END-PERFORM
           CLOSE KOMSKATT-FILE
           EXIT.

      *> Reservraden 9999 och rader utan namn kan ingen ansökan
      *> peka ut och tas inte med.
       ADD-MUNICIPALITY-NAME SECTION.
           IF KF-MUNICIPALITY-CODE = "9999" OR
                   KF-MUNICIPALITY-NAME = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE KF-MUNICIPALITY-NAME TO MUNICIPALITY-NAME
           INSPECT MUNICIPALITY-NAME CONVERTING LOWER-CASE-LETTERS
                   TO UPPER-CASE-LETTERS

           SET MN-IDX TO 1
           SEARCH MN-ENTRY
               AT END
                   PERFORM APPEND-MUNICIPALITY-NAME
               WHEN MN-IDX > MUNICIPALITY-COUNT
                   PERFORM APPEND-MUNICIPALITY-NAME
               WHEN MN-CODE (MN-IDX) = KF-MUNICIPALITY-CODE
                   MOVE MUNICIPALITY-NAME TO MN-NAME (MN-IDX)
           END-SEARCH
           EXIT.

       APPEND-MUNICIPALITY-NAME SECTION.
           IF MUNICIPALITY-COUNT < 400 THEN
               ADD 1 TO MUNICIPALITY-COUNT
               MOVE KF-MUNICIPALITY-CODE TO MN-CODE
                       (MUNICIPALITY-COUNT)
               MOVE MUNICIPALITY-NAME TO MN-NAME (MUNICIPALITY-COUNT)
           ELSE
               IF NOT MUNICIPALITY-WARNING-GIVEN THEN
                   DISPLAY "VARNING: KOMSKATT har fler kommuner "
                           "än tabellen rymmer - resten ignoreras"
                   ADD 1 TO RUNLOG-WARNING-COUNT
                   SET MUNICIPALITY-WARNING-GIVEN TO TRUE
               END-IF
           END-IF
           EXIT.

      *> Samlar ihop raderna med samma ansöknings-id. När id:t byts
      *> är föregående ansökan komplett och översätts innan den nya
      *> raden sparas. Tomma rader hoppas över.
       COLLECT-WEB-LINE SECTION.
           IF WEB-INPUT-LINE = SPACES THEN
               EXIT SECTION
           END-IF
           MOVE WEB-INPUT-LINE TO SPLIT-LINE
           PERFORM SPLIT-WEB-LINE
           MOVE FUNCTION TRIM(WF-APPLICATION-ID) TO LINE-APPLICATION-ID
           IF APPLICATION-LINE-COUNT > 0 AND
                   LINE-APPLICATION-ID NOT = CURRENT-APPLICATION-ID
                   THEN
               PERFORM CONVERT-APPLICATION
           END-IF

           MOVE LINE-APPLICATION-ID TO CURRENT-APPLICATION-ID
           ADD 1 TO APPLICATION-LINE-COUNT
           IF APPLICATION-LINE-COUNT > MAX-BUFFERED-LINES THEN
               MOVE SPACES TO WEB-REJECT-RECORD
               MOVE "FLER AN TVA SOKANDE" TO WJ-REASON
               MOVE LINES-READ TO WJ-LINE-NUMBER
               MOVE WEB-INPUT-LINE TO WJ-ORIGINAL-LINE
               WRITE WEB-REJECT-RECORD
               ADD 1 TO LINES-REJECTED
           ELSE
               MOVE LINES-READ TO AL-LINE-NUMBER
                       (APPLICATION-LINE-COUNT)
               MOVE WEB-INPUT-LINE TO AL-TEXT (APPLICATION-LINE-COUNT)
           END-IF
           EXIT.

       SPLIT-WEB-LINE SECTION.
           MOVE SPACES TO WEB-FIELDS
           MOVE 0 TO WEB-FIELD-COUNT
           MOVE "N" TO FIELD-OVERFLOW-SWITCH
           UNSTRING SPLIT-LINE DELIMITED BY ";"
               INTO WF-APPLICATION-ID WF-PERSONNUMMER WF-INCOME
                    WF-MUNICIPALITY WF-CASH-DEPOSIT WF-PROPERTY-TYPE
                    WF-GROWN WF-CHILD-AGES WF-CARS WF-LEASING
                    WF-OTHER-LOANS WF-SURPLUS
               TALLYING IN WEB-FIELD-COUNT
               ON OVERFLOW
                   SET FIELD-OVERFLOW TO TRUE
           END-UNSTRING
           EXIT.

      *> Översätter en hel ansökan (en eller två rader) till en
      *> intagsrad, eller avvisar alla dess rader med den första
      *> orsaken som hittas.
       CONVERT-APPLICATION SECTION.
           ADD 1 TO APPLICATIONS-READ
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO APPLICANT-RECORD
           INITIALIZE APPLICANT-RECORD
           MOVE 0 TO DEPOSIT-TOTAL

           EVALUATE TRUE
               WHEN CURRENT-APPLICATION-ID = SPACES
                   MOVE "ANSOKNINGS-ID SAKNAS" TO REJECT-REASON
               WHEN CURRENT-APPLICATION-ID(10:) NOT = SPACES
                   MOVE "ANSOKNINGS-ID FOR LANGT" TO REJECT-REASON
               WHEN APPLICATION-LINE-COUNT > 2
                   MOVE "FLER AN TVA SOKANDE" TO REJECT-REASON
           END-EVALUATE

           PERFORM VARYING LINE-SUB FROM 1 BY 1 UNTIL
                   LINE-SUB > APPLICATION-LINE-COUNT OR
                   REJECT-REASON NOT = SPACES
               PERFORM CONVERT-APPLICANT-LINE
           END-PERFORM

           IF REJECT-REASON = SPACES THEN
               MOVE "W" TO AR-CASE-REF(1:1)
               MOVE CURRENT-APPLICATION-ID TO AR-CASE-REF(2:9)
               MOVE WEB-OFFICE-CODE TO AR-OFFICE-CODE
               MOVE WEB-ADVISER-ID TO AR-ADVISER-ID
               SET AR-FROM-WEB TO TRUE
               WRITE APPLICANT-RECORD
               ADD 1 TO APPLICATIONS-CONVERTED
               IF APPLICATION-LINE-COUNT = 2 THEN
                   ADD 1 TO APPLICATIONS-JOINT
               END-IF
           ELSE
               PERFORM REJECT-APPLICATION
           END-IF
           MOVE 0 TO APPLICATION-LINE-COUNT
           EXIT.

      *> En sökandes rad: personnummer, inkomst, kommun och
      *> kontantinsats. Första raden bär också hushållets uppgifter.
       CONVERT-APPLICANT-LINE SECTION.
           MOVE AL-TEXT (LINE-SUB) TO SPLIT-LINE
           PERFORM SPLIT-WEB-LINE
           IF WEB-FIELD-COUNT < 11 OR FIELD-OVERFLOW OR
                   WF-SURPLUS NOT = SPACES THEN
               MOVE "FELAKTIGT ANTAL FALT" TO REJECT-REASON
               EXIT SECTION
           END-IF

           PERFORM CONVERT-PERSONNUMMER
           IF REJECT-REASON NOT = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE WF-INCOME TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-VALID OR AMOUNT-EMPTY OR
                   AMOUNT-VALUE > 999999 THEN
               MOVE "OGILTIG INKOMST" TO REJECT-REASON
               EXIT SECTION
           END-IF
           *> Intagsraden känner igen sökande 2 på att inkomsten är
           *> större än noll.
           IF LINE-SUB = 2 AND AMOUNT-VALUE = 0 THEN
               MOVE "SOKANDE 2 UTAN INKOMST" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE AMOUNT-VALUE TO APPLICANT-SALARY

           PERFORM LOOKUP-MUNICIPALITY
           IF REJECT-REASON NOT = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE WF-CASH-DEPOSIT TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-VALID THEN
               MOVE "OGILTIG KONTANTINSATS" TO REJECT-REASON
               EXIT SECTION
           END-IF
           ADD AMOUNT-VALUE TO DEPOSIT-TOTAL
           IF DEPOSIT-TOTAL > 9999999 THEN
               MOVE "OGILTIG KONTANTINSATS" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE DEPOSIT-TOTAL TO AR-CASH-DEPOSIT

           IF LINE-SUB = 1 THEN
               MOVE PERSONNUMMER-TEXT TO AR-A1-PERSONNUMMER
               MOVE APPLICANT-SALARY TO AR-A1-GROSS-SALARY
               MOVE FOUND-MUNICIPALITY-CODE TO AR-A1-MUNICIPALITY-CODE
               PERFORM CONVERT-HOUSEHOLD
           ELSE
               MOVE PERSONNUMMER-TEXT TO AR-A2-PERSONNUMMER
               MOVE APPLICANT-SALARY TO AR-A2-GROSS-SALARY
               MOVE FOUND-MUNICIPALITY-CODE TO AR-A2-MUNICIPALITY-CODE
           END-IF
           EXIT.

      *> Tolv siffror; bindestreck och mellanslag tas bort. Själva
      *> personnummerkontrollen görs av MAXLOAN-EDIT.
       CONVERT-PERSONNUMMER SECTION.
           MOVE SPACES TO PERSONNUMMER-TEXT
           MOVE 0 TO PNR-DIGIT-COUNT
           MOVE "N" TO CHAR-INVALID-SWITCH
           PERFORM VARYING CHAR-SUB FROM 1 BY 1 UNTIL CHAR-SUB > 40
                   OR CHAR-INVALID
               MOVE WF-PERSONNUMMER(CHAR-SUB:1) TO ONE-CHAR
               EVALUATE TRUE
                   WHEN ONE-CHAR IS NUMERIC
                       IF PNR-DIGIT-COUNT < 12 THEN
                           ADD 1 TO PNR-DIGIT-COUNT
                           MOVE ONE-CHAR TO PERSONNUMMER-TEXT
                                   (PNR-DIGIT-COUNT:1)
                       ELSE
                           SET CHAR-INVALID TO TRUE
                       END-IF
                   WHEN ONE-CHAR = SPACE OR ONE-CHAR = "-"
                       CONTINUE
                   WHEN OTHER
                       SET CHAR-INVALID TO TRUE
               END-EVALUATE
           END-PERFORM
           IF CHAR-INVALID OR PNR-DIGIT-COUNT NOT = 12 THEN
               MOVE "OGILTIGT PERSONNUMMER" TO REJECT-REASON
           END-IF
           EXIT.

      *> Hushållets uppgifter, från ansökans första rad.
       CONVERT-HOUSEHOLD SECTION.
           PERFORM CONVERT-PROPERTY-TYPE
           IF REJECT-REASON NOT = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE WF-GROWN TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-VALID OR AMOUNT-VALUE > 99 THEN
               MOVE "OGILTIGT ANTAL VUXNA" TO REJECT-REASON
               EXIT SECTION
           END-IF
           IF AMOUNT-EMPTY THEN
               MOVE APPLICATION-LINE-COUNT TO AR-TOTAL-GROWN
           ELSE
               MOVE AMOUNT-VALUE TO AR-TOTAL-GROWN
           END-IF

           PERFORM CONVERT-CHILD-AGES
           IF REJECT-REASON NOT = SPACES THEN
               EXIT SECTION
           END-IF

           MOVE WF-CARS TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-VALID OR AMOUNT-VALUE > 99 THEN
               MOVE "OGILTIGT ANTAL BILAR" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE AMOUNT-VALUE TO AR-CARS-OWNED

           MOVE WF-LEASING TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-VALID OR AMOUNT-VALUE > 99999 THEN
               MOVE "OGILTIG LEASINGKOSTNAD" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE AMOUNT-VALUE TO AR-CARS-LEASED-TOTAL-PRICE

           MOVE WF-OTHER-LOANS TO AMOUNT-TEXT
           PERFORM PARSE-AMOUNT
           IF NOT AMOUNT-VALID OR AMOUNT-VALUE > 999999 THEN
               MOVE "OGILTIGA OVRIGA LAN" TO REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE AMOUNT-VALUE TO AR-OTHER-LOAN-EXPENSES
           EXIT.

      *> Fritexten slås först upp bland synonymerna och godtas annars
      *> som den står, om den är en av HSGFEE:s typer. Typen som
      *> skrivs på intagsraden ska alltid finnas i HSGFEE - annars
      *> skulle MAXLOAN-EDIT ändå avvisa raden.
       CONVERT-PROPERTY-TYPE SECTION.
           MOVE FUNCTION TRIM(WF-PROPERTY-TYPE) TO PROPERTY-TEXT
           INSPECT PROPERTY-TEXT CONVERTING LOWER-CASE-LETTERS
                   TO UPPER-CASE-LETTERS
           MOVE SPACES TO CHECK-PROPERTY-TYPE

           SET PS-IDX TO 1
           SEARCH PS-ENTRY
               AT END
                   IF PROPERTY-TEXT(13:) = SPACES THEN
                       MOVE PROPERTY-TEXT(1:12) TO CHECK-PROPERTY-TYPE
                   END-IF
               WHEN PS-TEXT (PS-IDX) = PROPERTY-TEXT
                   MOVE PS-TYPE (PS-IDX) TO CHECK-PROPERTY-TYPE
           END-SEARCH
           IF CHECK-PROPERTY-TYPE = SPACES THEN
               MOVE "OKAND BOENDETYP" TO REJECT-REASON
               EXIT SECTION
           END-IF

           SET PT-IDX TO 1
           SEARCH PT-ENTRY
               AT END
                   MOVE "OKAND BOENDETYP" TO REJECT-REASON
               WHEN PT-IDX > PROPERTY-TYPE-COUNT
                   MOVE "OKAND BOENDETYP" TO REJECT-REASON
               WHEN PT-TYPE (PT-IDX) = CHECK-PROPERTY-TYPE
                   MOVE CHECK-PROPERTY-TYPE TO AR-HOUSING-TYPE
           END-SEARCH
           EXIT.

      *> Varje barns ålder räknas in i sitt åldersband (CHILDAGE):
      *> 0-3, 4-6, 7-10, 11-14 och 15-19 år. Ett barn över 19 år
      *> finns inte i levnadskostnadstabellen och kan inte räknas.
       CONVERT-CHILD-AGES SECTION.
           MOVE 0 TO AGE-VALUE
           MOVE 0 TO AGE-DIGIT-COUNT
           MOVE "N" TO CHAR-INVALID-SWITCH
           PERFORM VARYING CHAR-SUB FROM 1 BY 1 UNTIL CHAR-SUB > 60
                   OR CHAR-INVALID
               MOVE WF-CHILD-AGES(CHAR-SUB:1) TO ONE-CHAR
               EVALUATE TRUE
                   WHEN ONE-CHAR IS NUMERIC
                       IF AGE-DIGIT-COUNT = 2 THEN
                           SET CHAR-INVALID TO TRUE
                       ELSE
                           COMPUTE AGE-VALUE = AGE-VALUE * 10
                                   + ONE-DIGIT
                           ADD 1 TO AGE-DIGIT-COUNT
                       END-IF
                   WHEN ONE-CHAR = "," OR ONE-CHAR = SPACE
                       IF AGE-DIGIT-COUNT > 0 THEN
                           PERFORM COUNT-CHILD-AGE
                       END-IF
                   WHEN OTHER
                       SET CHAR-INVALID TO TRUE
               END-EVALUATE
           END-PERFORM
           IF NOT CHAR-INVALID AND AGE-DIGIT-COUNT > 0 THEN
               PERFORM COUNT-CHILD-AGE
           END-IF
           IF CHAR-INVALID THEN
               MOVE "OGILTIG BARNALDER" TO REJECT-REASON
           END-IF
           EXIT.

       COUNT-CHILD-AGE SECTION.
           EVALUATE TRUE
               WHEN AGE-VALUE <= 3
                   MOVE 1 TO BAND-SUB
               WHEN AGE-VALUE <= 6
                   MOVE 2 TO BAND-SUB
               WHEN AGE-VALUE <= 10
                   MOVE 3 TO BAND-SUB
               WHEN AGE-VALUE <= 14
                   MOVE 4 TO BAND-SUB
               WHEN AGE-VALUE <= 19
                   MOVE 5 TO BAND-SUB
               WHEN OTHER
                   SET CHAR-INVALID TO TRUE
           END-EVALUATE
           IF NOT CHAR-INVALID THEN
               IF AR-CHILD-BAND-COUNT (BAND-SUB) < 99 THEN
                   ADD 1 TO AR-CHILD-BAND-COUNT (BAND-SUB)
               ELSE
                   SET CHAR-INVALID TO TRUE
               END-IF
           END-IF
           MOVE 0 TO AGE-VALUE
           MOVE 0 TO AGE-DIGIT-COUNT
           EXIT.

      *> Kommunens namn i valfri skiftläge, med eller utan "kommun"
      *> ("Göteborgs kommun" hittar GÖTEBORG). En fyrsiffrig
      *> kommunkod godtas också om den finns i KOMSKATT.
       LOOKUP-MUNICIPALITY SECTION.
           MOVE SPACES TO FOUND-MUNICIPALITY-CODE
           MOVE FUNCTION TRIM(WF-MUNICIPALITY) TO MUNICIPALITY-TEXT
           INSPECT MUNICIPALITY-TEXT CONVERTING LOWER-CASE-LETTERS
                   TO UPPER-CASE-LETTERS
           MOVE 0 TO TRAILING-SPACE-COUNT
           INSPECT MUNICIPALITY-TEXT TALLYING TRAILING-SPACE-COUNT
                   FOR TRAILING SPACES
           COMPUTE TEXT-LENGTH = 40 - TRAILING-SPACE-COUNT
           IF TEXT-LENGTH > 7 THEN
               IF MUNICIPALITY-TEXT(TEXT-LENGTH - 6:7) = " KOMMUN"
                       THEN
                   MOVE SPACES TO MUNICIPALITY-TEXT(TEXT-LENGTH - 6:7)
                   SUBTRACT 7 FROM TEXT-LENGTH
               END-IF
           END-IF

           IF TEXT-LENGTH = 4 AND MUNICIPALITY-TEXT(1:4) IS NUMERIC
                   THEN
               SET MN-IDX TO 1
               SEARCH MN-ENTRY
                   AT END
                       CONTINUE
                   WHEN MN-IDX > MUNICIPALITY-COUNT
                       CONTINUE
                   WHEN MN-CODE (MN-IDX) = MUNICIPALITY-TEXT(1:4)
                       MOVE MN-CODE (MN-IDX) TO FOUND-MUNICIPALITY-CODE
               END-SEARCH
           END-IF

           IF FOUND-MUNICIPALITY-CODE = SPACES AND TEXT-LENGTH > 0
                   AND TEXT-LENGTH <= 20 THEN
               PERFORM SEARCH-MUNICIPALITY-NAME
           END-IF
           *> Genitiv-s: "Göteborgs kommun", "Malmös".
           IF FOUND-MUNICIPALITY-CODE = SPACES AND TEXT-LENGTH > 1
                   AND TEXT-LENGTH <= 21 THEN
               IF MUNICIPALITY-TEXT(TEXT-LENGTH:1) = "S" THEN
                   MOVE SPACE TO MUNICIPALITY-TEXT(TEXT-LENGTH:1)
                   PERFORM SEARCH-MUNICIPALITY-NAME
               END-IF
           END-IF

           IF FOUND-MUNICIPALITY-CODE = SPACES THEN
               MOVE "OKAND KOMMUN" TO REJECT-REASON
           END-IF
           EXIT.

       SEARCH-MUNICIPALITY-NAME SECTION.
           SET MN-IDX TO 1
           SEARCH MN-ENTRY
               AT END
                   CONTINUE
               WHEN MN-IDX > MUNICIPALITY-COUNT
                   CONTINUE
               WHEN MN-NAME (MN-IDX) = MUNICIPALITY-TEXT(1:20)
                   MOVE MN-CODE (MN-IDX) TO FOUND-MUNICIPALITY-CODE
           END-SEARCH
           EXIT.

      *> Ett belopp eller antal ur webbformuläret: mellanslag och
      *> punkt är tusentalsavgränsare, "KR", "SEK" och ":-" tas bort
      *> och efter ett decimalkomma får bara nollor stå. Ett tomt
      *> fält är giltigt och ger noll (AMOUNT-EMPTY) - fältet avgör
      *> själv om det får vara tomt.
       PARSE-AMOUNT SECTION.
           MOVE "J" TO AMOUNT-VALID-SWITCH
           MOVE "N" TO AMOUNT-EMPTY-SWITCH
           MOVE "N" TO DECIMAL-PART-SWITCH
           MOVE 0 TO AMOUNT-VALUE
           MOVE 0 TO AMOUNT-DIGIT-COUNT
           INSPECT AMOUNT-TEXT CONVERTING LOWER-CASE-LETTERS
                   TO UPPER-CASE-LETTERS
           INSPECT AMOUNT-TEXT REPLACING ALL "SEK" BY "   "
                                         ALL "KR" BY "  "
                                         ALL ":-" BY "  "
           PERFORM VARYING CHAR-SUB FROM 1 BY 1 UNTIL CHAR-SUB > 40
                   OR NOT AMOUNT-VALID
               MOVE AMOUNT-TEXT(CHAR-SUB:1) TO ONE-CHAR
               EVALUATE TRUE
                   WHEN ONE-CHAR IS NUMERIC
                       PERFORM ADD-AMOUNT-DIGIT
                   WHEN ONE-CHAR = SPACE
                       CONTINUE
                   WHEN ONE-CHAR = "."
                       IF IN-DECIMAL-PART THEN
                           MOVE "N" TO AMOUNT-VALID-SWITCH
                       END-IF
                   WHEN ONE-CHAR = ","
                       IF IN-DECIMAL-PART OR AMOUNT-DIGIT-COUNT = 0
                               THEN
                           MOVE "N" TO AMOUNT-VALID-SWITCH
                       ELSE
                           SET IN-DECIMAL-PART TO TRUE
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO AMOUNT-VALID-SWITCH
               END-EVALUATE
           END-PERFORM
           IF AMOUNT-VALID AND AMOUNT-DIGIT-COUNT = 0 THEN
               SET AMOUNT-EMPTY TO TRUE
           END-IF
           EXIT.

       ADD-AMOUNT-DIGIT SECTION.
           IF IN-DECIMAL-PART THEN
               IF ONE-DIGIT NOT = 0 THEN
                   MOVE "N" TO AMOUNT-VALID-SWITCH
               END-IF
               EXIT SECTION
           END-IF
           IF AMOUNT-DIGIT-COUNT = 9 THEN
               MOVE "N" TO AMOUNT-VALID-SWITCH
               EXIT SECTION
           END-IF
           COMPUTE AMOUNT-VALUE = AMOUNT-VALUE * 10 + ONE-DIGIT
           ADD 1 TO AMOUNT-DIGIT-COUNT
           EXIT.

      *> Alla rader i ansökan skrivs till avvisningslistan med
      *> samma orsak och sin originaltext.
       REJECT-APPLICATION SECTION.
           ADD 1 TO APPLICATIONS-REJECTED
           PERFORM VARYING LINE-SUB FROM 1 BY 1 UNTIL
                   LINE-SUB > APPLICATION-LINE-COUNT OR
                   LINE-SUB > MAX-BUFFERED-LINES
               MOVE SPACES TO WEB-REJECT-RECORD
               MOVE REJECT-REASON TO WJ-REASON
               MOVE AL-LINE-NUMBER (LINE-SUB) TO WJ-LINE-NUMBER
               MOVE AL-TEXT (LINE-SUB) TO WJ-ORIGINAL-LINE
               WRITE WEB-REJECT-RECORD
               ADD 1 TO LINES-REJECTED
           END-PERFORM
           EXIT.

       CLOSE-WEB-FILES SECTION.
           IF WEB-FILE-OPEN THEN
               CLOSE WEB-APPLICATION-FILE
           END-IF
           IF FILES-READY THEN
               CLOSE APPLICANT-FILE
               CLOSE WEB-REJECT-FILE
           END-IF
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-WEB" TO RJ-PROGRAM-NAME
           MOVE "START" TO RJ-EVENT
           MOVE 0 TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE 0 TO RJ-WARNING-COUNT
           MOVE 0 TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           EXIT.

      *> SLUT-raden till körjournalen - lästa rader i webbfilen,
      *> skrivna intagsrader (en per ansökan), avvisade rader,
      *> varningsantal och returkoden som den står när programmet
      *> slutar.
       WRITE-RUNLOG-END SECTION.
           MOVE "SLUT" TO RJ-EVENT
           MOVE LINES-READ TO RJ-ROWS-READ
           MOVE APPLICATIONS-CONVERTED TO RJ-ROWS-WRITTEN
           MOVE LINES-REJECTED TO RJ-ROWS-REJECTED
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
