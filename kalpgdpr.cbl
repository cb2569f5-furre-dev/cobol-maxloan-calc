       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-EXTRACT.
      *> Registerutdrag enligt GDPR (artikel 15) för en person: allt
      *> KALP har sparat om personnumret, fil för fil. Hittills har
      *> en begäran om registerutdrag inneburit att någon i driften
      *> letat igenom filerna för hand.
      *> Personnumret, begärans referens och den handläggare som
      *> beställt utdraget står på parameterkortet GDPRPARM. Utdraget
      *> tar med:
      *>   - ärenden i ärenderegistret (CASEFILE), läst direkt på
      *>     personnummernycklarna, som sökande 1 eller sökande 2,
      *>   - arkiverade ärenden i CASEARCH som ännu inte maskerats,
      *>   - rättelser och makuleringar av ärendena i ändringsloggen
      *>     (CHGLOG),
      *>   - exportrader till låneursprungssystemet i LOANEXP och
      *>     arkivet LOANARCH,
      *>   - kön för manuell handläggning (MANQUEUE) och kredit-
      *>     beredningens beslut om köposterna (MANDECIS),
      *>   - en påbörjad intervju i WORKFILE,
      *>   - spärrar i SPARRFIL,
      *>   och, för de ärenden som hittats ovan, månadskostnads-
      *> kalkyler (MCOSTEXP), leveranser kvitterade av låneursprungs-
      *> systemet (ACKREG), förfallna lånelöften (LAPSREG), prövade
      *> objekt (OBJREG) och skrivna lånelöftesbrev (LTRREG).
      *> Medsökandens personnummer och medsökandens egna inkomst- och
      *> insatsuppgifter - även medsökandens inkomstavstämning mot
      *> inkomstregistret - är en annan persons uppgifter och tas
      *> inte med - utdraget visar bara att det finns en medsökande.
      *> Maskerade arkivrader bär inget personnummer och kan inte
      *> knytas till personen; de finns därför inte med.
      *> Varje körning loggas i dataskyddsombudets logg (GDPRLOG,
      *> se GDPRREC), också när begäran avvisas. En fil som inte går
      *> att läsa står i utdraget och gör det ofullständigt (retur-
      *> kod 4) - ett ofullständigt utdrag får inte lämnas ut som
      *> fullständigt. Ett register som ännu inte skapats har inga
      *> uppgifter om personen.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CASE-FILE ASSIGN TO "CASEFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CASE-NUMBER
                   ALTERNATE RECORD KEY IS CR-A1-PERSONNUMMER
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CR-A2-PERSONNUMMER
                       WITH DUPLICATES
                   FILE STATUS IS CASE-FILE-STATUS.
               SELECT CASE-ARCHIVE-FILE ASSIGN TO "CASEARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CASE-ARCHIVE-FILE-STATUS.
               SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHANGE-LOG-FILE-STATUS.
               SELECT LOAN-EXPORT-FILE ASSIGN TO "LOANEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAN-EXPORT-FILE-STATUS.
               SELECT LOAN-ARCHIVE-FILE ASSIGN TO "LOANARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAN-ARCHIVE-FILE-STATUS.
               SELECT MANUAL-QUEUE-FILE ASSIGN TO "MANQUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANUAL-QUEUE-FILE-STATUS.
               SELECT DECISION-FILE ASSIGN TO "MANDECIS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DECISION-FILE-STATUS.
               SELECT WORK-FILE ASSIGN TO "WORKFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WORK-FILE-STATUS.
               SELECT BLOCK-LIST-FILE ASSIGN TO "SPARRFIL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BLOCK-FILE-STATUS.
               SELECT MONTHLY-COST-FILE ASSIGN TO "MCOSTEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MONTHLY-COST-FILE-STATUS.
               SELECT ACK-REGISTER-FILE ASSIGN TO "ACKREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACK-REGISTER-FILE-STATUS.
               SELECT LAPSE-REGISTER-FILE ASSIGN TO "LAPSREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LAPSE-REGISTER-FILE-STATUS.
               SELECT OBJECT-CHECK-FILE ASSIGN TO "OBJREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OBJECT-CHECK-FILE-STATUS.
               SELECT LETTER-REGISTER-FILE ASSIGN TO "LTRREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-REGISTER-FILE-STATUS.
               SELECT PARAM-FILE ASSIGN TO "GDPRPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAM-FILE-STATUS.
               SELECT EXTRACT-REPORT-FILE ASSIGN TO "GDPRRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXTRACT-REPORT-FILE-STATUS.
               SELECT GDPR-LOG-FILE ASSIGN TO "GDPRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GDPR-LOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  CASE-FILE.
           COPY CASEREC.

           *> Arkivraderna är kopior av ärendeposten (ARCREC för
           *> kontrollposten) och läses in i CASE-RECORD när
           *> ärenderegistret är stängt, som i MAXLOAN-INQUIRY.
           FD  CASE-ARCHIVE-FILE.
           01  CASE-ARCHIVE-ROW PIC X(400).

           FD  CHANGE-LOG-FILE.
           COPY CHGREC.

           FD  LOAN-EXPORT-FILE.
           COPY EXPREC.

           FD  LOAN-ARCHIVE-FILE.
           01  LOAN-ARCHIVE-ROW PIC X(96).

           FD  MANUAL-QUEUE-FILE.
           COPY MANQREC.

           FD  DECISION-FILE.
           COPY MANDREC.

           FD  WORK-FILE.
           COPY WORKREC.

           FD  BLOCK-LIST-FILE.
           COPY SPRREC.

           FD  MONTHLY-COST-FILE.
           COPY MCOSTREC.

           FD  ACK-REGISTER-FILE.
           01  ACK-REGISTER-RECORD.
               02  AG-CASE-NUMBER PIC 9(14).
               02  AG-EXPORT-DATE PIC X(08).
               02  AG-EXPORT-STATUS PIC X(08).

           FD  LAPSE-REGISTER-FILE.
           01  LAPSE-REGISTER-RECORD.
               02  LG-CASE-NUMBER PIC 9(14).

           FD  OBJECT-CHECK-FILE.
           COPY OBJREC.

           FD  LETTER-REGISTER-FILE.
           COPY LTRREC.

           FD  PARAM-FILE.
           01  PARAM-RECORD.
               02  GP-PERSONNUMMER PIC X(12).
               02  FILLER PIC X(01).
               02  GP-REQUEST-REFERENCE PIC X(20).
               02  FILLER PIC X(01).
               02  GP-OFFICER-ID PIC X(08).
               02  FILLER PIC X(38).

           FD  EXTRACT-REPORT-FILE.
           01  EXTRACT-REPORT-LINE PIC X(80).

           FD  GDPR-LOG-FILE.
           COPY GDPRREC.

           WORKING-STORAGE SECTION.
           01  CASE-FILE-STATUS PIC X(02).
           01  CASE-ARCHIVE-FILE-STATUS PIC X(02).
           01  CHANGE-LOG-FILE-STATUS PIC X(02).
           01  LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  LOAN-ARCHIVE-FILE-STATUS PIC X(02).
           01  MANUAL-QUEUE-FILE-STATUS PIC X(02).
           01  DECISION-FILE-STATUS PIC X(02).
           01  WORK-FILE-STATUS PIC X(02).
           01  BLOCK-FILE-STATUS PIC X(02).
           01  MONTHLY-COST-FILE-STATUS PIC X(02).
           01  ACK-REGISTER-FILE-STATUS PIC X(02).
           01  LAPSE-REGISTER-FILE-STATUS PIC X(02).
           01  OBJECT-CHECK-FILE-STATUS PIC X(02).
           01  LETTER-REGISTER-FILE-STATUS PIC X(02).
           01  PARAM-FILE-STATUS PIC X(02).
           01  EXTRACT-REPORT-FILE-STATUS PIC X(02).
           01  GDPR-LOG-FILE-STATUS PIC X(02).

           01  SOURCE-EOF-SWITCH PIC X(01) VALUE "N".
               88  SOURCE-EOF VALUE "J".
           01  REQUEST-ACCEPTED-SWITCH PIC X(01) VALUE "N".
               88  REQUEST-ACCEPTED VALUE "J".
           01  REPORT-OPEN-SWITCH PIC X(01) VALUE "N".
               88  REPORT-OPEN VALUE "J".
           01  CASE-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
               88  CASE-TABLE-FULL VALUE "J".
           01  CASE-COLLECTED-SWITCH PIC X(01) VALUE "N".
               88  CASE-COLLECTED VALUE "J".
           01  QUEUE-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
               88  QUEUE-TABLE-FULL VALUE "J".
           01  QUEUE-COLLECTED-SWITCH PIC X(01) VALUE "N".
               88  QUEUE-COLLECTED VALUE "J".
           01  SEARCH-KEY-SWITCH PIC X(01).
               88  SEARCH-ON-A1 VALUE "1".
               88  SEARCH-ON-A2 VALUE "2".

           01  TODAYS-DATE PIC 9(8).
           01  RUN-TIME PIC 9(6).

           *> Begäran, ur parameterkortet.
           01  REQUEST-PERSONNUMMER PIC X(12).
           01  REQUEST-REFERENCE PIC X(20).
           01  REQUEST-OFFICER-ID PIC X(08).

           *> Personens roll i raden som skrivs ut: sökande 1 eller 2.
           01  APPLICANT-ROLE PIC X(01).
           01  APPLICANT-SUB PIC 9(01).
           01  INCOME-CHECK-TEXT PIC X(16).

           *> Källan (filen) som gås igenom just nu - rubrik, antal
           *> rader om personen och om filen gick att läsa.
           01  SOURCE-NAME PIC X(08).
           01  SOURCE-TITLE PIC X(50).
           01  SOURCE-STATUS PIC X(02).
           01  SOURCE-ROWS PIC 9(5).
           01  SOURCE-UNREAD-SWITCH PIC X(01).
               88  SOURCE-UNREAD VALUE "J".

           *> En rad per källa för sammanfattningen sist i utdraget.
           01  SUMMARY-TABLE.
               02  SUMMARY-ENTRY OCCURS 20 TIMES.
                   03  SM-SOURCE-NAME PIC X(08).
                   03  SM-ROWS PIC 9(5).
                   03  SM-UNREAD-SWITCH PIC X(01).
                       88  SM-UNREAD VALUE "J".
           01  SUMMARY-COUNT PIC 9(02) VALUE 0.
           01  SUMMARY-SUB PIC 9(02).

           *> Ärendenumren som hittats på personnumret - med dem
           *> hittas personens rader i de filer som bara bär
           *> ärendenumret. 1000 är långt fler än en person har.
           01  COLLECTED-CASE-TABLE.
               02  COLLECTED-CASE-ENTRY OCCURS 1000 TIMES
                       INDEXED BY CC-IDX.
                   03  CC-CASE-NUMBER PIC 9(14).
           01  COLLECTED-CASE-COUNT PIC 9(04) VALUE 0.
           01  LOOKUP-CASE-NUMBER PIC 9(14).

           *> Könumren på personens köposter - också spärrade
           *> intervjuer och avvisade intagsrader, som saknar ärende
           *> men kan ha beslut i MANDECIS.
           01  COLLECTED-QUEUE-TABLE.
               02  COLLECTED-QUEUE-ENTRY OCCURS 1000 TIMES
                       INDEXED BY CQ-IDX.
                   03  CQ-QUEUE-NUMBER PIC 9(14).
           01  COLLECTED-QUEUE-COUNT PIC 9(04) VALUE 0.

           01  ROWS-READ PIC 9(7) VALUE 0.
           01  ROWS-FOUND PIC 9(7) VALUE 0.
           01  FILES-UNREAD PIC 9(2) VALUE 0.

           01  DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-AMOUNT-2 PIC Z,ZZZ,ZZZ,ZZ9.
           01  DISPLAY-SALARY PIC ZZZ,ZZ9.
           01  DISPLAY-COST PIC Z,ZZZ,ZZ9.
           01  DISPLAY-COST-2 PIC Z,ZZZ,ZZ9.
           01  DISPLAY-COST-3 PIC Z,ZZZ,ZZ9.
           01  DISPLAY-COUNT PIC ZZ,ZZ9.
           01  DISPLAY-FILES PIC Z9.
           01  DISPLAY-SKULDKVOT PIC Z9.99.

           *> Personnumret kontrolleras med MAXLOAN-PNR innan något
           *> läses - ett felskrivet nummer ska inte ge ett tomt
           *> utdrag som ser riktigt ut.
           COPY PNRLINK.

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
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME
           INITIALIZE COLLECTED-CASE-TABLE
           INITIALIZE COLLECTED-QUEUE-TABLE
           INITIALIZE SUMMARY-TABLE
           PERFORM READ-PARAM-CARD
           IF REQUEST-ACCEPTED THEN
               PERFORM OPEN-EXTRACT-REPORT
           END-IF
           IF REPORT-OPEN THEN
               PERFORM WRITE-REPORT-HEADER
               *> Först filerna som bär personnumret - de ger
               *> ärendenumren till filerna som bara bär ärendet.
               PERFORM EXTRACT-CASE-FILE
               PERFORM EXTRACT-CASE-ARCHIVE
               PERFORM EXTRACT-CHANGE-LOG
               PERFORM EXTRACT-LOAN-EXPORTS
               PERFORM EXTRACT-LOAN-ARCHIVE
               PERFORM EXTRACT-MANUAL-QUEUE
               PERFORM EXTRACT-DECISIONS
               PERFORM EXTRACT-WORK-FILE
               PERFORM EXTRACT-BLOCK-LIST
               PERFORM EXTRACT-MONTHLY-COSTS
               PERFORM EXTRACT-ACK-REGISTER
               PERFORM EXTRACT-LAPSE-REGISTER
               PERFORM EXTRACT-OBJECT-CHECKS
               PERFORM EXTRACT-LETTER-REGISTER
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE EXTRACT-REPORT-FILE
           END-IF
           PERFORM WRITE-GDPR-LOG
           PERFORM WRITE-RUNLOG-END
           STOP RUN.

      *> Parameterkortet: personnummer (12 siffror), referens och
      *> handläggare, åtskilda av ett blanktecken. Utan giltigt
      *> personnummer, referens och handläggare tas inget utdrag -
      *> dataskyddsombudet ska kunna se vem som begärt vad.
       READ-PARAM-CARD SECTION.
           MOVE SPACES TO REQUEST-PERSONNUMMER
           MOVE SPACES TO REQUEST-REFERENCE
           MOVE SPACES TO REQUEST-OFFICER-ID
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna GDPRPARM, status "
                       PARAM-FILE-STATUS " - inget utdrag tas"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "FEL: GDPRPARM är tom - inget utdrag tas"
                   MOVE 8 TO RETURN-CODE
               NOT AT END
                   MOVE GP-PERSONNUMMER TO REQUEST-PERSONNUMMER
                   MOVE GP-REQUEST-REFERENCE TO REQUEST-REFERENCE
                   MOVE GP-OFFICER-ID TO REQUEST-OFFICER-ID
           END-READ
           CLOSE PARAM-FILE
           IF RETURN-CODE NOT = 0 THEN
               EXIT SECTION
           END-IF

           MOVE REQUEST-PERSONNUMMER TO PI-PERSONNUMMER
           CALL "MAXLOAN-PNR" USING PNR-INPUT PNR-OUTPUT
           IF NOT PNR-VALID THEN
               DISPLAY "FEL: personnumret " REQUEST-PERSONNUMMER
                       " på GDPRPARM är inte giltigt - inget "
                       "utdrag tas"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF REQUEST-REFERENCE = SPACES
                   OR REQUEST-OFFICER-ID = SPACES THEN
               DISPLAY "FEL: referens eller handläggare saknas på "
                       "GDPRPARM - inget utdrag tas"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           SET REQUEST-ACCEPTED TO TRUE
           EXIT.

       OPEN-EXTRACT-REPORT SECTION.
           OPEN OUTPUT EXTRACT-REPORT-FILE
           IF EXTRACT-REPORT-FILE-STATUS = "00" THEN
               SET REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "FEL: kunde inte öppna GDPRRPT, status "
                       EXTRACT-REPORT-FILE-STATUS
                       " - inget utdrag tas"
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE "KALP REGISTERUTDRAG (GDPR ARTIKEL 15)"
                   TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "Personnummer: " REQUEST-PERSONNUMMER
                   "   Referens: " REQUEST-REFERENCE
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "Beställt av: " REQUEST-OFFICER-ID
                   "   Utdraget taget: " TODAYS-DATE " " RUN-TIME
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "Medsökandes personnummer och egna uppgifter "
                   "ingår inte i utdraget."
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

      *> Rubriken för en källa (SOURCE-NAME/SOURCE-TITLE) och
      *> nollställda räknare.
       BEGIN-SOURCE SECTION.
           MOVE 0 TO SOURCE-ROWS
           MOVE "N" TO SOURCE-UNREAD-SWITCH
           MOVE "N" TO SOURCE-EOF-SWITCH
           MOVE SPACES TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING SOURCE-NAME " - " SOURCE-TITLE
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

      *> Öppningen av källan misslyckades (status i SOURCE-STATUS).
      *> Status 35 betyder att registret ännu inte skapats - då finns
      *> inga uppgifter. Annars kunde filen inte läsas och utdraget
      *> blir ofullständigt.
       CHECK-SOURCE-OPEN SECTION.
           SET SOURCE-EOF TO TRUE
           IF SOURCE-STATUS = "35" THEN
               EXIT SECTION
           END-IF
           SET SOURCE-UNREAD TO TRUE
           ADD 1 TO FILES-UNREAD
           DISPLAY "VARNING: kunde inte öppna " SOURCE-NAME
                   ", status " SOURCE-STATUS
                   " - utdraget blir ofullständigt"
           ADD 1 TO RUNLOG-WARNING-COUNT
           IF RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT.

      *> Avslutar källan: en rad när inget hittades eller filen inte
      *> gick att läsa, och källans rad i sammanfattningen.
       END-SOURCE SECTION.
           IF SOURCE-UNREAD THEN
               MOVE SPACES TO EXTRACT-REPORT-LINE
               STRING "  FILEN KUNDE INTE LÄSAS (status "
                       SOURCE-STATUS ") - uppgifter kan saknas"
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
           ELSE
               IF SOURCE-ROWS = 0 THEN
                   MOVE "  Inga uppgifter" TO EXTRACT-REPORT-LINE
                   WRITE EXTRACT-REPORT-LINE
               END-IF
           END-IF
           ADD SOURCE-ROWS TO ROWS-FOUND
           ADD 1 TO SUMMARY-COUNT
           MOVE SOURCE-NAME TO SM-SOURCE-NAME (SUMMARY-COUNT)
           MOVE SOURCE-ROWS TO SM-ROWS (SUMMARY-COUNT)
           MOVE SOURCE-UNREAD-SWITCH TO SM-UNREAD-SWITCH (SUMMARY-COUNT)
           EXIT.

      *> Ärenderegistret läses på personnummernycklarna, först som
      *> sökande 1 och sedan som sökande 2.
       EXTRACT-CASE-FILE SECTION.
           MOVE "CASEFILE" TO SOURCE-NAME
           MOVE "Ärenden" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               MOVE CASE-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               SET SEARCH-ON-A1 TO TRUE
               PERFORM READ-CASES-ON-KEY
               SET SEARCH-ON-A2 TO TRUE
               PERFORM READ-CASES-ON-KEY
               CLOSE CASE-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       READ-CASES-ON-KEY SECTION.
           MOVE "N" TO SOURCE-EOF-SWITCH
           IF SEARCH-ON-A1 THEN
               MOVE REQUEST-PERSONNUMMER TO CR-A1-PERSONNUMMER
               START CASE-FILE KEY IS EQUAL TO CR-A1-PERSONNUMMER
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
           ELSE
               MOVE REQUEST-PERSONNUMMER TO CR-A2-PERSONNUMMER
               START CASE-FILE KEY IS EQUAL TO CR-A2-PERSONNUMMER
                   INVALID KEY
                       SET SOURCE-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL SOURCE-EOF
               READ CASE-FILE NEXT
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ROWS-READ
                       PERFORM MATCH-CASE-ON-KEY
               END-READ
           END-PERFORM
           EXIT.

      *> Läsningen slutar när nyckeln byter värde. Ett ärende där
      *> personen står som båda sökandena skrivs bara en gång.
       MATCH-CASE-ON-KEY SECTION.
           IF (SEARCH-ON-A1 AND CR-A1-PERSONNUMMER
                   NOT = REQUEST-PERSONNUMMER)
                   OR (SEARCH-ON-A2 AND CR-A2-PERSONNUMMER
                   NOT = REQUEST-PERSONNUMMER) THEN
               SET SOURCE-EOF TO TRUE
               EXIT SECTION
           END-IF
           IF SEARCH-ON-A2
                   AND CR-A1-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               EXIT SECTION
           END-IF
           PERFORM WRITE-CASE-LINES
           EXIT.

      *> Arkiverade ärenden som ännu inte maskerats. Kontrollposterna
      *> hoppas över.
       EXTRACT-CASE-ARCHIVE SECTION.
           MOVE "CASEARCH" TO SOURCE-NAME
           MOVE "Arkiverade ärenden (ej maskerade)" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT CASE-ARCHIVE-FILE
           IF CASE-ARCHIVE-FILE-STATUS NOT = "00" THEN
               MOVE CASE-ARCHIVE-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ CASE-ARCHIVE-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           PERFORM MATCH-ARCHIVED-CASE
                   END-READ
               END-PERFORM
               CLOSE CASE-ARCHIVE-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       MATCH-ARCHIVED-CASE SECTION.
           IF CASE-ARCHIVE-ROW(1:8) = "KONTROLL" THEN
               EXIT SECTION
           END-IF
           MOVE CASE-ARCHIVE-ROW TO CASE-RECORD
           IF CR-A1-PERSONNUMMER = REQUEST-PERSONNUMMER
                   OR CR-A2-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               PERFORM WRITE-CASE-LINES
           END-IF
           EXIT.

      *> Ett ärende ur CASE-RECORD. Personens egna uppgifter tas med
      *> för den roll personen har i ärendet - även inkomstavstäm-
      *> ningen, som bara visas för den egna rollen; hushållets
      *> sammansättning och belopp, skuldkvoten och beskedet gäller
      *> båda sökandena.
       WRITE-CASE-LINES SECTION.
           ADD 1 TO SOURCE-ROWS
           MOVE CR-CASE-NUMBER TO LOOKUP-CASE-NUMBER
           PERFORM ADD-COLLECTED-CASE
           IF CR-A1-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               MOVE "1" TO APPLICANT-ROLE
           ELSE
               MOVE "2" TO APPLICANT-ROLE
           END-IF
           MOVE APPLICANT-ROLE TO APPLICANT-SUB
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Ärende " CR-CASE-NUMBER "  sökande "
                   APPLICANT-ROLE "  kontor " CR-OFFICE-CODE
                   "  handläggare " CR-ADVISER-ID
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE

           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF APPLICANT-ROLE = "1" THEN
               MOVE CR-A1-GROSS-SALARY TO DISPLAY-SALARY
               MOVE CR-A1-CASH-DEPOSIT TO DISPLAY-AMOUNT
               STRING "    Kommun " CR-A1-MUNICIPALITY-CODE
                       "  bruttolön " DISPLAY-SALARY
                       "  kontantinsats " DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           ELSE
               MOVE CR-A2-GROSS-SALARY TO DISPLAY-SALARY
               MOVE CR-A2-CASH-DEPOSIT TO DISPLAY-AMOUNT
               STRING "    Kommun " CR-A2-MUNICIPALITY-CODE
                       "  bruttolön " DISPLAY-SALARY
                       "  kontantinsats " DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           END-IF
           WRITE EXTRACT-REPORT-LINE

           MOVE CR-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
           MOVE CR-MAX-PROPERTY-PRICE TO DISPLAY-AMOUNT-2
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    Boende " CR-PROPERTY-TYPE
                   " lånetak " DISPLAY-AMOUNT
                   " maxpris " DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE

           MOVE CR-OTHER-LOAN-EXPENSES TO DISPLAY-COST
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    Hushåll vuxna " CR-TOTAL-GROWN
                   "  barn " CR-TOTAL-CHILDREN
                   "  övriga lån " DISPLAY-COST "/mån"
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE

           *> Skuldkvot och avvikelseflagga saknas i rader sparade
           *> innan de infördes.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF CR-SKULDKVOT IS NUMERIC THEN
               MOVE CR-SKULDKVOT TO DISPLAY-SKULDKVOT
               STRING "    Skuldkvot " DISPLAY-SKULDKVOT
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           ELSE
               MOVE "    Skuldkvot  saknas" TO EXTRACT-REPORT-LINE
           END-IF
           IF CR-DEBT-DEVIATION THEN
               MOVE "avvikelse mot kreditupplysningen: J"
                       TO EXTRACT-REPORT-LINE(25:35)
           ELSE
               MOVE "avvikelse mot kreditupplysningen: N"
                       TO EXTRACT-REPORT-LINE(25:35)
           END-IF
           WRITE EXTRACT-REPORT-LINE

           PERFORM WRITE-INCOME-CHECK-LINE

           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    Utfall " CR-OUTCOME-CODE
                   "  manuell handläggning " CR-REVIEW-STATUS
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           IF (APPLICANT-ROLE = "1"
                   AND CR-A2-PERSONNUMMER NOT = SPACES)
                   OR APPLICANT-ROLE = "2" THEN
               MOVE "medsökande finns" TO EXTRACT-REPORT-LINE(62:17)
           END-IF
           WRITE EXTRACT-REPORT-LINE

           IF NOT CR-AMEND-NONE THEN
               MOVE SPACES TO EXTRACT-REPORT-LINE
               STRING "    Ändrat " CR-AMEND-STATUS
                       "  senast " CR-AMEND-DATE
                       "  av " CR-AMEND-ADVISER-ID
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
           END-IF
           EXIT.

      *> Inkomstavstämningen för personens egen roll i ärendet:
      *> uppgiven inkomst, registrets inkomst och inkomståret. Utan
      *> registrerat utfall ska beloppen inte läsas.
       WRITE-INCOME-CHECK-LINE SECTION.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           EVALUATE TRUE
               WHEN CR-IC-WITHIN-TOLERANCE (APPLICANT-SUB)
                   MOVE "inom toleransen" TO INCOME-CHECK-TEXT
               WHEN CR-IC-OVERSTATED (APPLICANT-SUB)
                   MOVE "över registret" TO INCOME-CHECK-TEXT
               WHEN CR-IC-UNDERSTATED (APPLICANT-SUB)
                   MOVE "under registret" TO INCOME-CHECK-TEXT
               WHEN CR-IC-NOT-IN-REGISTER (APPLICANT-SUB)
                   MOVE "saknas i reg." TO INCOME-CHECK-TEXT
               WHEN CR-IC-NOT-CHECKED (APPLICANT-SUB)
                   MOVE "ej gjord" TO INCOME-CHECK-TEXT
               WHEN OTHER
                   MOVE "    Inkomstavstämning  ej registrerad"
                           TO EXTRACT-REPORT-LINE
                   WRITE EXTRACT-REPORT-LINE
                   EXIT SECTION
           END-EVALUATE
           MOVE CR-IC-STATED-GROSS-SALARY (APPLICANT-SUB)
                   TO DISPLAY-COST
           MOVE CR-IC-REGISTER-GROSS-SALARY (APPLICANT-SUB)
                   TO DISPLAY-COST-2
           STRING "    Inkomst " INCOME-CHECK-TEXT
                   " uppgiven " DISPLAY-COST
                   " register " DISPLAY-COST-2
                   " år " CR-IC-INCOME-YEAR (APPLICANT-SUB)
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

      *> Ändringsloggen bär personnumren i klartext och läses rad för
      *> rad. Före- och efterbilderna innehåller medsökandens
      *> uppgifter och skrivs inte ut; ändrades ett fält som gäller
      *> medsökanden visas bara att det ändrades.
       EXTRACT-CHANGE-LOG SECTION.
           MOVE "CHGLOG" TO SOURCE-NAME
           MOVE "Rättelser och makuleringar av ärenden"
                   TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT CHANGE-LOG-FILE
           IF CHANGE-LOG-FILE-STATUS NOT = "00" THEN
               MOVE CHANGE-LOG-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ CHANGE-LOG-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           PERFORM MATCH-CHANGE-LOG
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       MATCH-CHANGE-LOG SECTION.
           IF CG-A1-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               MOVE "1" TO APPLICANT-ROLE
           ELSE
               IF CG-A2-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
                   MOVE "2" TO APPLICANT-ROLE
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO SOURCE-ROWS
           MOVE CG-CASE-NUMBER TO LOOKUP-CASE-NUMBER
           PERFORM ADD-COLLECTED-CASE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Ärende " CG-CASE-NUMBER "  sökande "
                   APPLICANT-ROLE "  " CG-ACTION
                   "  " CG-TIMESTAMP(1:8)
                   "  handläggare " CG-ADVISER-ID
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF CG-FIELD-CODE(1:1) = "A"
                   AND CG-FIELD-CODE(2:1) NOT = APPLICANT-ROLE THEN
               STRING "    " CG-FIELD-CODE "  medsökandens uppgift"
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           ELSE
               STRING "    " CG-FIELD-CODE "  " CG-OLD-VALUE
                       " -> " CG-NEW-VALUE
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           END-IF
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    orsak " CG-REASON
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

       EXTRACT-LOAN-EXPORTS SECTION.
           MOVE "LOANEXP" TO SOURCE-NAME
           MOVE "Besked lämnade till låneursprungssystemet"
                   TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               MOVE LOAN-EXPORT-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ LOAN-EXPORT-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           PERFORM MATCH-LOAN-EXPORT
                   END-READ
               END-PERFORM
               CLOSE LOAN-EXPORT-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

      *> Arkivraderna läses in i exportposten när exportfilen är
      *> stängd.
       EXTRACT-LOAN-ARCHIVE SECTION.
           MOVE "LOANARCH" TO SOURCE-NAME
           MOVE "Arkiverade besked till låneursprungssystemet"
                   TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT LOAN-ARCHIVE-FILE
           IF LOAN-ARCHIVE-FILE-STATUS NOT = "00" THEN
               MOVE LOAN-ARCHIVE-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ LOAN-ARCHIVE-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           IF LOAN-ARCHIVE-ROW(1:8)
                                   NOT = "KONTROLL" THEN
                               MOVE LOAN-ARCHIVE-ROW
                                       TO LOAN-EXPORT-RECORD
                               PERFORM MATCH-LOAN-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-ARCHIVE-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       MATCH-LOAN-EXPORT SECTION.
           IF LE-A1-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               MOVE "1" TO APPLICANT-ROLE
           ELSE
               IF LE-A2-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
                   MOVE "2" TO APPLICANT-ROLE
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO SOURCE-ROWS
           MOVE LE-CASE-NUMBER TO LOOKUP-CASE-NUMBER
           PERFORM ADD-COLLECTED-CASE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Ärende " LE-CASE-NUMBER "  sökande "
                   APPLICANT-ROLE "  status " LE-STATUS
                   "  exportdag " LE-EXPORT-DATE
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE LE-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
           MOVE LE-MAX-PROPERTY-PRICE TO DISPLAY-AMOUNT-2
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    lånetak " DISPLAY-AMOUNT
                   "  maxpris " DISPLAY-AMOUNT-2
                   "  kontor " LE-OFFICE-CODE
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

       EXTRACT-MANUAL-QUEUE SECTION.
           MOVE "MANQUEUE" TO SOURCE-NAME
           MOVE "Kön för manuell handläggning" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT MANUAL-QUEUE-FILE
           IF MANUAL-QUEUE-FILE-STATUS NOT = "00" THEN
               MOVE MANUAL-QUEUE-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ MANUAL-QUEUE-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           PERFORM MATCH-MANUAL-QUEUE
                   END-READ
               END-PERFORM
               CLOSE MANUAL-QUEUE-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       MATCH-MANUAL-QUEUE SECTION.
           IF MQ-A1-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               MOVE "1" TO APPLICANT-ROLE
           ELSE
               IF MQ-A2-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
                   MOVE "2" TO APPLICANT-ROLE
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO SOURCE-ROWS
           IF MQ-IN-CASEFILE THEN
               MOVE MQ-QUEUE-NUMBER TO LOOKUP-CASE-NUMBER
               PERFORM ADD-COLLECTED-CASE
           END-IF
           PERFORM ADD-COLLECTED-QUEUE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Könummer " MQ-QUEUE-NUMBER "  sökande "
                   APPLICANT-ROLE "  köad " MQ-ENTRY-DATE
                   "  kanal " MQ-CHANNEL
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    orsak " MQ-REASON-CODE
                   "  " MQ-REASON-DETAIL
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

      *> Kreditberedningens beslut om personens köposter. Beslutet
      *> bär könumret, som är ärendenumret när ärendet finns i
      *> CASEFILE - därför prövas både ärendena och köposterna.
       EXTRACT-DECISIONS SECTION.
           MOVE "MANDECIS" TO SOURCE-NAME
           MOVE "Beslut i manuell handläggning" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT DECISION-FILE
           IF DECISION-FILE-STATUS NOT = "00" THEN
               MOVE DECISION-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ DECISION-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           PERFORM MATCH-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       MATCH-DECISION SECTION.
           MOVE MD-QUEUE-NUMBER TO LOOKUP-CASE-NUMBER
           PERFORM FIND-COLLECTED-CASE
           IF NOT CASE-COLLECTED THEN
               PERFORM FIND-COLLECTED-QUEUE
               IF NOT QUEUE-COLLECTED THEN
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO SOURCE-ROWS
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Könummer " MD-QUEUE-NUMBER "  beslut "
                   MD-DECISION " " MD-DECISION-TIMESTAMP
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF MD-APPROVE AND MD-AMOUNT IS NUMERIC THEN
               MOVE MD-AMOUNT TO DISPLAY-AMOUNT
               STRING "    handläggare " MD-OFFICER-ID
                       "  belopp " DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           ELSE
               STRING "    handläggare " MD-OFFICER-ID
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           END-IF
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    motivering " MD-MOTIVATION
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

      *> Checkpointen för en avbruten intervju - högst en post.
       EXTRACT-WORK-FILE SECTION.
           MOVE "WORKFILE" TO SOURCE-NAME
           MOVE "Påbörjad intervju som inte avslutats"
                   TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT WORK-FILE
           IF WORK-FILE-STATUS NOT = "00" THEN
               MOVE WORK-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ WORK-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           PERFORM MATCH-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       MATCH-WORK-RECORD SECTION.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF WR-A1-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
               MOVE WR-A1-GROSS-SALARY TO DISPLAY-SALARY
               MOVE WR-A1-CASH-DEPOSIT TO DISPLAY-AMOUNT
               STRING "    Kommun " WR-A1-MUNICIPALITY-CODE
                       "  bruttolön " DISPLAY-SALARY
                       "  kontantinsats " DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
               MOVE "1" TO APPLICANT-ROLE
           ELSE
               IF WR-A2-PERSONNUMMER = REQUEST-PERSONNUMMER THEN
                   MOVE WR-A2-GROSS-SALARY TO DISPLAY-SALARY
                   MOVE WR-A2-CASH-DEPOSIT TO DISPLAY-AMOUNT
                   STRING "    Kommun " WR-A2-MUNICIPALITY-CODE
                           "  bruttolön " DISPLAY-SALARY
                           "  kontantinsats " DISPLAY-AMOUNT
                           DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
                   MOVE "2" TO APPLICANT-ROLE
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO SOURCE-ROWS
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    sökande " APPLICANT-ROLE
                   "  avbruten efter avsnitt " WR-STAGE
                   "  boende " WR-PROPERTY-TYPE
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

       EXTRACT-BLOCK-LIST SECTION.
           MOVE "SPARRFIL" TO SOURCE-NAME
           MOVE "Spärrar" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT BLOCK-LIST-FILE
           IF BLOCK-FILE-STATUS NOT = "00" THEN
               MOVE BLOCK-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ BLOCK-LIST-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           IF SR-PERSONNUMMER
                                   = REQUEST-PERSONNUMMER THEN
                               ADD 1 TO SOURCE-ROWS
                               MOVE SPACES TO EXTRACT-REPORT-LINE
                               STRING "  Spärrkod " SR-BLOCK-CODE
                                       "  gäller från "
                                       SR-EFFECTIVE-DATE
                                       DELIMITED BY SIZE
                                       INTO EXTRACT-REPORT-LINE
                               WRITE EXTRACT-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-LIST-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

      *> Filerna nedan bär bara ärendenumret - raderna knyts till
      *> personen genom de ärenden som hittats ovan.
       EXTRACT-MONTHLY-COSTS SECTION.
           MOVE "MCOSTEXP" TO SOURCE-NAME
           MOVE "Månadskostnadskalkyler" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT MONTHLY-COST-FILE
           IF MONTHLY-COST-FILE-STATUS NOT = "00" THEN
               MOVE MONTHLY-COST-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ MONTHLY-COST-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           MOVE MC-CASE-NUMBER TO LOOKUP-CASE-NUMBER
                           PERFORM FIND-COLLECTED-CASE
                           IF CASE-COLLECTED THEN
                               PERFORM WRITE-MONTHLY-COST-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-COST-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       WRITE-MONTHLY-COST-LINES SECTION.
           ADD 1 TO SOURCE-ROWS
           MOVE MC-INTEREST-COST TO DISPLAY-COST
           MOVE MC-AMORTIZATION-COST TO DISPLAY-COST-2
           MOVE MC-HOUSING-FEE TO DISPLAY-COST-3
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Ärende " MC-CASE-NUMBER "  ränta "
                   DISPLAY-COST "  amortering " DISPLAY-COST-2
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE MC-TAX-CREDIT TO DISPLAY-COST
           MOVE MC-NET-MONTHLY-COST TO DISPLAY-COST-2
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    avgift " DISPLAY-COST-3
                   "  ränteavdrag " DISPLAY-COST
                   "  netto per månad " DISPLAY-COST-2
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

       EXTRACT-ACK-REGISTER SECTION.
           MOVE "ACKREG" TO SOURCE-NAME
           MOVE "Leveranser kvitterade av låneursprungssystemet"
                   TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT ACK-REGISTER-FILE
           IF ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               MOVE ACK-REGISTER-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ ACK-REGISTER-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           MOVE AG-CASE-NUMBER TO LOOKUP-CASE-NUMBER
                           PERFORM FIND-COLLECTED-CASE
                           IF CASE-COLLECTED THEN
                               ADD 1 TO SOURCE-ROWS
                               PERFORM WRITE-ACK-REGISTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-REGISTER-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

      *> Rader från innan registret fördes per exportrad bär bara
      *> ärendenumret.
       WRITE-ACK-REGISTER-LINE SECTION.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF AG-EXPORT-DATE = SPACES THEN
               STRING "  Ärende " AG-CASE-NUMBER
                       " mottaget av låneursprungssystemet"
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           ELSE
               STRING "  Ärende " AG-CASE-NUMBER
                       "  exportrad " AG-EXPORT-STATUS
                       " " AG-EXPORT-DATE " kvitterad"
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           END-IF
           WRITE EXTRACT-REPORT-LINE
           EXIT.

       EXTRACT-LAPSE-REGISTER SECTION.
           MOVE "LAPSREG" TO SOURCE-NAME
           MOVE "Förfallna lånelöften" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT LAPSE-REGISTER-FILE
           IF LAPSE-REGISTER-FILE-STATUS NOT = "00" THEN
               MOVE LAPSE-REGISTER-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ LAPSE-REGISTER-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           MOVE LG-CASE-NUMBER TO LOOKUP-CASE-NUMBER
                           PERFORM FIND-COLLECTED-CASE
                           IF CASE-COLLECTED THEN
                               ADD 1 TO SOURCE-ROWS
                               MOVE SPACES TO EXTRACT-REPORT-LINE
                               STRING "  Ärende " LG-CASE-NUMBER
                                       " lånelöftet förfallet och "
                                       "rapporterat"
                                       DELIMITED BY SIZE
                                       INTO EXTRACT-REPORT-LINE
                               WRITE EXTRACT-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAPSE-REGISTER-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       EXTRACT-OBJECT-CHECKS SECTION.
           MOVE "OBJREG" TO SOURCE-NAME
           MOVE "Objekt prövade mot lånelöftet" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT OBJECT-CHECK-FILE
           IF OBJECT-CHECK-FILE-STATUS NOT = "00" THEN
               MOVE OBJECT-CHECK-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ OBJECT-CHECK-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           MOVE OC-CASE-NUMBER TO LOOKUP-CASE-NUMBER
                           PERFORM FIND-COLLECTED-CASE
                           IF CASE-COLLECTED THEN
                               PERFORM WRITE-OBJECT-CHECK-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBJECT-CHECK-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

       WRITE-OBJECT-CHECK-LINES SECTION.
           ADD 1 TO SOURCE-ROWS
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  Ärende " OC-CASE-NUMBER "  prövat "
                   OC-CHECK-DATE "  " OC-OBJECT-DESCRIPTION
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE OC-PURCHASE-PRICE TO DISPLAY-AMOUNT
           MOVE OC-CASH-DEPOSIT TO DISPLAY-AMOUNT-2
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "    pris " DISPLAY-AMOUNT
                   "  kontantinsats " DISPLAY-AMOUNT-2
                   "  " OC-VERDICT
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           EXIT.

       EXTRACT-LETTER-REGISTER SECTION.
           MOVE "LTRREG" TO SOURCE-NAME
           MOVE "Skrivna lånelöftesbrev" TO SOURCE-TITLE
           PERFORM BEGIN-SOURCE
           OPEN INPUT LETTER-REGISTER-FILE
           IF LETTER-REGISTER-FILE-STATUS NOT = "00" THEN
               MOVE LETTER-REGISTER-FILE-STATUS TO SOURCE-STATUS
               PERFORM CHECK-SOURCE-OPEN
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ LETTER-REGISTER-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ROWS-READ
                           MOVE LR-CASE-NUMBER TO LOOKUP-CASE-NUMBER
                           PERFORM FIND-COLLECTED-CASE
                           IF CASE-COLLECTED THEN
                               ADD 1 TO SOURCE-ROWS
                               MOVE SPACES TO EXTRACT-REPORT-LINE
                               STRING "  Ärende " LR-CASE-NUMBER
                                       "  brev utskrivet "
                                       LR-PRINT-DATE
                                       DELIMITED BY SIZE
                                       INTO EXTRACT-REPORT-LINE
                               WRITE EXTRACT-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-REGISTER-FILE
           END-IF
           PERFORM END-SOURCE
           EXIT.

      *> Lägger LOOKUP-CASE-NUMBER i tabellen om det inte redan
      *> finns. Blir tabellen full kan rader i filerna som bara bär
      *> ärendenumret saknas - utdraget blir då ofullständigt.
       ADD-COLLECTED-CASE SECTION.
           SET CC-IDX TO 1
           SEARCH COLLECTED-CASE-ENTRY
               AT END
                   IF NOT CASE-TABLE-FULL THEN
                       DISPLAY "VARNING: fler än 1000 ärenden på "
                               "personnumret - utdraget blir "
                               "ofullständigt"
                       ADD 1 TO RUNLOG-WARNING-COUNT
                       SET CASE-TABLE-FULL TO TRUE
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN CC-IDX > COLLECTED-CASE-COUNT
                   ADD 1 TO COLLECTED-CASE-COUNT
                   MOVE LOOKUP-CASE-NUMBER TO CC-CASE-NUMBER (CC-IDX)
               WHEN CC-CASE-NUMBER (CC-IDX) = LOOKUP-CASE-NUMBER
                   CONTINUE
           END-SEARCH
           EXIT.

      *> Som ADD-COLLECTED-CASE, för köposternas nummer.
       ADD-COLLECTED-QUEUE SECTION.
           SET CQ-IDX TO 1
           SEARCH COLLECTED-QUEUE-ENTRY
               AT END
                   IF NOT QUEUE-TABLE-FULL THEN
                       DISPLAY "VARNING: fler än 1000 köposter på "
                               "personnumret - utdraget blir "
                               "ofullständigt"
                       ADD 1 TO RUNLOG-WARNING-COUNT
                       SET QUEUE-TABLE-FULL TO TRUE
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN CQ-IDX > COLLECTED-QUEUE-COUNT
                   ADD 1 TO COLLECTED-QUEUE-COUNT
                   MOVE MQ-QUEUE-NUMBER TO CQ-QUEUE-NUMBER (CQ-IDX)
               WHEN CQ-QUEUE-NUMBER (CQ-IDX) = MQ-QUEUE-NUMBER
                   CONTINUE
           END-SEARCH
           EXIT.

       FIND-COLLECTED-QUEUE SECTION.
           MOVE "N" TO QUEUE-COLLECTED-SWITCH
           IF COLLECTED-QUEUE-COUNT = 0 THEN
               EXIT SECTION
           END-IF
           SET CQ-IDX TO 1
           SEARCH COLLECTED-QUEUE-ENTRY
               AT END
                   CONTINUE
               WHEN CQ-IDX > COLLECTED-QUEUE-COUNT
                   CONTINUE
               WHEN CQ-QUEUE-NUMBER (CQ-IDX) = LOOKUP-CASE-NUMBER
                   SET QUEUE-COLLECTED TO TRUE
           END-SEARCH
           EXIT.

       FIND-COLLECTED-CASE SECTION.
           MOVE "N" TO CASE-COLLECTED-SWITCH
           IF COLLECTED-CASE-COUNT = 0 THEN
               EXIT SECTION
           END-IF
           SET CC-IDX TO 1
           SEARCH COLLECTED-CASE-ENTRY
               AT END
                   CONTINUE
               WHEN CC-IDX > COLLECTED-CASE-COUNT
                   CONTINUE
               WHEN CC-CASE-NUMBER (CC-IDX) = LOOKUP-CASE-NUMBER
                   SET CASE-COLLECTED TO TRUE
           END-SEARCH
           EXIT.

       WRITE-REPORT-SUMMARY SECTION.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE "SAMMANFATTNING          RADER" TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           PERFORM VARYING SUMMARY-SUB FROM 1 BY 1
                   UNTIL SUMMARY-SUB > SUMMARY-COUNT
               MOVE SM-ROWS (SUMMARY-SUB) TO DISPLAY-COUNT
               MOVE SPACES TO EXTRACT-REPORT-LINE
               STRING "  " SM-SOURCE-NAME (SUMMARY-SUB)
                       "             " DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
               IF SM-UNREAD (SUMMARY-SUB) THEN
                   MOVE "kunde inte läsas"
                           TO EXTRACT-REPORT-LINE(33:17)
               END-IF
               WRITE EXTRACT-REPORT-LINE
           END-PERFORM
           MOVE ROWS-FOUND TO DISPLAY-COUNT
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING "  TOTALT               " DISPLAY-COUNT
                   DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF FILES-UNREAD = 0 AND NOT CASE-TABLE-FULL THEN
               MOVE "Utdraget är fullständigt."
                       TO EXTRACT-REPORT-LINE
           ELSE
               MOVE FILES-UNREAD TO DISPLAY-FILES
               STRING "UTDRAGET ÄR OFULLSTÄNDIGT - " DISPLAY-FILES
                       " fil(er) kunde inte läsas. Får inte lämnas "
                       "ut."
                       DELIMITED BY SIZE INTO EXTRACT-REPORT-LINE
           END-IF
           WRITE EXTRACT-REPORT-LINE
           EXIT.

      *> Dataskyddsombudets logg - en rad per körning, också när
      *> begäran avvisades. Kan loggen inte skrivas får utdraget
      *> inte lämnas ut (returkod 8).
       WRITE-GDPR-LOG SECTION.
           MOVE SPACES TO GDPR-LOG-RECORD
           MOVE TODAYS-DATE TO GD-RUN-DATE
           MOVE RUN-TIME TO GD-RUN-TIME
           MOVE REQUEST-PERSONNUMMER TO GD-PERSONNUMMER
           MOVE REQUEST-REFERENCE TO GD-REQUEST-REFERENCE
           MOVE REQUEST-OFFICER-ID TO GD-OFFICER-ID
           MOVE ROWS-FOUND TO GD-ROWS-FOUND
           MOVE FILES-UNREAD TO GD-FILES-UNREAD
           EVALUATE TRUE
               WHEN NOT REPORT-OPEN
                   SET GD-REJECTED TO TRUE
               WHEN FILES-UNREAD > 0 OR CASE-TABLE-FULL
                   SET GD-INCOMPLETE TO TRUE
               WHEN OTHER
                   SET GD-COMPLETE TO TRUE
           END-EVALUATE

           OPEN EXTEND GDPR-LOG-FILE
           IF GDPR-LOG-FILE-STATUS = "35" THEN
               *> GDPRLOG finns inte ännu - skapa den istället.
               OPEN OUTPUT GDPR-LOG-FILE
           END-IF
           IF GDPR-LOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "FEL: kunde inte öppna GDPRLOG, status "
                       GDPR-LOG-FILE-STATUS
                       " - utdraget får inte lämnas ut"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           WRITE GDPR-LOG-RECORD
           CLOSE GDPR-LOG-FILE
           EXIT.

       WRITE-RUNLOG-START SECTION.
           MOVE "MAXLOAN-EXTRACT" TO RJ-PROGRAM-NAME
           MOVE "START" TO RJ-EVENT
           MOVE 0 TO RJ-ROWS-READ
           MOVE 0 TO RJ-ROWS-WRITTEN
           MOVE 0 TO RJ-ROWS-REJECTED
           MOVE 0 TO RJ-WARNING-COUNT
           MOVE 0 TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           EXIT.

      *> SLUT-raden till körjournalen - radantal, varningsantal och
      *> returkoden som den står när programmet slutar. Personnumret
      *> skrivs inte i journalen - det står bara i GDPRLOG.
       WRITE-RUNLOG-END SECTION.
           MOVE "SLUT" TO RJ-EVENT
           MOVE ROWS-READ TO RJ-ROWS-READ
           MOVE ROWS-FOUND TO RJ-ROWS-WRITTEN
           IF REQUEST-ACCEPTED THEN
               MOVE 0 TO RJ-ROWS-REJECTED
           ELSE
               MOVE 1 TO RJ-ROWS-REJECTED
           END-IF
           MOVE RUNLOG-WARNING-COUNT TO RJ-WARNING-COUNT
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           CALL "MAXLOAN-RUNLOG" USING RUNLOG-INPUT
           *> Anropet nollar RETURN-CODE - sätt tillbaka den kod
           *> som just journalfördes, så att jobbet slutar med den.
           MOVE RJ-RETURN-CODE TO RETURN-CODE
           EXIT.
