       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-REVIEW.
      *> Kreditberedningens arbetslista för manuell handläggning.
      *> Intervjun, batchen och granskningen köar i MANQUEUE de
      *> ärenden som inte fick (eller inte fick behålla) ett
      *> maskinellt besked: spärrade sökande, avslag, väsentliga
      *> skuldavvikelser och avvisade intagsrader. Handläggaren ser
      *> de öppna posterna, väljer en och beslutar:
      *>   - bevilja med ett justerat belopp (bara när ärendet finns
      *>     i CASEFILE - spärrar och avvisade rader har inget
      *>     beräknat ärende att bevilja),
      *>   - bekräfta avslaget,
      *>   - skicka tillbaka för komplettering,
      *> alltid med en fritextmotivering. Ett beviljande över det
      *> beräknade lånetaket verkställs först när en andra
      *> handläggare har attesterat det. Beviljade avsteg lämnas
      *> till låneursprungssystemet i LOANEXP med status MANUELL,
      *> så att de kan skiljas från maskinellt beräknade OK-besked,
      *> och ärendet i CASEFILE får beslutet och beloppet.
      *> Besluten förs i det ackumulerande registret MANDECIS - köns
      *> läge räknas fram ur kön och registret vid varje start.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MANUAL-QUEUE-FILE ASSIGN TO "MANQUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANUAL-QUEUE-FILE-STATUS.
               SELECT DECISION-FILE ASSIGN TO "MANDECIS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DECISION-FILE-STATUS.
      *> Ärenderegistret läses och uppdateras med keyad access på
      *> ärendenumret, samma som ärendeförfrågan.
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

       DATA DIVISION.
           FILE SECTION.
           FD  MANUAL-QUEUE-FILE.
           COPY MANQREC.

           FD  DECISION-FILE.
           COPY MANDREC.

           FD  CASE-FILE.
           COPY CASEREC.

           FD  LOAN-EXPORT-FILE.
           COPY EXPREC.

           WORKING-STORAGE SECTION.
           78  CUR VALUE "SEK".

           01  MANUAL-QUEUE-FILE-STATUS PIC X(02).
           01  DECISION-FILE-STATUS PIC X(02).
           01  CASE-FILE-STATUS PIC X(02).
           01  LOAN-EXPORT-FILE-STATUS PIC X(02).

           01  QUEUE-EOF-SWITCH PIC X(01) VALUE "N".
               88  QUEUE-EOF VALUE "J".
           01  DECISION-EOF-SWITCH PIC X(01) VALUE "N".
               88  DECISION-EOF VALUE "J".

           *> Köns poster i minnet, var och en med sitt framräknade
           *> läge. QT-ROW är köposten som den står i MANQUEUE.
           *> QT-STATUS har samma värden som CR-REVIEW-STATUS; ett
           *> beviljande som väntar på attest bär belopp och
           *> beslutsfattare så att attesten kan kontrolleras.
           78  MAX-QUEUE-ENTRIES VALUE 5000.
           01  QUEUE-TABLE.
               02  QUEUE-ENTRY OCCURS 5000 TIMES INDEXED BY QT-IDX.
                   03  QT-QUEUE-NUMBER PIC 9(14).
                   03  QT-ROW PIC X(160).
                   03  QT-STATUS PIC X(08).
                   03  QT-PENDING-AMOUNT PIC 9(10).
                   03  QT-PENDING-OFFICER PIC X(08).
           01  QUEUE-COUNT PIC 9(5) VALUE 0.
           01  QUEUE-SUB PIC 9(5).
           01  OPEN-ITEM-COUNT PIC 9(5).

           01  ENTRY-FOUND-SWITCH PIC X(01).
               88  ENTRY-FOUND VALUE "J".
           01  CASE-FOUND-SWITCH PIC X(01).
               88  CASE-FOUND VALUE "J".

           01  OFFICER-ID PIC X(08) VALUE SPACES.
           01  USER-INPUT-X PIC X(20).
           01  MOTIVATION-TEXT PIC X(60).
           01  WANTED-QUEUE-NUMBER PIC 9(14).
           01  DECIDED-AMOUNT PIC 9(10).
           *> Det som förs in på ärendet i CASEFILE.
           01  NEW-REVIEW-STATUS PIC X(08).
           01  NEW-OVERRIDE-AMOUNT PIC 9(10).
           *> Lånetaket ett beviljande prövas mot - över det krävs
           *> attest.
           01  APPROVAL-CAP-AMOUNT PIC 9(10).

           *> Bolånetaket: lånet får vara högst 85 % av priset, så
           *> med kontantinsatsen K är det högsta lånet K * 85 / 15 -
           *> samma regel som MAXLOAN-ENGINE räknar med.
           01  MORTGAGE-CAP-AMOUNT PIC 9(10).
           01  PROPERTY-PRICE PIC 9(10).

           01  DISPLAY-AMOUNT PIC ZZZ,ZZZ,ZZ9.
           01  DISPLAY-COST PIC ZZZ,ZZ9.
           01  DISPLAY-COST-2 PIC ZZZ,ZZ9.
           01  INCOME-SUB PIC 9(01).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           DISPLAY "== MAXLOAN manuell handläggning =="
           PERFORM LOAD-QUEUE
           PERFORM APPLY-DECISIONS
           PERFORM ACCEPT-OFFICER-ID
           PERFORM LIST-OPEN-ITEMS
           PERFORM ACCEPT-QUEUE-NUMBER
           PERFORM UNTIL WANTED-QUEUE-NUMBER = 0
               PERFORM FIND-QUEUE-ENTRY
               IF NOT ENTRY-FOUND THEN
                   DISPLAY "Könumret finns inte i kön."
               ELSE
                   IF QT-STATUS (QT-IDX) = "KOAD" THEN
                       PERFORM DECIDE-QUEUED-ITEM
                   ELSE
                       IF QT-STATUS (QT-IDX) = "ATTEST" THEN
                           PERFORM SIGN-OFF-APPROVAL
                       ELSE
                           DISPLAY "Posten är redan avgjord ("
                                   FUNCTION TRIM(QT-STATUS (QT-IDX))
                                   ")."
                       END-IF
                   END-IF
               END-IF
               PERFORM LIST-OPEN-ITEMS
               PERFORM ACCEPT-QUEUE-NUMBER
           END-PERFORM
           STOP RUN.

      *> Läser hela kön. Kön är ackumulerande och en omkörning av
      *> intervju, batch eller granskning kan köa samma nummer igen
      *> - då ersätter den senare raden den tidigare.
       LOAD-QUEUE SECTION.
           MOVE 0 TO QUEUE-COUNT
           OPEN INPUT MANUAL-QUEUE-FILE
           IF MANUAL-QUEUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna MANQUEUE, status "
                       MANUAL-QUEUE-FILE-STATUS " - kön är tom"
               EXIT SECTION
           END-IF
           PERFORM UNTIL QUEUE-EOF
               READ MANUAL-QUEUE-FILE
                   AT END
                       SET QUEUE-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-QUEUE-ENTRY
               END-READ
           END-PERFORM
           CLOSE MANUAL-QUEUE-FILE
           EXIT.

       STORE-QUEUE-ENTRY SECTION.
           MOVE MQ-QUEUE-NUMBER TO WANTED-QUEUE-NUMBER
           PERFORM FIND-QUEUE-ENTRY
           IF NOT ENTRY-FOUND THEN
               IF QUEUE-COUNT NOT < MAX-QUEUE-ENTRIES THEN
                   DISPLAY "VARNING: kön har fler poster än tabellen "
                           "rymmer - " MQ-QUEUE-NUMBER " visas inte"
                   EXIT SECTION
               END-IF
               ADD 1 TO QUEUE-COUNT
               SET QT-IDX TO QUEUE-COUNT
           END-IF
           MOVE MQ-QUEUE-NUMBER TO QT-QUEUE-NUMBER (QT-IDX)
           MOVE MANUAL-QUEUE-RECORD TO QT-ROW (QT-IDX)
           MOVE "KOAD" TO QT-STATUS (QT-IDX)
           MOVE 0 TO QT-PENDING-AMOUNT (QT-IDX)
           MOVE SPACES TO QT-PENDING-OFFICER (QT-IDX)
           EXIT.

      *> Spelar upp beslutsregistret i skriven ordning mot kön, så
      *> att varje post får det läge dess senaste beslut gav.
       APPLY-DECISIONS SECTION.
           OPEN INPUT DECISION-FILE
           IF DECISION-FILE-STATUS NOT = "00" THEN
               *> Inget register ännu - inga beslut är fattade.
               EXIT SECTION
           END-IF
           PERFORM UNTIL DECISION-EOF
               READ DECISION-FILE
                   AT END
                       SET DECISION-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           EXIT.

       APPLY-ONE-DECISION SECTION.
           MOVE MD-QUEUE-NUMBER TO WANTED-QUEUE-NUMBER
           PERFORM FIND-QUEUE-ENTRY
           IF NOT ENTRY-FOUND THEN
               EXIT SECTION
           END-IF
           MOVE QT-ROW (QT-IDX) TO MANUAL-QUEUE-RECORD
           EVALUATE TRUE
               WHEN MD-APPROVE
                   IF MD-CAP-AMOUNT IS NUMERIC THEN
                       MOVE MD-CAP-AMOUNT TO APPROVAL-CAP-AMOUNT
                   ELSE
                       MOVE MQ-MAX-LOAN-AMOUNT TO APPROVAL-CAP-AMOUNT
                   END-IF
                   IF MD-AMOUNT > APPROVAL-CAP-AMOUNT THEN
                       MOVE "ATTEST" TO QT-STATUS (QT-IDX)
                       MOVE MD-AMOUNT TO QT-PENDING-AMOUNT (QT-IDX)
                       MOVE MD-OFFICER-ID
                               TO QT-PENDING-OFFICER (QT-IDX)
                   ELSE
                       MOVE "BEVILJAD" TO QT-STATUS (QT-IDX)
                   END-IF
               WHEN MD-SIGN-OFF
                   MOVE "BEVILJAD" TO QT-STATUS (QT-IDX)
               WHEN MD-SIGN-OFF-REFUSED
                   MOVE "KOAD" TO QT-STATUS (QT-IDX)
                   MOVE 0 TO QT-PENDING-AMOUNT (QT-IDX)
                   MOVE SPACES TO QT-PENDING-OFFICER (QT-IDX)
               WHEN MD-DECLINE
                   MOVE "AVSLAGEN" TO QT-STATUS (QT-IDX)
               WHEN MD-RETURN
                   MOVE "RETUR" TO QT-STATUS (QT-IDX)
           END-EVALUATE
           EXIT.

       FIND-QUEUE-ENTRY SECTION.
           MOVE "N" TO ENTRY-FOUND-SWITCH
           SET QT-IDX TO 1
           SEARCH QUEUE-ENTRY
               AT END
                   CONTINUE
               WHEN QT-IDX > QUEUE-COUNT
                   CONTINUE
               WHEN QT-QUEUE-NUMBER (QT-IDX) = WANTED-QUEUE-NUMBER
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH
           EXIT.

      *> Handläggarens id följer med varje beslut - utan id kan
      *> varken beslut eller attest spåras, så frågan upprepas.
       ACCEPT-OFFICER-ID SECTION.
           PERFORM UNTIL OFFICER-ID NOT = SPACES
               DISPLAY "Handläggar-id?: " WITH NO ADVANCING
               MOVE SPACES TO USER-INPUT-X
               ACCEPT USER-INPUT-X
               INSPECT USER-INPUT-X CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE FUNCTION TRIM(USER-INPUT-X) TO OFFICER-ID
           END-PERFORM
           EXIT.

       LIST-OPEN-ITEMS SECTION.
           MOVE 0 TO OPEN-ITEM-COUNT
           DISPLAY " "
           DISPLAY "Öppna poster:"
           DISPLAY "  KÖNUMMER       KANAL    ORSAK    LÄGE     "
                   "SÖKANDE 1      LÅNETAK"
           PERFORM VARYING QUEUE-SUB FROM 1 BY 1
                   UNTIL QUEUE-SUB > QUEUE-COUNT
               IF QT-STATUS (QUEUE-SUB) = "KOAD"
                       OR QT-STATUS (QUEUE-SUB) = "ATTEST" THEN
                   ADD 1 TO OPEN-ITEM-COUNT
                   MOVE QT-ROW (QUEUE-SUB) TO MANUAL-QUEUE-RECORD
                   MOVE MQ-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
                   DISPLAY "  " MQ-QUEUE-NUMBER " " MQ-CHANNEL " "
                           MQ-REASON-CODE " " QT-STATUS (QUEUE-SUB)
                           " " MQ-A1-PERSONNUMMER " " DISPLAY-AMOUNT
               END-IF
           END-PERFORM
           IF OPEN-ITEM-COUNT = 0 THEN
               DISPLAY "  (inga öppna poster)"
           END-IF
           EXIT.

       ACCEPT-QUEUE-NUMBER SECTION.
           DISPLAY "Könummer att handlägga (0 avslutar)?: "
                   WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X = SPACES THEN
               MOVE 0 TO WANTED-QUEUE-NUMBER
           ELSE
               MOVE FUNCTION NUMVAL(USER-INPUT-X)
                       TO WANTED-QUEUE-NUMBER
           END-IF
           EXIT.

      *> Visar köposten och, när den hör till ett sparat ärende,
      *> ärendets besked - handläggaren ska se underlaget innan
      *> beslutet.
       DISPLAY-QUEUE-ITEM SECTION.
           MOVE QT-ROW (QT-IDX) TO MANUAL-QUEUE-RECORD
           DISPLAY " "
           DISPLAY "Könummer: " MQ-QUEUE-NUMBER "  Köad: "
                   MQ-ENTRY-DATE "  Kanal: " FUNCTION TRIM(MQ-CHANNEL)
           DISPLAY "  Orsak: " FUNCTION TRIM(MQ-REASON-CODE) " "
                   FUNCTION TRIM(MQ-REASON-DETAIL)
           IF MQ-CASE-REF NOT = SPACES THEN
               DISPLAY "  Intagsreferens: " MQ-CASE-REF
           END-IF
           DISPLAY "  Sökande 1: " MQ-A1-PERSONNUMMER
           IF MQ-A2-PERSONNUMMER NOT = SPACES THEN
               DISPLAY "  Sökande 2: " MQ-A2-PERSONNUMMER
           END-IF
           IF MQ-OFFICE-CODE NOT = SPACES THEN
               DISPLAY "  Kontor: " MQ-OFFICE-CODE "  Handläggare: "
                       MQ-ADVISER-ID
           END-IF
           IF MQ-FROM-EDIT THEN
               DISPLAY "  Avvisade fält på raden: " MQ-REJECT-COUNT
                       " (se REJFILE)"
           END-IF
           IF MQ-REASON-DECLINED THEN
               MOVE MQ-SHORTFALL TO DISPLAY-COST
               DISPLAY "  Underskott: " FUNCTION TRIM(DISPLAY-COST)
                       " " CUR "/mån"
           END-IF
           IF MQ-DEBT-DEVIATION-FLAG = "J" THEN
               MOVE MQ-STATED-DEBT-SERVICE TO DISPLAY-COST
               DISPLAY "  Uppgiven lånekostnad: "
                       FUNCTION TRIM(DISPLAY-COST) " " CUR "/mån"
               MOVE MQ-REGISTERED-DEBT-SERVICE TO DISPLAY-COST
               DISPLAY "  Enligt kreditupplysningen: "
                       FUNCTION TRIM(DISPLAY-COST) " " CUR "/mån"
           END-IF
           MOVE "N" TO CASE-FOUND-SWITCH
           IF MQ-IN-CASEFILE THEN
               PERFORM READ-QUEUED-CASE
           END-IF
           IF CASE-FOUND THEN
               MOVE CR-NET-SALARY TO DISPLAY-AMOUNT
               DISPLAY "  Nettoinkomst: " FUNCTION TRIM(DISPLAY-AMOUNT)
                       " " CUR "/mån"
               MOVE CR-TOTAL-EXPENSES TO DISPLAY-AMOUNT
               DISPLAY "  Totala utgifter: "
                       FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR "/mån"
               MOVE CR-CASH-DEPOSIT TO DISPLAY-AMOUNT
               DISPLAY "  Kontantinsats: " FUNCTION TRIM(DISPLAY-AMOUNT)
                       " " CUR
               MOVE CR-MAX-LOAN-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "  Beräknat lånetak: "
                       FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
               IF CR-AMEND-CANCELLED THEN
                   DISPLAY "  OBS: beskedet är MAKULERAT "
                           CR-AMEND-DATE " - kan bara avslås eller "
                           "skickas tillbaka"
               END-IF
               IF CR-AMEND-CORRECTED THEN
                   DISPLAY "  OBS: ärendet är rättat " CR-AMEND-DATE
                           " - beloppen ovan är de omräknade"
               END-IF
               PERFORM VARYING INCOME-SUB FROM 1 BY 1
                       UNTIL INCOME-SUB > 2
                   PERFORM DISPLAY-INCOME-CHECK
               END-PERFORM
           END-IF
           EXIT.

      *> Inkomstavstämningen för en sökande, när den avvek eller inte
      *> kunde göras - kreditberedningen ska se kundens uppgift
      *> bredvid registrets innan beslutet.
       DISPLAY-INCOME-CHECK SECTION.
           EVALUATE TRUE
               WHEN CR-IC-NOT-IN-REGISTER (INCOME-SUB)
                   DISPLAY "  Sökande " INCOME-SUB
                           ": saknas i inkomstregistret"
               WHEN CR-IC-OVERSTATED (INCOME-SUB)
                       OR CR-IC-UNDERSTATED (INCOME-SUB)
                   MOVE CR-IC-STATED-GROSS-SALARY (INCOME-SUB)
                           TO DISPLAY-COST
                   MOVE CR-IC-REGISTER-GROSS-SALARY (INCOME-SUB)
                           TO DISPLAY-COST-2
                   DISPLAY "  Sökande " INCOME-SUB
                           ": uppgiven inkomst "
                           FUNCTION TRIM(DISPLAY-COST) " " CUR
                           "/mån, inkomstregistret "
                           FUNCTION TRIM(DISPLAY-COST-2) " " CUR
                           "/mån (inkomstår "
                           CR-IC-INCOME-YEAR (INCOME-SUB) ")"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       READ-QUEUED-CASE SECTION.
           MOVE "N" TO CASE-FOUND-SWITCH
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               EXIT SECTION
           END-IF
           MOVE MQ-QUEUE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   DISPLAY "OBS: ärendet finns inte längre i "
                           "CASEFILE."
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ
           CLOSE CASE-FILE
           EXIT.

      *> Beslut om en köad post. Bevilja kräver ett sparat ärende -
      *> utan ärende finns inget lånetak, ingen kontantinsats och
      *> inget att lämna till låneursprungssystemet. Ett makulerat
      *> besked kan inte beviljas.
       DECIDE-QUEUED-ITEM SECTION.
           PERFORM DISPLAY-QUEUE-ITEM
           IF CASE-FOUND AND NOT CR-AMEND-CANCELLED THEN
               DISPLAY "(B)evilja, (A)vslå, (R)etur eller "
                       "(T)illbaka?: " WITH NO ADVANCING
           ELSE
               DISPLAY "(A)vslå, (R)etur eller (T)illbaka?: "
                       WITH NO ADVANCING
           END-IF
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           INSPECT USER-INPUT-X CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           EVALUATE TRUE
               WHEN USER-INPUT-X(1:1) = "B" AND CASE-FOUND
                       AND NOT CR-AMEND-CANCELLED
                   PERFORM APPROVE-ITEM
               WHEN USER-INPUT-X(1:1) = "A"
                   PERFORM DECLINE-ITEM
               WHEN USER-INPUT-X(1:1) = "R"
                   PERFORM RETURN-ITEM
               WHEN OTHER
                   DISPLAY "Inget beslut registrerat."
           END-EVALUATE
           EXIT.

      *> Beviljande med justerat belopp. Beloppet får aldrig bryta
      *> bolånetaket med ärendets kontantinsats. Ligger det över det
      *> beräknade lånetaket registreras beslutet men väntar på en
      *> andra handläggares attest innan det verkställs. Lånetaket
      *> är ärendets i CASEFILE - köpostens kan vara inaktuellt om
      *> ärendet rättats efter köningen - och förs in i beslutet.
       APPROVE-ITEM SECTION.
           COMPUTE MORTGAGE-CAP-AMOUNT = CR-CASH-DEPOSIT * 85 / 15
           MOVE CR-MAX-LOAN-AMOUNT TO APPROVAL-CAP-AMOUNT
           MOVE 0 TO DECIDED-AMOUNT
           DISPLAY "Beviljat lånebelopp (0 avbryter)?: "
                   WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           IF USER-INPUT-X NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(USER-INPUT-X) TO DECIDED-AMOUNT
           END-IF
           IF DECIDED-AMOUNT = 0 THEN
               DISPLAY "Inget beslut registrerat."
               EXIT SECTION
           END-IF
           IF DECIDED-AMOUNT > MORTGAGE-CAP-AMOUNT THEN
               MOVE MORTGAGE-CAP-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "Beloppet bryter bolånetaket (85 %) - högst "
                       FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
                       " med ärendets kontantinsats."
               DISPLAY "Inget beslut registrerat."
               EXIT SECTION
           END-IF
           PERFORM ACCEPT-MOTIVATION

           MOVE "BEVILJA" TO MD-DECISION
           MOVE DECIDED-AMOUNT TO MD-AMOUNT
           MOVE APPROVAL-CAP-AMOUNT TO MD-CAP-AMOUNT
           PERFORM WRITE-DECISION
           IF DECISION-FILE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF

           IF DECIDED-AMOUNT > APPROVAL-CAP-AMOUNT THEN
               MOVE "ATTEST" TO QT-STATUS (QT-IDX)
               MOVE DECIDED-AMOUNT TO QT-PENDING-AMOUNT (QT-IDX)
               MOVE OFFICER-ID TO QT-PENDING-OFFICER (QT-IDX)
               MOVE "ATTEST" TO NEW-REVIEW-STATUS
               MOVE 0 TO NEW-OVERRIDE-AMOUNT
               PERFORM UPDATE-CASE-REVIEW
               DISPLAY "Beloppet överstiger det beräknade lånetaket "
                       "- beslutet väntar på attest av en andra "
                       "handläggare."
           ELSE
               PERFORM EFFECT-APPROVAL
           END-IF
           EXIT.

      *> Attest av ett väntande beviljande. Den som fattade beslutet
      *> kan inte själv attestera det, och ett beviljande av ett
      *> besked som makulerats under tiden kan bara nekas.
       SIGN-OFF-APPROVAL SECTION.
           PERFORM DISPLAY-QUEUE-ITEM
           MOVE QT-PENDING-AMOUNT (QT-IDX) TO DISPLAY-AMOUNT
           DISPLAY "  Väntar på attest: "
                   FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
                   " beviljat av "
                   FUNCTION TRIM(QT-PENDING-OFFICER (QT-IDX))
           IF QT-PENDING-OFFICER (QT-IDX) = OFFICER-ID THEN
               DISPLAY "Beslutet måste attesteras av en annan "
                       "handläggare."
               EXIT SECTION
           END-IF
           IF NOT CASE-FOUND THEN
               DISPLAY "Ärendet kan inte läsas - attesten får "
                       "vänta."
               EXIT SECTION
           END-IF
           DISPLAY "Attestera beviljandet? (Ja/Nej/Tillbaka): "
                   WITH NO ADVANCING
           MOVE SPACES TO USER-INPUT-X
           ACCEPT USER-INPUT-X
           INSPECT USER-INPUT-X CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE FUNCTION TRIM(USER-INPUT-X) TO USER-INPUT-X
           EVALUATE USER-INPUT-X
               WHEN "JA"
                   IF CR-AMEND-CANCELLED THEN
                       DISPLAY "Ärendet är makulerat - beviljandet "
                               "kan inte attesteras."
                       EXIT SECTION
                   END-IF
                   PERFORM ACCEPT-MOTIVATION
                   MOVE "ATTEST" TO MD-DECISION
                   MOVE QT-PENDING-AMOUNT (QT-IDX) TO MD-AMOUNT
                   PERFORM WRITE-DECISION
                   IF DECISION-FILE-STATUS = "00" THEN
                       MOVE QT-PENDING-AMOUNT (QT-IDX)
                               TO DECIDED-AMOUNT
                       PERFORM EFFECT-APPROVAL
                   END-IF
               WHEN "NEJ"
                   PERFORM ACCEPT-MOTIVATION
                   MOVE "EJATTEST" TO MD-DECISION
                   MOVE 0 TO MD-AMOUNT
                   PERFORM WRITE-DECISION
                   IF DECISION-FILE-STATUS = "00" THEN
                       MOVE "KOAD" TO QT-STATUS (QT-IDX)
                       MOVE 0 TO QT-PENDING-AMOUNT (QT-IDX)
                       MOVE SPACES TO QT-PENDING-OFFICER (QT-IDX)
                       MOVE "KOAD" TO NEW-REVIEW-STATUS
                       MOVE 0 TO NEW-OVERRIDE-AMOUNT
                       PERFORM UPDATE-CASE-REVIEW
                       DISPLAY "Attesten nekad - posten är öppen "
                               "igen."
                   END-IF
               WHEN OTHER
                   DISPLAY "Ingen attest registrerad."
           END-EVALUATE
           EXIT.

      *> Verkställer ett beviljande: ärendet får beslutet och
      *> beloppet, och låneursprungssystemet får en MANUELL-rad med
      *> det beviljade lånet och det pris det ger med ärendets
      *> kontantinsats.
       EFFECT-APPROVAL SECTION.
           MOVE "BEVILJAD" TO QT-STATUS (QT-IDX)
           MOVE "BEVILJAD" TO NEW-REVIEW-STATUS
           MOVE DECIDED-AMOUNT TO NEW-OVERRIDE-AMOUNT
           PERFORM UPDATE-CASE-REVIEW

           COMPUTE PROPERTY-PRICE = DECIDED-AMOUNT + CR-CASH-DEPOSIT
           MOVE SPACES TO LOAN-EXPORT-RECORD
           MOVE CR-CASE-NUMBER TO LE-CASE-NUMBER
           MOVE CR-A1-PERSONNUMMER TO LE-A1-PERSONNUMMER
           MOVE CR-A2-PERSONNUMMER TO LE-A2-PERSONNUMMER
           MOVE DECIDED-AMOUNT TO LE-MAX-LOAN-AMOUNT
           MOVE PROPERTY-PRICE TO LE-MAX-PROPERTY-PRICE
           COMPUTE LE-DEPOSIT-PERCENT ROUNDED =
                   CR-CASH-DEPOSIT * 100 / PROPERTY-PRICE
           COMPUTE LE-LOAN-PERCENT ROUNDED =
                   DECIDED-AMOUNT * 100 / PROPERTY-PRICE
           MOVE "MANUELL" TO LE-STATUS
           PERFORM WRITE-LOAN-EXPORT

           MOVE DECIDED-AMOUNT TO DISPLAY-AMOUNT
           DISPLAY "Beviljat: " FUNCTION TRIM(DISPLAY-AMOUNT) " " CUR
                   " - lämnat till låneursprungssystemet som MANUELL."
           EXIT.

      *> Bekräftat avslag. Ett ärende som redan fått ett maskinellt
      *> OK-besked (skuldavvikelse) får en AVSLAG-rad i LOANEXP, så
      *> att låneursprungssystemet slutar honorera det - utom när
      *> beskedet redan är makulerat och har fått sin MAKULERA-rad.
       DECLINE-ITEM SECTION.
           PERFORM ACCEPT-MOTIVATION
           MOVE "AVSLA" TO MD-DECISION
           MOVE 0 TO MD-AMOUNT
           PERFORM WRITE-DECISION
           IF DECISION-FILE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           MOVE "AVSLAGEN" TO QT-STATUS (QT-IDX)
           IF CASE-FOUND THEN
               MOVE "AVSLAGEN" TO NEW-REVIEW-STATUS
               MOVE 0 TO NEW-OVERRIDE-AMOUNT
               PERFORM UPDATE-CASE-REVIEW
               IF CR-MAX-LOAN-AMOUNT > 0 AND NOT CR-AMEND-CANCELLED
                       THEN
                   MOVE SPACES TO LOAN-EXPORT-RECORD
                   MOVE CR-CASE-NUMBER TO LE-CASE-NUMBER
                   MOVE CR-A1-PERSONNUMMER TO LE-A1-PERSONNUMMER
                   MOVE CR-A2-PERSONNUMMER TO LE-A2-PERSONNUMMER
                   MOVE 0 TO LE-MAX-LOAN-AMOUNT
                   MOVE 0 TO LE-MAX-PROPERTY-PRICE
                   MOVE 0 TO LE-DEPOSIT-PERCENT
                   MOVE 0 TO LE-LOAN-PERCENT
                   MOVE "AVSLAG" TO LE-STATUS
                   PERFORM WRITE-LOAN-EXPORT
               END-IF
           END-IF
           DISPLAY "Avslaget är registrerat."
           EXIT.

       RETURN-ITEM SECTION.
           PERFORM ACCEPT-MOTIVATION
           MOVE "RETUR" TO MD-DECISION
           MOVE 0 TO MD-AMOUNT
           PERFORM WRITE-DECISION
           IF DECISION-FILE-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           MOVE "RETUR" TO QT-STATUS (QT-IDX)
           IF CASE-FOUND THEN
               MOVE "RETUR" TO NEW-REVIEW-STATUS
               MOVE 0 TO NEW-OVERRIDE-AMOUNT
               PERFORM UPDATE-CASE-REVIEW
           END-IF
           DISPLAY "Posten är skickad tillbaka för komplettering."
           EXIT.

      *> Motiveringen är obligatorisk - ett beslut utan skäl går
      *> inte att försvara i efterhand.
       ACCEPT-MOTIVATION SECTION.
           MOVE SPACES TO MOTIVATION-TEXT
           PERFORM UNTIL MOTIVATION-TEXT NOT = SPACES
               DISPLAY "Motivering?: " WITH NO ADVANCING
               ACCEPT MOTIVATION-TEXT
           END-PERFORM
           EXIT.

      *> Bara ett BEVILJA bär lånetaket det prövades mot.
       WRITE-DECISION SECTION.
           MOVE MQ-QUEUE-NUMBER TO MD-QUEUE-NUMBER
           IF NOT MD-APPROVE THEN
               MOVE 0 TO MD-CAP-AMOUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO MD-DECISION-TIMESTAMP
           MOVE OFFICER-ID TO MD-OFFICER-ID
           MOVE MOTIVATION-TEXT TO MD-MOTIVATION

           OPEN EXTEND DECISION-FILE
           IF DECISION-FILE-STATUS = "35" THEN
               *> MANDECIS finns inte ännu - skapa det istället.
               OPEN OUTPUT DECISION-FILE
           END-IF

           IF DECISION-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till MANDECIS, "
                       "status " DECISION-FILE-STATUS
                       " - beslutet är INTE registrerat"
           ELSE
               WRITE MANUAL-DECISION-RECORD
               CLOSE DECISION-FILE
           END-IF
           EXIT.

      *> För in beslutet på ärendet. Ärendet läses om precis före
      *> uppdateringen, så att bara handläggningsfälten ändras.
       UPDATE-CASE-REVIEW SECTION.
           IF NOT CASE-FOUND THEN
               EXIT SECTION
           END-IF
           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
                       " - ärendet är inte uppdaterat"
               EXIT SECTION
           END-IF
           MOVE MQ-QUEUE-NUMBER TO CR-CASE-NUMBER
           READ CASE-FILE
               INVALID KEY
                   DISPLAY "VARNING: ärendet " MQ-QUEUE-NUMBER
                           " finns inte längre i CASEFILE"
               NOT INVALID KEY
                   MOVE NEW-REVIEW-STATUS TO CR-REVIEW-STATUS
                   MOVE NEW-OVERRIDE-AMOUNT TO CR-OVERRIDE-AMOUNT
                   REWRITE CASE-RECORD
                   IF CASE-FILE-STATUS NOT = "00" THEN
                       DISPLAY "VARNING: kunde inte uppdatera ärendet "
                               "i CASEFILE, status " CASE-FILE-STATUS
                   END-IF
           END-READ
           CLOSE CASE-FILE
           EXIT.

       WRITE-LOAN-EXPORT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LE-EXPORT-DATE
           *> Beslutet går tillbaka till kontoret som lämnade beskedet.
           MOVE CR-OFFICE-CODE TO LE-OFFICE-CODE
           MOVE CR-ADVISER-ID TO LE-ADVISER-ID
           OPEN EXTEND LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS = "35" THEN
               *> LOANEXP finns inte ännu - skapa den istället.
               OPEN OUTPUT LOAN-EXPORT-FILE
           END-IF

           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till LOANEXP, "
                       "status " LOAN-EXPORT-FILE-STATUS
           ELSE
               WRITE LOAN-EXPORT-RECORD
               CLOSE LOAN-EXPORT-FILE
           END-IF
           EXIT.
