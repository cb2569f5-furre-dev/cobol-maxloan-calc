      *> månader senare - en sökande som inte gillade intervjusvaret
      *> har kunnat dyka upp på nästa dags intagslista utan att
      *> någon kanal märkte något.
      *> Registret har personnumren som alternativa nycklar (sökande
      *> 1 och sökande 2, med dubbletter) - varje uppslag läser bara
      *> personens egna ärenden, via båda nycklarna, istället för att
      *> hela 90-dagarsfönstret läses in i minnet. Registret öppnas
      *> per uppslag, så att ärenden som sparats tidigare i samma
      *> körning också syns. Vid flera träffar gäller den senaste
      *> (högsta ärendenumret).
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

       DATA DIVISION.

           01  CASE-FILE-STATUS PIC X(02).

           01  CASE-EOF-SWITCH PIC X(01).
               88  CASE-EOF VALUE "J".

           01  WINDOW-START-INTEGER PIC 9(7).
           01  WINDOW-START-DATE PIC 9(8).
           01  CASE-DATE PIC 9(8).

           *> Det personnummer som slås upp just nu och vilken av de
           *> två nycklarna det slås upp på.
           01  SEARCH-PERSONNUMMER PIC X(12).
           01  SEARCH-KEY-SWITCH PIC X(01).
               88  SEARCH-ON-A1 VALUE "1".
               88  SEARCH-ON-A2 VALUE "2".

           LINKAGE SECTION.
           COPY PRILINK.

       PROCEDURE DIVISION USING PRIOR-INPUT PRIOR-OUTPUT.
       0000-MAINLINE SECTION.
           MOVE "N" TO PRO-FOUND-SWITCH
           MOVE 0 TO PRO-CASE-NUMBER
           MOVE 0 TO PRO-CASE-DATE
           MOVE 0 TO PRO-MAX-LOAN-AMOUNT

           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               *> Utan register finns inget att jämföra med - svaret
               *> blir "inget tidigare ärende".
               GOBACK
           END-IF

           COMPUTE WINDOW-START-INTEGER =
           COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER)

           MOVE PRI-A1-PERSONNUMMER TO SEARCH-PERSONNUMMER
           PERFORM SEARCH-BOTH-KEYS
           *> Blanka personnummer (hushåll med en sökande) slås
           *> aldrig upp - de skulle träffa alla ensamsökande.
           IF PRI-A2-PERSONNUMMER NOT = SPACES THEN
               MOVE PRI-A2-PERSONNUMMER TO SEARCH-PERSONNUMMER
               PERFORM SEARCH-BOTH-KEYS
           END-IF
           CLOSE CASE-FILE
           GOBACK.

       SEARCH-BOTH-KEYS SECTION.
           IF SEARCH-PERSONNUMMER = SPACES THEN
               EXIT SECTION
           END-IF
           SET SEARCH-ON-A1 TO TRUE
           PERFORM SEARCH-ONE-KEY
           SET SEARCH-ON-A2 TO TRUE
           PERFORM SEARCH-ONE-KEY
           EXIT.

      *> START på personnumret i den valda nyckeln och läs framåt så
      *> länge nyckeln är densamma - ärendena i 90-dagarsfönstret
      *> jämförs med den hittills senaste träffen.
       SEARCH-ONE-KEY SECTION.
           MOVE "N" TO CASE-EOF-SWITCH
           IF SEARCH-ON-A1 THEN
               MOVE SEARCH-PERSONNUMMER TO CR-A1-PERSONNUMMER
               START CASE-FILE KEY IS EQUAL TO CR-A1-PERSONNUMMER
                   INVALID KEY
                       SET CASE-EOF TO TRUE
               END-START
           ELSE
               MOVE SEARCH-PERSONNUMMER TO CR-A2-PERSONNUMMER
               START CASE-FILE KEY IS EQUAL TO CR-A2-PERSONNUMMER
                   INVALID KEY
                       SET CASE-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL CASE-EOF
               READ CASE-FILE NEXT
                   AT END
                       SET CASE-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-CASE
               END-READ
           END-PERFORM
           EXIT.

       MATCH-ONE-CASE SECTION.
           IF (SEARCH-ON-A1 AND CR-A1-PERSONNUMMER
                   NOT = SEARCH-PERSONNUMMER)
                   OR (SEARCH-ON-A2 AND CR-A2-PERSONNUMMER
                   NOT = SEARCH-PERSONNUMMER) THEN
               SET CASE-EOF TO TRUE
               EXIT SECTION
           END-IF
           MOVE CR-CASE-NUMBER(1:8) TO CASE-DATE
           IF CASE-DATE < WINDOW-START-DATE THEN
               EXIT SECTION
           END-IF
           IF CR-CASE-NUMBER > PRO-CASE-NUMBER THEN
               SET PRIOR-CASE-FOUND TO TRUE
               MOVE CR-CASE-NUMBER TO PRO-CASE-NUMBER
               MOVE CASE-DATE TO PRO-CASE-DATE
               MOVE CR-MAX-LOAN-AMOUNT TO PRO-MAX-LOAN-AMOUNT
           END-IF
           EXIT.
