      *>   - kvitterade ärendenummer som är okända hos oss (varken i
      *>     LOANEXP eller CASEFILE).
      *> LOANEXP är ackumulerande medan kvittensfilen är daglig -
      *> därför förs varje avstämd exportrad in i det bestående
      *> kvittensregistret (ACKREG), som läses vid start. En rad
      *> som kvitterades i går rapporteras alltså inte som "ej
      *> kvitterad" i dag bara för att kvittensen inte längre står i
      *> dagens fil.
      *> Avstämningen görs per exportrad, inte per ärende: ett
      *> ärende får nya rader efter det första beskedet (MANUELL,
      *> ERSATT, MAKULERA, AVSLAG) och var och en ska kvitteras för
      *> sig.
      *> Raden känns igen på ärendenummer, exportdag och status.
      *> Kvittensraden bär bara ärendenumret, så en kvittens tas av
      *> ärendets äldsta ännu inte avstämda exportrad.
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
               SELECT EXCEPTION-REPORT-FILE ASSIGN TO "EXCPRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD  EXCEPTION-REPORT-FILE.
           01  EXCEPTION-REPORT-LINE PIC X(80).

      *> En avstämd exportrad: ärendenummer, exportdag (ärende-
      *> numrets datum för rader utan exportdag) och status. Rader
      *> från innan registret fördes per exportrad har bara ärende-
      *> numret - de gäller ärendets ursprungliga besked.
           FD  ACK-REGISTER-FILE.
           01  ACK-REGISTER-RECORD.
               02  AG-CASE-NUMBER PIC 9(14).
               02  AG-EXPORT-DATE PIC X(08).
               02  AG-EXPORT-STATUS PIC X(08).

           WORKING-STORAGE SECTION.
           01  LOAN-EXPORT-FILE-STATUS PIC X(02).
                   03  AT-REASON PIC X(30).
                   03  AT-MATCHED-SWITCH PIC X(01).
                   03  AT-IN-CASEFILE-SWITCH PIC X(01).
                   *> Exportraden kvittensen stämdes av mot.
                   03  AT-EXPORT-DATE PIC X(08).
                   03  AT-EXPORT-STATUS PIC X(08).
           01  ACK-COUNT PIC 9(5) VALUE 0.
           01  ACK-SUB PIC 9(5).

           *> Det bestående kvittensregistret: alla exportrader som
           *> redan stämts av i tidigare körningar. Läses vid start,
           *> och dagens nya avstämningar läggs till på slutet.
           01  ACK-REGISTER-EOF-SWITCH PIC X(01) VALUE "N".
           01  ACK-REGISTER-TABLE.
               02  REG-ENTRY OCCURS 50000 TIMES INDEXED BY RG-IDX.
                   03  REG-CASE-NUMBER PIC 9(14).
                   03  REG-EXPORT-DATE PIC X(08).
                   03  REG-EXPORT-STATUS PIC X(08).
           01  REG-COUNT PIC 9(5) VALUE 0.

           *> Kvittensfilens kuvert (huvud- och slutpost från
           01  WANTED-CASE-NUMBER PIC 9(14).
           01  ALREADY-RECONCILED-SWITCH PIC X(01).
               88  ALREADY-RECONCILED VALUE "J".
           01  CASE-RECONCILED-SWITCH PIC X(01).
               88  CASE-RECONCILED VALUE "J".

           01  EXPORTS-PREVIOUSLY-ACKED PIC 9(6) VALUE 0.

           01  TODAYS-DATE PIC 9(8).
           *> Exportraden som stäms av: dess exportdag, eller ärende-
           *> numrets datum för rader skrivna innan exportdagen fanns
           *> (samma regel som i MAXLOAN-DELIVER).
           01  EXPORT-DATE PIC 9(8).
           01  EXPORT-DATE-X REDEFINES EXPORT-DATE PIC X(08).

           01  EXPORTS-READ PIC 9(6) VALUE 0.
           01  EXPORTS-UNACKED PIC 9(6) VALUE 0.
       OPEN-RECON-FILES SECTION.
           OPEN INPUT LOAN-EXPORT-FILE
           IF LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANEXP, status "
                       LOAN-EXPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET EXPORT-EOF TO TRUE
           END-IF

           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKFILE, status "
                       ACK-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET ACK-EOF TO TRUE
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF EXCEPTION-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna EXCPRPT, status "
                       EXCEPTION-REPORT-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET EXPORT-EOF TO TRUE
               SET ACK-EOF TO TRUE
       LOAD-ACK-REGISTER SECTION.
           OPEN INPUT ACK-REGISTER-FILE
           IF ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKREG, status "
                       ACK-REGISTER-FILE-STATUS
                       " - registret byggs upp från denna körning"
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               PERFORM UNTIL ACK-REGISTER-EOF
                       NOT AT END
                           IF REG-COUNT < 50000 THEN
                               ADD 1 TO REG-COUNT
                               MOVE AG-CASE-NUMBER TO REG-CASE-NUMBER
                                       (REG-COUNT)
                               MOVE AG-EXPORT-DATE TO REG-EXPORT-DATE
                                       (REG-COUNT)
                               MOVE AG-EXPORT-STATUS
                                       TO REG-EXPORT-STATUS (REG-COUNT)
                           ELSE
                               DISPLAY "VARNING: ACKREG har fler rader "
                                       "än tabellen rymmer - äldsta "
                                       "avstämningarna bör arkiveras "
                                       "bort"
                               ADD 1 TO RUNLOG-WARNING-COUNT
                               SET ACK-REGISTER-EOF TO TRUE
                           END-IF
           END-IF
           EXIT.

      *> Är exportraden i LOAN-EXPORT-RECORD redan avstämd? En rad
      *> ur det äldre registret (bara ärendenummer) täcker ärendets
      *> ursprungliga besked, det vill säga raden från ärendets dag.
       CHECK-ACK-REGISTER SECTION.
           MOVE "N" TO ALREADY-RECONCILED-SWITCH
           SET RG-IDX TO 1
                   CONTINUE
               WHEN RG-IDX > REG-COUNT
                   CONTINUE
               WHEN REG-CASE-NUMBER (RG-IDX) = LE-CASE-NUMBER
                       AND REG-EXPORT-DATE (RG-IDX) = EXPORT-DATE-X
                       AND REG-EXPORT-STATUS (RG-IDX) = LE-STATUS
                   SET ALREADY-RECONCILED TO TRUE
               WHEN REG-CASE-NUMBER (RG-IDX) = LE-CASE-NUMBER
                       AND REG-EXPORT-DATE (RG-IDX) = SPACES
                       AND EXPORT-DATE-X = LE-CASE-NUMBER(1:8)
                   SET ALREADY-RECONCILED TO TRUE
           END-SEARCH
           EXIT.

      *> Har ärendet någon avstämd exportrad alls?
       CHECK-CASE-IN-ACK-REGISTER SECTION.
           MOVE "N" TO CASE-RECONCILED-SWITCH
           SET RG-IDX TO 1
           SEARCH REG-ENTRY
               AT END
                   CONTINUE
               WHEN RG-IDX > REG-COUNT
                   CONTINUE
               WHEN REG-CASE-NUMBER (RG-IDX) = WANTED-CASE-NUMBER
                   SET CASE-RECONCILED TO TRUE
           END-SEARCH
           EXIT.

       LOAD-ACK-TABLE SECTION.
           PERFORM UNTIL ACK-EOF
               READ ACK-FILE
               MOVE AK-REASON TO AT-REASON (ACK-COUNT)
               MOVE "N" TO AT-MATCHED-SWITCH (ACK-COUNT)
               MOVE "N" TO AT-IN-CASEFILE-SWITCH (ACK-COUNT)
               MOVE SPACES TO AT-EXPORT-DATE (ACK-COUNT)
               MOVE SPACES TO AT-EXPORT-STATUS (ACK-COUNT)
           ELSE
               DISPLAY "VARNING: ACKFILE har fler än 10000 rader - "
                       "resten stäms inte av"
               ADD 1 TO RUNLOG-WARNING-COUNT
               SET ACK-EOF TO TRUE
           END-IF
           IF ACK-TRAILER-FOUND THEN
               IF TRAILER-RECORD-COUNT NOT = ACK-COUNT THEN
                   SET ENVELOPE-REJECTED TO TRUE
                   DISPLAY "VARNING: kvittensfilens slutpost anger "
                           TRAILER-RECORD-COUNT " rader men " ACK-COUNT
                           " lästes - filen avvisas"
                   ADD 1 TO RUNLOG-WARNING-COUNT
               END-IF
               EXIT SECTION
           END-IF
           IF ACK-HEADER-FOUND THEN
               SET ENVELOPE-REJECTED TO TRUE
               DISPLAY "VARNING: kvittensfilen har huvudpost men ingen "
                       "slutpost - överföringen är stympad och "
                       "filen avvisas"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           IF ACK-COUNT > 0 THEN
               DISPLAY "MAXLOAN-RECON: kvittensfilen saknar "
                       "kuvertposter - äldre leveransformat, stäms "
                       "av utan kontroll"
           END-IF
           EXIT.

           MOVE ACK-COUNT TO DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           IF ACK-TRAILER-FOUND THEN
               STRING "KVITTENSFILEN AVVISAD - SLUTPOST "
                       DISPLAY-TRAILER-COUNT " RADER, INLÄST "
                       DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           ELSE
               STRING "KVITTENSFILEN AVVISAD - HUVUDPOST UTAN SLUTPOST "
                       "(STYMPAD ÖVERFÖRING)"
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-IF
           WRITE EXCEPTION-REPORT-LINE
           MOVE "INGEN AVSTÄMNING GJORD - BEGÄR OM KVITTENSFILEN"
                   TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           EXIT.

      *> Läser LOANEXP rad för rad och letar upp en ännu oanvänd
      *> kvittens för ärendet i kvittenstabellen. Utan träff är
      *> raden exporterad men aldrig kvitterad; med träff AVVISAD
      *> rapporteras avvisningsorsaken.
       MATCH-EXPORTS SECTION.
           PERFORM UNTIL EXPORT-EOF
               READ LOAN-EXPORT-FILE
           EXIT.

       MATCH-ONE-EXPORT SECTION.
           IF LE-EXPORT-DATE IS NUMERIC AND LE-EXPORT-DATE > 0 THEN
               MOVE LE-EXPORT-DATE TO EXPORT-DATE
           ELSE
               MOVE LE-CASE-NUMBER(1:8) TO EXPORT-DATE
           END-IF

           *> Rader som redan stämts av i en tidigare körning är
           *> klara - de ska varken rapporteras eller matchas igen.
           PERFORM CHECK-ACK-REGISTER
           IF ALREADY-RECONCILED THEN
               ADD 1 TO EXPORTS-PREVIOUSLY-ACKED
               WHEN AK-IDX > ACK-COUNT
                   PERFORM REPORT-UNACKED-EXPORT
               WHEN AT-CASE-NUMBER (AK-IDX) = LE-CASE-NUMBER
                       AND AT-MATCHED-SWITCH (AK-IDX) = "N"
                   MOVE "J" TO AT-MATCHED-SWITCH (AK-IDX)
                   MOVE EXPORT-DATE-X TO AT-EXPORT-DATE (AK-IDX)
                   MOVE LE-STATUS TO AT-EXPORT-STATUS (AK-IDX)
                   IF AT-STATUS (AK-IDX) = "AVVISAD" THEN
                       PERFORM REPORT-REJECTED-EXPORT
                   END-IF
           END-SEARCH
           EXIT.

      *> Exporterad men aldrig kvitterad. En rad exporterad före
      *> dagens datum har väntat mer än en dag och ska jagas samma
      *> morgon.
       REPORT-UNACKED-EXPORT SECTION.
           ADD 1 TO EXPORTS-UNACKED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           IF EXPORT-DATE < TODAYS-DATE THEN
               STRING "EJ KVITTERAD  " LE-CASE-NUMBER "  " LE-STATUS
                       "  ÄLDRE ÄN EN DAG - FÖLJ UPP IDAG"
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           ELSE
               STRING "EJ KVITTERAD  " LE-CASE-NUMBER "  " LE-STATUS
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-IF
           WRITE EXCEPTION-REPORT-LINE
       REPORT-REJECTED-EXPORT SECTION.
           ADD 1 TO EXPORTS-REJECTED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "AVVISAD       " LE-CASE-NUMBER "  " LE-STATUS
                   "  " AT-REASON (AK-IDX)
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           EXIT.
       MARK-ACKS-IN-CASEFILE SECTION.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
                       " - avstämningen görs enbart mot LOANEXP"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           CLOSE CASE-FILE
           EXIT.

      *> Kvittenser som inte tog någon exportrad. En mottagen
      *> kvittens på ett ärende med redan avstämda rader (t.ex. en
      *> omsänd kvittens) är ingen avvikelse - men en avvisning
      *> rapporteras alltid, så att den inte tappas.
       REPORT-UNKNOWN-ACKS SECTION.
           PERFORM VARYING ACK-SUB FROM 1 BY 1 UNTIL ACK-SUB > ACK-COUNT
               MOVE AT-CASE-NUMBER (ACK-SUB) TO WANTED-CASE-NUMBER
               PERFORM CHECK-CASE-IN-ACK-REGISTER
               IF AT-MATCHED-SWITCH (ACK-SUB) = "N"
                       AND CASE-RECONCILED
                       AND AT-STATUS (ACK-SUB) = "AVVISAD" THEN
                   ADD 1 TO EXPORTS-REJECTED
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "AVVISAD       " AT-CASE-NUMBER (ACK-SUB)
                           "  " AT-REASON (ACK-SUB)
                           "  (AVSTÄMD RAD)"
                           DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
               END-IF
               IF AT-MATCHED-SWITCH (ACK-SUB) = "N"
                       AND NOT CASE-RECONCILED THEN
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   IF AT-IN-CASEFILE-SWITCH (ACK-SUB) = "J" THEN
                       STRING "EJ I EXPORTEN " AT-CASE-NUMBER (ACK-SUB)
                               "  KVITTERAD, FINNS I CASEFILE"
                               DELIMITED BY SIZE INTO
                                       EXCEPTION-REPORT-LINE
                   ELSE
                       ADD 1 TO ACKS-UNKNOWN
                       STRING "OKÄND HOS OSS " AT-CASE-NUMBER (ACK-SUB)
                               "  " AT-STATUS (ACK-SUB)
                               DELIMITED BY SIZE INTO
                                       EXCEPTION-REPORT-LINE
                   END-IF
                   WRITE EXCEPTION-REPORT-LINE
               END-IF

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "KALP AVSTÄMNING LOANEXP MOT KVITTENSFIL "
                   TODAYS-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           EXIT.

      *> Dagens nyavstämda exportrader läggs till i det bestående
      *> registret, så att morgondagens körning inte rapporterar dem
      *> som ej kvitterade när de fallit ur den dagliga kvittensfilen.
       SAVE-ACK-REGISTER SECTION.
               OPEN OUTPUT ACK-REGISTER-FILE
           END-IF
           IF ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skriva till ACKREG, status "
                       ACK-REGISTER-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
           ELSE
               PERFORM VARYING ACK-SUB FROM 1 BY 1 UNTIL ACK-SUB >
                       ACK-COUNT
                   IF AT-MATCHED-SWITCH (ACK-SUB) = "J" THEN
                       MOVE AT-CASE-NUMBER (ACK-SUB) TO AG-CASE-NUMBER
                       MOVE AT-EXPORT-DATE (ACK-SUB) TO AG-EXPORT-DATE
                       MOVE AT-EXPORT-STATUS (ACK-SUB)
                               TO AG-EXPORT-STATUS
                       WRITE ACK-REGISTER-RECORD
                   END-IF
               END-PERFORM
