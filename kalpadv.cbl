       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-ADVISER.
      *> Kontroll av kontorskod och handläggar-ID mot kontors- och
      *> handläggarregistret (KONTREG). Varje besked ska gå att knyta
      *> till det kontor och den handläggare som lämnade det, och
      *> bara handläggare som faktiskt tjänstgör på kontoret godtas.
      *> Registret läses in en gång per körning (första anropet) och
      *> ligger sedan kvar i WORKING-STORAGE, samma mönster som
      *> SPARRFIL i MAXLOAN-BLOCK. En rad gäller från och med sitt
      *> från-datum till och med sitt till-datum.
      *> Saknas filen godtas alla koder, med en varning vid
      *> inläsningen och AO-REGISTER-MISSING satt i svaret.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ADVISER-REGISTER-FILE ASSIGN TO "KONTREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADVISER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  ADVISER-REGISTER-FILE.
           COPY ADVREC.

           WORKING-STORAGE SECTION.
           01  ADVISER-FILE-STATUS PIC X(02).

           01  FIRST-CALL-SWITCH PIC X(01) VALUE "J".
               88  FIRST-CALL VALUE "J".

           01  ADVISER-EOF-SWITCH PIC X(01) VALUE "N".
               88  ADVISER-EOF VALUE "J".

           01  REGISTER-LOADED-SWITCH PIC X(01) VALUE "N".
               88  REGISTER-LOADED VALUE "J".

           01  ADVISER-TABLE.
               02  ADVISER-ENTRY OCCURS 2000 TIMES.
                   03  AT-OFFICE-CODE PIC X(04).
                   03  AT-ADVISER-ID PIC X(08).
                   03  AT-VALID-FROM PIC 9(8).
                   03  AT-VALID-TO PIC 9(8).
                   03  AT-ADVISER-NAME PIC X(30).
                   03  AT-OFFICE-NAME PIC X(20).
           01  ADVISER-ENTRY-COUNT PIC 9(4) VALUE 0.
           01  ADVISER-SUB PIC 9(4).

           LINKAGE SECTION.
           COPY ADVLINK.

       PROCEDURE DIVISION USING ADVISER-INPUT ADVISER-OUTPUT.
       0000-MAINLINE SECTION.
           IF FIRST-CALL THEN
               PERFORM LOAD-ADVISER-REGISTER
               MOVE "N" TO FIRST-CALL-SWITCH
           END-IF
           PERFORM LOOKUP-OFFICE-AND-ADVISER
           GOBACK.

       LOAD-ADVISER-REGISTER SECTION.
           MOVE 0 TO ADVISER-ENTRY-COUNT
           OPEN INPUT ADVISER-REGISTER-FILE
           IF ADVISER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna KONTREG, status "
                       ADVISER-FILE-STATUS " - kontor och "
                       "handläggare kontrolleras inte"
           ELSE
               SET REGISTER-LOADED TO TRUE
               PERFORM UNTIL ADVISER-EOF
                   READ ADVISER-REGISTER-FILE
                       AT END
                           SET ADVISER-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ADVISER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ADVISER-REGISTER-FILE
           END-IF
           EXIT.

      *> Ett blankt eller icke-numeriskt till-datum läses som tills
      *> vidare - hellre det än att en handläggare spärras av en
      *> ofullständigt ifylld rad.
       STORE-ADVISER-ENTRY SECTION.
           IF ADVISER-ENTRY-COUNT NOT < 2000 THEN
               DISPLAY "VARNING: KONTREG har fler rader än tabellen "
                       "rymmer - resten ignoreras"
               SET ADVISER-EOF TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO ADVISER-ENTRY-COUNT
           MOVE AV-OFFICE-CODE TO AT-OFFICE-CODE (ADVISER-ENTRY-COUNT)
           MOVE AV-ADVISER-ID TO AT-ADVISER-ID (ADVISER-ENTRY-COUNT)
           IF AV-VALID-FROM IS NUMERIC THEN
               MOVE AV-VALID-FROM TO AT-VALID-FROM
                       (ADVISER-ENTRY-COUNT)
           ELSE
               MOVE 0 TO AT-VALID-FROM (ADVISER-ENTRY-COUNT)
           END-IF
           IF AV-VALID-TO IS NUMERIC AND AV-VALID-TO > 0 THEN
               MOVE AV-VALID-TO TO AT-VALID-TO (ADVISER-ENTRY-COUNT)
           ELSE
               MOVE 99999999 TO AT-VALID-TO (ADVISER-ENTRY-COUNT)
           END-IF
           MOVE AV-ADVISER-NAME TO AT-ADVISER-NAME
                   (ADVISER-ENTRY-COUNT)
           MOVE AV-OFFICE-NAME TO AT-OFFICE-NAME (ADVISER-ENTRY-COUNT)
           EXIT.

      *> Kontoret finns om någon rad för kontorskoden gäller på
      *> kontrolldatumet; handläggaren finns om raden för just det
      *> kontoret och ID:t gäller på datumet.
       LOOKUP-OFFICE-AND-ADVISER SECTION.
           MOVE "N" TO AO-OFFICE-FOUND-SWITCH
           MOVE "N" TO AO-ADVISER-FOUND-SWITCH
           MOVE "N" TO AO-REGISTER-MISSING-SWITCH
           MOVE SPACES TO AO-ADVISER-NAME
           MOVE SPACES TO AO-OFFICE-NAME

           IF NOT REGISTER-LOADED THEN
               SET ADVISER-REGISTER-MISSING TO TRUE
               SET OFFICE-FOUND TO TRUE
               SET ADVISER-FOUND TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING ADVISER-SUB FROM 1 BY 1
                   UNTIL ADVISER-SUB > ADVISER-ENTRY-COUNT
               IF AT-OFFICE-CODE (ADVISER-SUB) = AI-OFFICE-CODE
                       AND AT-VALID-FROM (ADVISER-SUB)
                               NOT > AI-CHECK-DATE
                       AND AT-VALID-TO (ADVISER-SUB)
                               NOT < AI-CHECK-DATE THEN
                   SET OFFICE-FOUND TO TRUE
                   MOVE AT-OFFICE-NAME (ADVISER-SUB) TO AO-OFFICE-NAME
                   IF AT-ADVISER-ID (ADVISER-SUB) = AI-ADVISER-ID THEN
                       SET ADVISER-FOUND TO TRUE
                       MOVE AT-ADVISER-NAME (ADVISER-SUB)
                               TO AO-ADVISER-NAME
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
