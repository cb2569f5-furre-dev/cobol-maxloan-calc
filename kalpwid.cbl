       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAXLOAN-WIDEN.
      *> Engångsomläggning av de sekventiella filer vars poster blivit
      *> längre samtidigt med ärendeposten: ärendearkivet (CASEARCH,
      *> 160 -> 400), exportfilen och exportarkivet (LOANEXP och
      *> LOANARCH, 76 -> 96) och kvittensregistret (ACKREG, 14 -> 30).
      *> Varje gammal rad skrivs oförändrad till en ny fil med den
      *> nya postlängden - de nya fälten ligger sist i posterna och
      *> blir blanka, vilket programmen tolkar som "uppgift saknas"
      *> (exportdatum saknas, kvittens från före registrering per
      *> exportrad, osv.). Arkivens kontrollposter följer med på
      *> samma sätt.
      *> De nya filerna byts in av efterföljande jobbsteg först när
      *> alla fyra gått rent - returkod 8 om någon fil inte kunde
      *> öppnas eller en rad inte kunde skrivas.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OLD-CASE-ARCHIVE-FILE ASSIGN TO "CASEARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OLD-CASE-ARCHIVE-FILE-STATUS.
               SELECT NEW-CASE-ARCHIVE-FILE ASSIGN TO "CASEARCN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NEW-CASE-ARCHIVE-FILE-STATUS.
               SELECT OLD-LOAN-EXPORT-FILE ASSIGN TO "LOANEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OLD-LOAN-EXPORT-FILE-STATUS.
               SELECT NEW-LOAN-EXPORT-FILE ASSIGN TO "LOANEXPO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NEW-LOAN-EXPORT-FILE-STATUS.
               SELECT OLD-LOAN-ARCHIVE-FILE ASSIGN TO "LOANARCH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OLD-LOAN-ARCHIVE-FILE-STATUS.
               SELECT NEW-LOAN-ARCHIVE-FILE ASSIGN TO "LOANARCN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NEW-LOAN-ARCHIVE-FILE-STATUS.
               SELECT OLD-ACK-REGISTER-FILE ASSIGN TO "ACKREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OLD-ACK-REGISTER-FILE-STATUS.
               SELECT NEW-ACK-REGISTER-FILE ASSIGN TO "ACKREGO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NEW-ACK-REGISTER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  OLD-CASE-ARCHIVE-FILE.
           01  OLD-CASE-ARCHIVE-ROW PIC X(160).

           FD  NEW-CASE-ARCHIVE-FILE.
           01  NEW-CASE-ARCHIVE-ROW PIC X(400).

           FD  OLD-LOAN-EXPORT-FILE.
           01  OLD-LOAN-EXPORT-ROW PIC X(76).

           FD  NEW-LOAN-EXPORT-FILE.
           01  NEW-LOAN-EXPORT-ROW PIC X(96).

           FD  OLD-LOAN-ARCHIVE-FILE.
           01  OLD-LOAN-ARCHIVE-ROW PIC X(76).

           FD  NEW-LOAN-ARCHIVE-FILE.
           01  NEW-LOAN-ARCHIVE-ROW PIC X(96).

           FD  OLD-ACK-REGISTER-FILE.
           01  OLD-ACK-REGISTER-ROW PIC X(14).

           FD  NEW-ACK-REGISTER-FILE.
           01  NEW-ACK-REGISTER-ROW PIC X(30).

           WORKING-STORAGE SECTION.
           01  OLD-CASE-ARCHIVE-FILE-STATUS PIC X(02).
           01  NEW-CASE-ARCHIVE-FILE-STATUS PIC X(02).
           01  OLD-LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  NEW-LOAN-EXPORT-FILE-STATUS PIC X(02).
           01  OLD-LOAN-ARCHIVE-FILE-STATUS PIC X(02).
           01  NEW-LOAN-ARCHIVE-FILE-STATUS PIC X(02).
           01  OLD-ACK-REGISTER-FILE-STATUS PIC X(02).
           01  NEW-ACK-REGISTER-FILE-STATUS PIC X(02).

           01  OLD-EOF-SWITCH PIC X(01) VALUE "N".
               88  OLD-EOF VALUE "J".

           *> Filen som läggs om just nu, för utskrifterna.
           01  FILE-NAME PIC X(08).
           01  ROWS-READ PIC 9(7) VALUE 0.
           01  ROWS-WRITTEN PIC 9(7) VALUE 0.
           01  ROWS-IN-ERROR PIC 9(7) VALUE 0.
           01  FILES-IN-ERROR PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM WIDEN-CASE-ARCHIVE
           PERFORM WIDEN-LOAN-EXPORTS
           PERFORM WIDEN-LOAN-ARCHIVE
           PERFORM WIDEN-ACK-REGISTER
           IF FILES-IN-ERROR > 0 THEN
               DISPLAY "MAXLOAN-WIDEN: " FILES-IN-ERROR
                       " filer kunde inte läggas om - inga filer"
                       " får bytas in"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       WIDEN-CASE-ARCHIVE SECTION.
           MOVE "CASEARCH" TO FILE-NAME
           PERFORM BEGIN-FILE
           OPEN INPUT OLD-CASE-ARCHIVE-FILE
           IF OLD-CASE-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEARCH, status "
                       OLD-CASE-ARCHIVE-FILE-STATUS
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEW-CASE-ARCHIVE-FILE
           IF NEW-CASE-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skapa CASEARCN, status "
                       NEW-CASE-ARCHIVE-FILE-STATUS
               CLOSE OLD-CASE-ARCHIVE-FILE
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL OLD-EOF
               READ OLD-CASE-ARCHIVE-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ROWS-READ
                       MOVE OLD-CASE-ARCHIVE-ROW
                               TO NEW-CASE-ARCHIVE-ROW
                       WRITE NEW-CASE-ARCHIVE-ROW
                       IF NEW-CASE-ARCHIVE-FILE-STATUS = "00" THEN
                           ADD 1 TO ROWS-WRITTEN
                       ELSE
                           ADD 1 TO ROWS-IN-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-CASE-ARCHIVE-FILE
           CLOSE NEW-CASE-ARCHIVE-FILE
           PERFORM END-FILE
           EXIT.

       WIDEN-LOAN-EXPORTS SECTION.
           MOVE "LOANEXP" TO FILE-NAME
           PERFORM BEGIN-FILE
           OPEN INPUT OLD-LOAN-EXPORT-FILE
           IF OLD-LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANEXP, status "
                       OLD-LOAN-EXPORT-FILE-STATUS
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEW-LOAN-EXPORT-FILE
           IF NEW-LOAN-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skapa LOANEXPO, status "
                       NEW-LOAN-EXPORT-FILE-STATUS
               CLOSE OLD-LOAN-EXPORT-FILE
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL OLD-EOF
               READ OLD-LOAN-EXPORT-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ROWS-READ
                       MOVE OLD-LOAN-EXPORT-ROW TO NEW-LOAN-EXPORT-ROW
                       WRITE NEW-LOAN-EXPORT-ROW
                       IF NEW-LOAN-EXPORT-FILE-STATUS = "00" THEN
                           ADD 1 TO ROWS-WRITTEN
                       ELSE
                           ADD 1 TO ROWS-IN-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-LOAN-EXPORT-FILE
           CLOSE NEW-LOAN-EXPORT-FILE
           PERFORM END-FILE
           EXIT.

       WIDEN-LOAN-ARCHIVE SECTION.
           MOVE "LOANARCH" TO FILE-NAME
           PERFORM BEGIN-FILE
           OPEN INPUT OLD-LOAN-ARCHIVE-FILE
           IF OLD-LOAN-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna LOANARCH, status "
                       OLD-LOAN-ARCHIVE-FILE-STATUS
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEW-LOAN-ARCHIVE-FILE
           IF NEW-LOAN-ARCHIVE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skapa LOANARCN, status "
                       NEW-LOAN-ARCHIVE-FILE-STATUS
               CLOSE OLD-LOAN-ARCHIVE-FILE
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL OLD-EOF
               READ OLD-LOAN-ARCHIVE-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ROWS-READ
                       MOVE OLD-LOAN-ARCHIVE-ROW
                               TO NEW-LOAN-ARCHIVE-ROW
                       WRITE NEW-LOAN-ARCHIVE-ROW
                       IF NEW-LOAN-ARCHIVE-FILE-STATUS = "00" THEN
                           ADD 1 TO ROWS-WRITTEN
                       ELSE
                           ADD 1 TO ROWS-IN-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-LOAN-ARCHIVE-FILE
           CLOSE NEW-LOAN-ARCHIVE-FILE
           PERFORM END-FILE
           EXIT.

       WIDEN-ACK-REGISTER SECTION.
           MOVE "ACKREG" TO FILE-NAME
           PERFORM BEGIN-FILE
           OPEN INPUT OLD-ACK-REGISTER-FILE
           IF OLD-ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna ACKREG, status "
                       OLD-ACK-REGISTER-FILE-STATUS
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           OPEN OUTPUT NEW-ACK-REGISTER-FILE
           IF NEW-ACK-REGISTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skapa ACKREGO, status "
                       NEW-ACK-REGISTER-FILE-STATUS
               CLOSE OLD-ACK-REGISTER-FILE
               ADD 1 TO FILES-IN-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL OLD-EOF
               READ OLD-ACK-REGISTER-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ROWS-READ
                       MOVE OLD-ACK-REGISTER-ROW
                               TO NEW-ACK-REGISTER-ROW
                       WRITE NEW-ACK-REGISTER-ROW
                       IF NEW-ACK-REGISTER-FILE-STATUS = "00" THEN
                           ADD 1 TO ROWS-WRITTEN
                       ELSE
                           ADD 1 TO ROWS-IN-ERROR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-ACK-REGISTER-FILE
           CLOSE NEW-ACK-REGISTER-FILE
           PERFORM END-FILE
           EXIT.

       BEGIN-FILE SECTION.
           MOVE "N" TO OLD-EOF-SWITCH
           MOVE 0 TO ROWS-READ
           MOVE 0 TO ROWS-WRITTEN
           MOVE 0 TO ROWS-IN-ERROR
           EXIT.

       END-FILE SECTION.
           DISPLAY "MAXLOAN-WIDEN: " FILE-NAME " " ROWS-READ
                   " rader lästa, " ROWS-WRITTEN " skrivna, "
                   ROWS-IN-ERROR " i fel"
           IF ROWS-IN-ERROR > 0 THEN
               ADD 1 TO FILES-IN-ERROR
           END-IF
           EXIT.
