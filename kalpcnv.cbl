      *> nummer gäller den sist skrivna, precis som uppslagen i
      *> MAXLOAN-INQUIRY alltid har tillämpat - en senare rad
      *> skriver därför över den tidigare med REWRITE.
      *> Personnummerindexen finns inte medan registret laddas -
      *> klustret är nydefinierat - och byggs efteråt ur det laddade
      *> registret med MAXAIX (DEFINE AIX och BLDINDEX). Därför
      *> deklareras bara primärnyckeln här.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
       OPEN-CONVERT-FILES SECTION.
           OPEN INPUT OLD-CASE-FILE
           IF OLD-CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASESEQ, status "
                       OLD-CASE-FILE-STATUS
               SET OLD-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           *> tillåten på en fil öppnad I-O.
           OPEN OUTPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte skapa CASEFILE, status "
                       CASE-FILE-STATUS
               SET OLD-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           CLOSE CASE-FILE
           OPEN I-O CASE-FILE
           IF CASE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna CASEFILE, status "
                       CASE-FILE-STATUS
               SET OLD-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE OLD-CASE-RECORD TO CASE-RECORD
           IF CR-CASE-NUMBER IS NOT NUMERIC THEN
               ADD 1 TO ROWS-IN-ERROR
               DISPLAY "VARNING: rad " ROWS-READ
                       " har ogiltigt ärendenummer och hoppas över"
               EXIT SECTION
           END-IF
           WRITE CASE-RECORD
                   ADD 1 TO ROWS-REPLACED
               ELSE
                   ADD 1 TO ROWS-IN-ERROR
                   DISPLAY "VARNING: rad " ROWS-READ
                           " kunde inte ersätta dubbletten, status "
                           CASE-FILE-STATUS
               END-IF
           ELSE
               ADD 1 TO ROWS-IN-ERROR
               DISPLAY "VARNING: rad " ROWS-READ
                       " kunde inte skrivas, status " CASE-FILE-STATUS
           END-IF
           EXIT.

