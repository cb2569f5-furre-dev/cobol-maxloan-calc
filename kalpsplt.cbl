           01  PARAM-RECORD PIC X(80).

           FD  VALID-FILE.
           01  VALID-RECORD PIC X(116).

           FD  PART1-FILE.
           01  PART1-RECORD PIC X(116).
           FD  PART2-FILE.
           01  PART2-RECORD PIC X(116).
           FD  PART3-FILE.
           01  PART3-RECORD PIC X(116).
           FD  PART4-FILE.
           01  PART4-RECORD PIC X(116).
           FD  PART5-FILE.
           01  PART5-RECORD PIC X(116).
           FD  PART6-FILE.
           01  PART6-RECORD PIC X(116).
           FD  PART7-FILE.
           01  PART7-RECORD PIC X(116).
           FD  PART8-FILE.
           01  PART8-RECORD PIC X(116).

           WORKING-STORAGE SECTION.
           78  MAX-PARTITIONS VALUE 8.
           END-IF
           PERFORM COUNT-VALID-ROWS
           PERFORM WRITE-PARTITIONS
           DISPLAY "MAXLOAN-SPLIT: " TOTAL-ROWS " rader delade på "
                   PARTITION-COUNT " partitioner"
           PERFORM VARYING PARTITION-SUB FROM 1 BY 1 UNTIL PARTITION-SUB
                   > PARTITION-COUNT
               DISPLAY "  PART" PARTITION-SUB ": " PARTITION-ROW-COUNT
                       (PARTITION-SUB) " rader"
           END-PERFORM
           PERFORM WRITE-RUNLOG-END
           STOP RUN.
       READ-PARAM-CARD SECTION.
           OPEN INPUT PARAM-FILE
           IF PARAM-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna SPLTPARM, status "
                       PARAM-FILE-STATUS " - ingen delning görs"
               ADD 1 TO RUNLOG-WARNING-COUNT
               EXIT SECTION
           END-IF
           READ PARAM-FILE
               AT END
                   DISPLAY "VARNING: SPLTPARM är tom - ingen delning "
                           "görs"
                   ADD 1 TO RUNLOG-WARNING-COUNT
               NOT AT END
                   *> En siffra 1-8: det finns åtta partitionsfiler,
                           AND PARAM-RECORD(2:79) = SPACES THEN
                       MOVE PARAM-RECORD(1:1) TO PARTITION-COUNT
                   ELSE
                       DISPLAY "VARNING: SPLTPARM kunde inte tolkas - "
                               "ange antal partitioner 1-"
                               MAX-PARTITIONS
                       ADD 1 TO RUNLOG-WARNING-COUNT
                   END-IF
           END-READ
       COUNT-VALID-ROWS SECTION.
           OPEN INPUT VALID-FILE
           IF VALID-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna VALIDIN, status "
                       VALID-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE 8 TO RETURN-CODE
               SET VALID-EOF TO TRUE
       WRITE-PARTITIONS SECTION.
           OPEN INPUT VALID-FILE
           IF VALID-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna VALIDIN för "
                       "delningen, status " VALID-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           END-IF
           IF PART-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna PART"
                       CURRENT-PARTITION ", status " PART-FILE-STATUS
               ADD 1 TO RUNLOG-WARNING-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
