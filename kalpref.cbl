           COPY KOMREC.

           FD  LIVE-KOMSKATT-FILE.
           01  LIVE-KOMSKATT-ROW PIC X(53).

           FD  NEW-LEVNAD-FILE.
           COPY LEVREC.
           PERFORM CHECK-HSGFEE-FILE
           PERFORM WRITE-CHECK-TRAILER
           CLOSE CHECK-REPORT-FILE
           DISPLAY "MAXLOAN-REFCHECK: " ERROR-COUNT " fel, " DIFF-COUNT
                   " skillnader mot driftfilerna"
           IF ERROR-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       OPEN-CHECK-REPORT SECTION.
           OPEN OUTPUT CHECK-REPORT-FILE
           IF CHECK-REPORT-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna REFRPT, status "
                       CHECK-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "KALP GRANSKNING AV REFERENSFILER FÖRE DRIFTSÄTTNING"
                   TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           MOVE SPACES TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           MOVE 0 TO ROW-NUMBER
           OPEN INPUT NEW-KOMSKATT-FILE
           IF NEW-KOMSKATT-STATUS NOT = "00" THEN
               MOVE "FEL: kandidatfilen KOMSKATN kunde inte öppnas"
                       TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
               SET FILE-EOF TO TRUE
                       PERFORM VALIDATE-KOMSKATT-ROW
               END-READ
           END-PERFORM
           IF NEW-KOMSKATT-STATUS = "00" OR NEW-KOMSKATT-STATUS = "10"
                   THEN
               CLOSE NEW-KOMSKATT-FILE
               *> En tom kandidat är också ett fel - driftsatt skulle
               *> den ta bort varenda skattesats.
               IF ROW-NUMBER = 0 THEN
                   MOVE "FEL: kandidatfilen KOMSKATN är tom"
                           TO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
                   ADD 1 TO ERROR-COUNT
               END-IF

           PERFORM CHECK-KOMSKATT-DUPLICATES
           IF NOT RESERVE-FOUND THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "FEL: reservraden 9999 saknas - okända "
                       "kommuner får ingen skattesats"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
           END-IF
                   OR KF-STATE-TAX-BREAKPOINT IS NOT NUMERIC
                   OR KF-STATE-TAX-RATE IS NOT NUMERIC THEN
               PERFORM REPORT-KOMSKATT-ROW-ERROR
               MOVE "FEL: raden har icke-numeriska fält"
                       TO CHECK-REPORT-LINE(7:60)
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
               EXIT SECTION
           PERFORM VALIDATE-EFFECTIVE-DATE
           IF NOT DATE-OK THEN
               PERFORM REPORT-KOMSKATT-ROW-ERROR
               MOVE "FEL: ogiltigt ikraftträdandedatum"
                       TO CHECK-REPORT-LINE(7:60)
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
           END-IF
           IF KF-MUNICIPALITY-RATE < MIN-MUNICIPALITY-RATE
                   OR KF-MUNICIPALITY-RATE > MAX-MUNICIPALITY-RATE THEN
               PERFORM REPORT-KOMSKATT-ROW-ERROR
               MOVE "FEL: orimlig kommunal skattesats"
                       TO CHECK-REPORT-LINE(7:60)
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
           END-IF

           IF KF-STATE-TAX-RATE > MAX-STATE-TAX-RATE THEN
               PERFORM REPORT-KOMSKATT-ROW-ERROR
               MOVE "FEL: orimlig statlig skattesats"
                       TO CHECK-REPORT-LINE(7:60)
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
           END-IF

           IF KF-STATE-TAX-BREAKPOINT < MIN-STATE-TAX-BREAKPOINT THEN
               PERFORM REPORT-KOMSKATT-ROW-ERROR
               MOVE "FEL: orimlig brytpunkt för statlig skatt"
                       TO CHECK-REPORT-LINE(7:60)
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
           END-IF
           IF NK-COUNT < 200 THEN
               ADD 1 TO NK-COUNT
               MOVE KF-EFFECTIVE-DATE TO NK-EFFECTIVE-DATE (NK-COUNT)
               MOVE KF-MUNICIPALITY-CODE TO NK-MUNICIPALITY-CODE
                       (NK-COUNT)
               MOVE KF-MUNICIPALITY-RATE TO NK-MUNICIPALITY-RATE
                       (NK-COUNT)
               MOVE KF-STATE-TAX-BREAKPOINT TO NK-STATE-TAX-BREAKPOINT
                       (NK-COUNT)
               MOVE KF-STATE-TAX-RATE TO NK-STATE-TAX-RATE (NK-COUNT)
           ELSE
               DISPLAY "VARNING: KOMSKATN har fler rader än tabellen "
                       "rymmer - resten granskas inte"
               SET FILE-EOF TO TRUE
           END-IF
           EXIT.

       CHECK-KOMSKATT-DUPLICATES SECTION.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > NK-COUNT
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >=
                       ROW-SUB
                   IF NK-MUNICIPALITY-CODE (INNER-SUB)
                           = NK-MUNICIPALITY-CODE (ROW-SUB)
                           AND NK-EFFECTIVE-DATE (INNER-SUB)
                                   = NK-EFFECTIVE-DATE (ROW-SUB) THEN
                       MOVE SPACES TO CHECK-REPORT-LINE
                       STRING "FEL: dubblett av kommun "
                               NK-MUNICIPALITY-CODE (ROW-SUB)
                               " med datum " NK-EFFECTIVE-DATE (ROW-SUB)
                               DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                       WRITE CHECK-REPORT-LINE
           MOVE "N" TO FILE-EOF-SWITCH
           OPEN INPUT LIVE-KOMSKATT-FILE
           IF LIVE-KOMSKATT-STATUS NOT = "00" THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "OBS: driftens KOMSKATT kunde inte öppnas "
                       "- ingen skillnadslista"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               SET FILE-EOF TO TRUE
           END-IF
                   NOT AT END
                       IF LK-COUNT < 200 THEN
                           ADD 1 TO LK-COUNT
                           MOVE LIVE-KOMSKATT-ROW(1:8)
                                   TO LK-EFFECTIVE-DATE (LK-COUNT)
                           MOVE LIVE-KOMSKATT-ROW(10:4)
                                   TO LK-MUNICIPALITY-CODE (LK-COUNT)
                           MOVE LIVE-KOMSKATT-ROW(15:5) TO RATE-TEXT
                           MOVE RATE-VALUE TO LK-MUNICIPALITY-RATE
                                   (LK-COUNT)
                           MOVE LIVE-KOMSKATT-ROW(21:6)
                                   TO LK-STATE-TAX-BREAKPOINT (LK-COUNT)
                           MOVE LIVE-KOMSKATT-ROW(28:5) TO RATE-TEXT
                           MOVE RATE-VALUE TO LK-STATE-TAX-RATE
                                   (LK-COUNT)
                           MOVE "N" TO LK-MATCHED-SWITCH (LK-COUNT)
                       ELSE
                           SET FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF LIVE-KOMSKATT-STATUS = "00" OR LIVE-KOMSKATT-STATUS = "10"
                   THEN
               CLOSE LIVE-KOMSKATT-FILE
           END-IF
           EXIT.
               PERFORM MATCH-KOMSKATT-IN-LIVE
               IF MATCH-FOUND THEN
                   MOVE "J" TO LK-MATCHED-SWITCH (MATCH-SUB)
                   IF NK-MUNICIPALITY-RATE (ROW-SUB) NOT
                           = LK-MUNICIPALITY-RATE (MATCH-SUB)
                           OR NK-STATE-TAX-BREAKPOINT (ROW-SUB) NOT
                                   = LK-STATE-TAX-BREAKPOINT (MATCH-SUB)
                           OR NK-STATE-TAX-RATE (ROW-SUB) NOT
                                   = LK-STATE-TAX-RATE (MATCH-SUB) THEN
                       MOVE LK-MUNICIPALITY-RATE (MATCH-SUB)
                               TO DISPLAY-RATE
                       MOVE NK-MUNICIPALITY-RATE (ROW-SUB)
                               TO DISPLAY-RATE-2
                       MOVE SPACES TO CHECK-REPORT-LINE
                       STRING "ÄNDRAD: " NK-MUNICIPALITY-CODE (ROW-SUB)
                               " " NK-EFFECTIVE-DATE (ROW-SUB)
                               "  kommunalskatt " DISPLAY-RATE " -> "
                                       DISPLAY-RATE-2
                               DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                       WRITE CHECK-REPORT-LINE
                       ADD 1 TO DIFF-COUNT
                   END-IF
               ELSE
                   MOVE SPACES TO CHECK-REPORT-LINE
                   STRING "NY RAD: " NK-MUNICIPALITY-CODE (ROW-SUB) " "
                           NK-EFFECTIVE-DATE (ROW-SUB)
                           DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
                   ADD 1 TO DIFF-COUNT
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > LK-COUNT
               IF LK-MATCHED-SWITCH (ROW-SUB) = "N" THEN
                   MOVE SPACES TO CHECK-REPORT-LINE
                   STRING "BORTTAGEN: " LK-MUNICIPALITY-CODE (ROW-SUB)
                           " " LK-EFFECTIVE-DATE (ROW-SUB)
                           " - kontrollera att det är avsiktligt"
                           DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
       MATCH-KOMSKATT-IN-LIVE SECTION.
           MOVE "N" TO MATCH-FOUND-SWITCH
           MOVE 0 TO MATCH-SUB
           PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >
                   LK-COUNT
               IF LK-MUNICIPALITY-CODE (INNER-SUB)
                       = NK-MUNICIPALITY-CODE (ROW-SUB)
                       AND LK-EFFECTIVE-DATE (INNER-SUB)
                               = NK-EFFECTIVE-DATE (ROW-SUB) THEN
                   SET MATCH-FOUND TO TRUE
                   MOVE INNER-SUB TO MATCH-SUB
               END-IF
           MOVE 0 TO ROW-NUMBER
           OPEN INPUT NEW-LEVNAD-FILE
           IF NEW-LEVNAD-STATUS NOT = "00" THEN
               MOVE "FEL: kandidatfilen LEVNADN kunde inte öppnas"
                       TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
               SET FILE-EOF TO TRUE
               *> En tom kandidat är också ett fel - driftsatt skulle
               *> den lämna alla belopp åt de inkompilerade reserverna.
               IF ROW-NUMBER = 0 THEN
                   MOVE "FEL: kandidatfilen LEVNADN är tom"
                           TO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
                   ADD 1 TO ERROR-COUNT
               END-IF
           EXIT.

       VALIDATE-LEVNAD-ROW SECTION.
           IF LV-EFFECTIVE-DATE IS NOT NUMERIC OR LV-AMOUNT IS NOT
                   NUMERIC THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "FEL: rad " ROW-NUMBER " har icke-numeriska fält"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           PERFORM VALIDATE-EFFECTIVE-DATE
           IF NOT DATE-OK THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "FEL: rad " ROW-NUMBER
                       " har ogiltigt ikraftträdandedatum"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
           END-IF

           MOVE "N" TO CODE-FOUND-SWITCH
           PERFORM VARYING REQUIRED-CODE-SUB FROM 1 BY 1 UNTIL
                   REQUIRED-CODE-SUB > 8
               IF LV-COST-CODE = REQUIRED-CODE (REQUIRED-CODE-SUB) THEN
                   SET CODE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CODE-FOUND THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "FEL: rad " ROW-NUMBER " har okänd kostnadskod "
                       LV-COST-CODE
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT

           IF LV-AMOUNT < MIN-LIVING-AMOUNT THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "FEL: rad " ROW-NUMBER
                       " har orimligt lågt belopp"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
               MOVE LV-COST-CODE TO NL-COST-CODE (NL-COUNT)
               MOVE LV-AMOUNT TO NL-AMOUNT (NL-COUNT)
           ELSE
               DISPLAY "VARNING: LEVNADN har fler rader än tabellen "
                       "rymmer - resten granskas inte"
               SET FILE-EOF TO TRUE
           END-IF
           EXIT.

       CHECK-LEVNAD-DUPLICATES SECTION.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > NL-COUNT
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >=
                       ROW-SUB
                   IF NL-COST-CODE (INNER-SUB) = NL-COST-CODE (ROW-SUB)
                           AND NL-EFFECTIVE-DATE (INNER-SUB)
                                   = NL-EFFECTIVE-DATE (ROW-SUB) THEN
                       MOVE SPACES TO CHECK-REPORT-LINE
                       STRING "FEL: dubblett av kod " NL-COST-CODE
                               (ROW-SUB)
                               " med datum " NL-EFFECTIVE-DATE (ROW-SUB)
                               DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                       WRITE CHECK-REPORT-LINE
               *> Kontrollen görs en gång per datum - vid radens
               *> första förekomst av datumet.
               MOVE "N" TO MATCH-FOUND-SWITCH
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >=
                       ROW-SUB
                   IF NL-EFFECTIVE-DATE (INNER-SUB) = NL-EFFECTIVE-DATE
                           (ROW-SUB) THEN
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
           EXIT.

       CHECK-ONE-DATE-CODE-SET SECTION.
           PERFORM VARYING REQUIRED-CODE-SUB FROM 1 BY 1 UNTIL
                   REQUIRED-CODE-SUB > 8
               MOVE "N" TO CODE-FOUND-SWITCH
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >
                       NL-COUNT
                   IF NL-EFFECTIVE-DATE (INNER-SUB) = NL-EFFECTIVE-DATE
                           (ROW-SUB)
                           AND NL-COST-CODE (INNER-SUB) = REQUIRED-CODE
                                   (REQUIRED-CODE-SUB) THEN
                       SET CODE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CODE-FOUND THEN
                   MOVE SPACES TO CHECK-REPORT-LINE
                   STRING "FEL: datum " NL-EFFECTIVE-DATE (ROW-SUB)
                           " saknar kostnadskod " REQUIRED-CODE
                                   (REQUIRED-CODE-SUB)
                           DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
                   ADD 1 TO ERROR-COUNT
           MOVE "N" TO FILE-EOF-SWITCH
           OPEN INPUT LIVE-LEVNAD-FILE
           IF LIVE-LEVNAD-STATUS NOT = "00" THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "OBS: driftens LEVNAD kunde inte öppnas - "
                       "ingen skillnadslista"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               SET FILE-EOF TO TRUE
           END-IF
                   NOT AT END
                       IF LL-COUNT < 100 THEN
                           ADD 1 TO LL-COUNT
                           MOVE LIVE-LEVNAD-ROW(1:8)
                                   TO LL-EFFECTIVE-DATE (LL-COUNT)
                           MOVE LIVE-LEVNAD-ROW(10:12) TO LL-COST-CODE
                                   (LL-COUNT)
                           MOVE LIVE-LEVNAD-ROW(23:5) TO LL-AMOUNT
                                   (LL-COUNT)
                           MOVE "N" TO LL-MATCHED-SWITCH (LL-COUNT)
                       ELSE
                           SET FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF LIVE-LEVNAD-STATUS = "00" OR LIVE-LEVNAD-STATUS = "10"
                   THEN
               CLOSE LIVE-LEVNAD-FILE
           END-IF
           EXIT.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > NL-COUNT
               MOVE "N" TO MATCH-FOUND-SWITCH
               MOVE 0 TO MATCH-SUB
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >
                       LL-COUNT
                   IF LL-COST-CODE (INNER-SUB) = NL-COST-CODE (ROW-SUB)
                           AND LL-EFFECTIVE-DATE (INNER-SUB)
                                   = NL-EFFECTIVE-DATE (ROW-SUB) THEN
                       SET MATCH-FOUND TO TRUE
                       MOVE INNER-SUB TO MATCH-SUB
                   END-IF
               END-PERFORM
               IF MATCH-FOUND THEN
                   MOVE "J" TO LL-MATCHED-SWITCH (MATCH-SUB)
                   IF NL-AMOUNT (ROW-SUB) NOT = LL-AMOUNT
                           (MATCH-SUB) THEN
                       MOVE LL-AMOUNT (MATCH-SUB) TO DISPLAY-AMOUNT
                       MOVE NL-AMOUNT (ROW-SUB) TO DISPLAY-AMOUNT-2
                       MOVE SPACES TO CHECK-REPORT-LINE
                       STRING "ÄNDRAD: " NL-COST-CODE (ROW-SUB) " "
                               NL-EFFECTIVE-DATE (ROW-SUB)
                               "  belopp " DISPLAY-AMOUNT " -> "
                                       DISPLAY-AMOUNT-2
                               DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                       WRITE CHECK-REPORT-LINE
                       ADD 1 TO DIFF-COUNT
                   END-IF
               ELSE
                   MOVE SPACES TO CHECK-REPORT-LINE
                   STRING "NY RAD: " NL-COST-CODE (ROW-SUB) " "
                           NL-EFFECTIVE-DATE (ROW-SUB)
                           DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
                   ADD 1 TO DIFF-COUNT
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > LL-COUNT
               IF LL-MATCHED-SWITCH (ROW-SUB) = "N" THEN
                   MOVE SPACES TO CHECK-REPORT-LINE
                   STRING "BORTTAGEN: " LL-COST-CODE (ROW-SUB) " "
                           LL-EFFECTIVE-DATE (ROW-SUB)
                           " - kontrollera att det är avsiktligt"
                           DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
           MOVE 0 TO ROW-NUMBER
           OPEN INPUT NEW-HSGFEE-FILE
           IF NEW-HSGFEE-STATUS NOT = "00" THEN
               MOVE "FEL: kandidatfilen HSGFEEN kunde inte öppnas"
                       TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               ADD 1 TO ERROR-COUNT
               SET FILE-EOF TO TRUE
               *> En tom kandidat är också ett fel - driftsatt skulle
               *> alla boendetyper landa på OKAND-avgiften.
               IF ROW-NUMBER = 0 THEN
                   MOVE "FEL: kandidatfilen HSGFEEN är tom"
                           TO CHECK-REPORT-LINE
                   WRITE CHECK-REPORT-LINE
                   ADD 1 TO ERROR-COUNT
               END-IF
               MOVE HT-PROPERTY-TYPE TO NH-PROPERTY-TYPE (NH-COUNT)
               MOVE HT-MONTHLY-FEE TO NH-MONTHLY-FEE (NH-COUNT)
           ELSE
               DISPLAY "VARNING: HSGFEEN har fler rader än tabellen "
                       "rymmer - resten granskas inte"
               SET FILE-EOF TO TRUE
           END-IF
           EXIT.

       CHECK-HSGFEE-DUPLICATES SECTION.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > NH-COUNT
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >=
                       ROW-SUB
                   IF NH-PROPERTY-TYPE (INNER-SUB) = NH-PROPERTY-TYPE
                           (ROW-SUB) THEN
                       MOVE SPACES TO CHECK-REPORT-LINE
                       STRING "FEL: dubblett av boendetyp "
                               NH-PROPERTY-TYPE (ROW-SUB)
                               DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                       WRITE CHECK-REPORT-LINE
                       ADD 1 TO ERROR-COUNT
           MOVE "N" TO FILE-EOF-SWITCH
           OPEN INPUT LIVE-HSGFEE-FILE
           IF LIVE-HSGFEE-STATUS NOT = "00" THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "OBS: driftens HSGFEE kunde inte öppnas - "
                       "ingen skillnadslista"
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
               SET FILE-EOF TO TRUE
           END-IF
                   NOT AT END
                       IF LH-COUNT < 20 THEN
                           ADD 1 TO LH-COUNT
                           MOVE LIVE-HSGFEE-ROW(1:12)
                                   TO LH-PROPERTY-TYPE (LH-COUNT)
                           MOVE LIVE-HSGFEE-ROW(13:5) TO LH-MONTHLY-FEE
                                   (LH-COUNT)
                           MOVE "N" TO LH-MATCHED-SWITCH (LH-COUNT)
                       ELSE
                           SET FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF LIVE-HSGFEE-STATUS = "00" OR LIVE-HSGFEE-STATUS = "10"
                   THEN
               CLOSE LIVE-HSGFEE-FILE
           END-IF
           EXIT.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > NH-COUNT
               MOVE "N" TO MATCH-FOUND-SWITCH
               MOVE 0 TO MATCH-SUB
               PERFORM VARYING INNER-SUB FROM 1 BY 1 UNTIL INNER-SUB >
                       LH-COUNT
                   IF LH-PROPERTY-TYPE (INNER-SUB) = NH-PROPERTY-TYPE
                           (ROW-SUB) THEN
                       SET MATCH-FOUND TO TRUE
                       MOVE INNER-SUB TO MATCH-SUB
                   END-IF
               END-PERFORM
               IF MATCH-FOUND THEN
                   MOVE "J" TO LH-MATCHED-SWITCH (MATCH-SUB)
                   IF NH-MONTHLY-FEE (ROW-SUB) NOT = LH-MONTHLY-FEE
                           (MATCH-SUB) THEN
                       MOVE LH-MONTHLY-FEE (MATCH-SUB) TO DISPLAY-AMOUNT
                       MOVE NH-MONTHLY-FEE (ROW-SUB) TO DISPLAY-AMOUNT-2
                       MOVE SPACES TO CHECK-REPORT-LINE
                       STRING "ÄNDRAD: " NH-PROPERTY-TYPE (ROW-SUB)
                               "  avgift " DISPLAY-AMOUNT " -> "
                                       DISPLAY-AMOUNT-2
                               DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                       WRITE CHECK-REPORT-LINE
                       ADD 1 TO DIFF-COUNT
                   IF YEAR-REMAINDER NOT = 0 THEN
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       COMPUTE YEAR-REMAINDER = FUNCTION MOD(CD-YEAR,
                               400)
                       IF YEAR-REMAINDER = 0 THEN
                           MOVE 29 TO DAYS-IN-MONTH
                       END-IF
           MOVE SPACES TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           MOVE SPACES TO CHECK-REPORT-LINE
           STRING "SUMMERING: " ERROR-COUNT " FEL, " DIFF-COUNT
                   " SKILLNADER MOT DRIFTFILERNA"
                   DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           IF ERROR-COUNT > 0 THEN
               MOVE SPACES TO CHECK-REPORT-LINE
               STRING "KANDIDATEN SKA INTE LÄGGAS I DRIFT "
                       "FÖRRÄN FELEN ÄR RÄTTADE."
                       DELIMITED BY SIZE INTO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
           ELSE
               MOVE "INGA FEL - KANDIDATEN KAN LÄGGAS I DRIFT."
                       TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-LINE
           END-IF
           EXIT.
