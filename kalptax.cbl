           MOVE 0 TO DK-COUNT
           OPEN INPUT KOMSKATT-FILE
           IF KOMSKATT-FILE-STATUS NOT = "00" THEN
               DISPLAY "VARNING: kunde inte öppna KOMSKATT, status "
                       KOMSKATT-FILE-STATUS
                       " - inkompilerade skattesatser används"
           ELSE
               PERFORM UNTIL KOMFILE-EOF
                   READ KOMSKATT-FILE
                       NOT AT END
                           IF DK-COUNT < 200 THEN
                               ADD 1 TO DK-COUNT
                               MOVE KF-EFFECTIVE-DATE
                                       TO DK-EFFECTIVE-DATE (DK-COUNT)
                               MOVE KF-MUNICIPALITY-CODE
                                       TO DK-MUNICIPALITY-CODE
                                       (DK-COUNT)
                               MOVE KF-MUNICIPALITY-RATE
                                       TO DK-MUNICIPALITY-RATE
                                       (DK-COUNT)
                               MOVE KF-STATE-TAX-BREAKPOINT
                                       TO DK-STATE-TAX-BREAKPOINT
                                       (DK-COUNT)
                               MOVE KF-STATE-TAX-RATE
                                       TO DK-STATE-TAX-RATE (DK-COUNT)
                           ELSE
                               DISPLAY "VARNING: KOMSKATT har fler "
                                       "rader än tabellen rymmer - "
                                       "resten ignoreras"
                               SET KOMFILE-EOF TO TRUE
                           END-IF
                   END-READ
           MOVE 0 TO BEST-DATE
           PERFORM VARYING DK-SUB FROM 1 BY 1 UNTIL DK-SUB > DK-COUNT
               IF DK-MUNICIPALITY-CODE (DK-SUB) = WANTED-CODE
                       AND DK-EFFECTIVE-DATE (DK-SUB) NOT >
                               TI-EFFECTIVE-DATE
                       AND DK-EFFECTIVE-DATE (DK-SUB) NOT <
                               BEST-DATE THEN
                   SET BEST-FOUND TO TRUE
                   MOVE DK-EFFECTIVE-DATE (DK-SUB) TO BEST-DATE
                   MOVE DK-MUNICIPALITY-RATE (DK-SUB)
                           TO SELECTED-MUNICIPALITY-RATE
                   MOVE DK-STATE-TAX-BREAKPOINT (DK-SUB)
                           TO SELECTED-STATE-TAX-BREAKPOINT
                   MOVE DK-STATE-TAX-RATE (DK-SUB)
                           TO SELECTED-STATE-TAX-RATE
               END-IF
           END-PERFORM
           EXIT.
               WHEN KS-MUNICIPALITY-CODE (KS-IDX) = TI-MUNICIPALITY-CODE
                   MOVE "J" TO TO-MUNICIPALITY-FOUND-SWITCH
           END-SEARCH
           MOVE KS-MUNICIPALITY-RATE (KS-IDX)
                   TO SELECTED-MUNICIPALITY-RATE
           MOVE KS-STATE-TAX-BREAKPOINT (KS-IDX)
                   TO SELECTED-STATE-TAX-BREAKPOINT
           MOVE KS-STATE-TAX-RATE (KS-IDX) TO SELECTED-STATE-TAX-RATE
           EXIT.

               COMPUTE TO-NET-SALARY =
                       TI-GROSS-SALARY
                       - (TI-GROSS-SALARY * SELECTED-MUNICIPALITY-RATE)
                       - ((TI-GROSS-SALARY
                               - SELECTED-STATE-TAX-BREAKPOINT)
                               * SELECTED-STATE-TAX-RATE)
           ELSE
               COMPUTE TO-NET-SALARY =
                       TI-GROSS-SALARY
