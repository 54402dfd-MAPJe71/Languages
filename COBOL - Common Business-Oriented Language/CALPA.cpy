                       MOVE 'N' TO WS-CAL-BUSINESS
                    END-IF
                 END-PERFORM
                 IF WS-CAL-CCY NOT = SPACES
                    PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                          UNTIL WS-CAL-SUB > WS-CAL-CCY-HOL-COUNT
                       IF WS-CAL-CH-CCY(WS-CAL-SUB) = WS-CAL-CCY
                             AND WS-CAL-CH-DATE(WS-CAL-SUB)
                             = WS-CAL-DATE
                          MOVE 'N' TO WS-CAL-BUSINESS
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-IF.

       LOAD-SHOP-CALENDAR.
      *> CALENDAR.CTL carries one holiday date (YYYYMMDD) per
      *> line, plus an optional WEEKEND line naming the non-work
      *> days (MON..SUN), plus currency market holidays as a
      *> currency code and a date ("EUR 20250421"). No file, or
      *> no WEEKEND line, means the SAT SUN default.
           MOVE 'Y' TO WS-CAL-LOADED
           MOVE SPACES TO WS-CAL-WEEKEND-TAB
           MOVE 'Y' TO WS-CAL-WEEKEND(6)
                 MOVE WS-CAL-WORK(1:8)
                    TO WS-CAL-HOLIDAY(WS-CAL-HOL-COUNT)
              END-IF
              IF WS-CAL-WORK(1:3) IS ALPHABETIC
                    AND WS-CAL-WORK(1:3) NOT = SPACES
                    AND WS-CAL-WORK(4:1) = SPACE
                    AND WS-CAL-WORK(5:8) IS NUMERIC
                    AND WS-CAL-CCY-HOL-COUNT < 300
                 ADD 1 TO WS-CAL-CCY-HOL-COUNT
                 MOVE WS-CAL-WORK(1:3)
                    TO WS-CAL-CH-CCY(WS-CAL-CCY-HOL-COUNT)
                 MOVE WS-CAL-WORK(5:8)
                    TO WS-CAL-CH-DATE(WS-CAL-CCY-HOL-COUNT)
              END-IF
           END-IF.
