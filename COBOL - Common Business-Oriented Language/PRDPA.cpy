       CHECK-PERIOD-CLOSED.
      *> A trade date whose month is on file as closed is in a
      *> closed period; anything else - including a date that is
      *> not a date - is left to the caller's own validation.
           IF WS-PRD-LOADED NOT = 'Y'
              PERFORM LOAD-PERIOD-CONTROL
           END-IF
           MOVE 'N' TO WS-PRD-CLOSED
           MOVE WS-PRD-DATE(1:4) TO WS-PRD-YEAR-YYYY
           IF WS-PRD-DATE(1:6) IS NUMERIC
              PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-COUNT
                 IF WS-PRD-CLOSED-MONTH(WS-PRD-SUB)
                       = WS-PRD-DATE(1:6)
                    OR WS-PRD-CLOSED-MONTH(WS-PRD-SUB)
                       = WS-PRD-YEAR-KEY
                    MOVE 'Y' TO WS-PRD-CLOSED
                 END-IF
              END-PERFORM
           END-IF.

       LOAD-PERIOD-CONTROL.
      *> Only the months standing closed are held - a reopened
      *> month is open again until PERIOD-CLOSE closes it anew.
           MOVE 'Y' TO WS-PRD-LOADED
           MOVE 'N' TO WS-PRD-FILE-EOF
           OPEN INPUT PERIOD-CTL-FILE
           IF WS-PRD-FILE-STATUS = '00'
              PERFORM UNTIL WS-PRD-FILE-EOF = 'Y'
                 READ PERIOD-CTL-FILE
                    AT END MOVE 'Y' TO WS-PRD-FILE-EOF
                    NOT AT END
                       IF PC-STATE = 'C'
                             AND PC-PERIOD IS NUMERIC
                             AND WS-PRD-COUNT < 240
                          ADD 1 TO WS-PRD-COUNT
                          MOVE PC-PERIOD
                             TO WS-PRD-CLOSED-MONTH(WS-PRD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-CTL-FILE
           END-IF.
