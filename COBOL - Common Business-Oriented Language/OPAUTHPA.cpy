       CHECK-OPERATOR-AUTH.
      *> The master loads once per run. An unknown operator, a
      *> disabled one, or a known one without this function, is
      *> refused; an absent master grants everything - the shop
      *> before cut-over - with the default announced so nobody
      *> mistakes it for enforcement. Either way the attempt
      *> lands in the security audit.
           IF WS-OPAUTH-LOADED NOT = 'Y'
              PERFORM LOAD-OPERATOR-MASTER
           END-IF
                    AT END MOVE 'Y' TO WS-OPAUTH-EOF
                    NOT AT END
                       IF OM-ID NOT = SPACES
                             AND OM-STATUS NOT = 'D'
                             AND WS-OPAUTH-COUNT < 50
                          ADD 1 TO WS-OPAUTH-COUNT
                          MOVE OM-ID
                 FUNCTION TRIM(WS-AUTH-FUNCTION) ' REFUSED'
                 DELIMITED BY SIZE INTO WS-OPAUTH-LINE
           END-IF
           MOVE SPACES TO WS-OPAUTH-CHAIN-PREV
           MOVE 'N' TO WS-OPAUTH-AUD-EOF
           OPEN INPUT SEC-AUDIT-FILE
           IF WS-OPAUTH-AUD-STATUS = '00'
              PERFORM UNTIL WS-OPAUTH-AUD-EOF = 'Y'
                 READ SEC-AUDIT-FILE
                    AT END MOVE 'Y' TO WS-OPAUTH-AUD-EOF
                    NOT AT END
                       MOVE SEC-AUDIT-CHAIN TO WS-OPAUTH-CHAIN-PREV
                 END-READ
              END-PERFORM
              CLOSE SEC-AUDIT-FILE
           END-IF
           OPEN EXTEND SEC-AUDIT-FILE
           IF WS-OPAUTH-AUD-STATUS NOT = '00'
              OPEN OUTPUT SEC-AUDIT-FILE
           END-IF
           MOVE SPACES TO SEC-AUDIT-RECORD
           MOVE WS-OPAUTH-LINE TO SEC-AUDIT-TEXT
           MOVE WS-OPAUTH-LINE TO WS-OPAUTH-CHAIN-TEXT
           CALL 'AUDCHAIN' USING WS-OPAUTH-CHAIN-PREV,
                 WS-OPAUTH-CHAIN-TEXT, WS-OPAUTH-CHAIN-LEN,
                 SEC-AUDIT-CHAIN
           END-CALL
           WRITE SEC-AUDIT-RECORD
           CLOSE SEC-AUDIT-FILE.
