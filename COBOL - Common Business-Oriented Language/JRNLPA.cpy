      *> the before image spaces, a DEL the after image.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRNL-TIME FROM TIME
           IF WS-JRNL-CHAIN-LOADED NOT = 'Y'
              PERFORM LOAD-JOURNAL-CHAIN
           END-IF
           OPEN EXTEND TRAN-JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
              OPEN OUTPUT TRAN-JRNL-FILE
           MOVE WS-JRNL-TIME TO JR-TIME
           MOVE WS-JRNL-USER TO JR-USER
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE WS-JRNL-BEFORE(1:45) TO JR-BEFORE
           MOVE WS-JRNL-AFTER(1:45) TO JR-AFTER
           MOVE WS-JRNL-BEFORE(46:35) TO JR-BEFORE-X
           MOVE WS-JRNL-AFTER(46:35) TO JR-AFTER-X
           PERFORM CHAIN-JOURNAL-ENTRY
           WRITE TRAN-JRNL-RECORD
           CLOSE TRAN-JRNL-FILE
           MOVE SPACES TO WS-JRNL-BEFORE WS-JRNL-AFTER.

       CHAIN-JOURNAL-ENTRY.
      *> The entry's own hash, chained to the one before it - the
      *> record area must hold the entry as it will be written.
           MOVE SPACES TO WS-JRNL-CHAIN-TEXT
           MOVE TRAN-JRNL-RECORD(1:208) TO WS-JRNL-CHAIN-TEXT
           CALL 'AUDCHAIN' USING WS-JRNL-CHAIN-PREV,
                 WS-JRNL-CHAIN-TEXT, WS-JRNL-CHAIN-LEN, JR-CHAIN
           END-CALL
           MOVE JR-CHAIN TO WS-JRNL-CHAIN-PREV.

       LOAD-JOURNAL-CHAIN.
      *> The last entry's hash seeds this run's chain; no journal
      *> yet, or one written before the chain began, seeds zeros.
           MOVE SPACES TO WS-JRNL-CHAIN-PREV
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT TRAN-JRNL-FILE
           IF WS-JRNL-STATUS = '00'
              PERFORM UNTIL WS-JRNL-EOF = 'Y'
                 READ TRAN-JRNL-FILE
                    AT END MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END MOVE JR-CHAIN TO WS-JRNL-CHAIN-PREV
                 END-READ
              END-PERFORM
              CLOSE TRAN-JRNL-FILE
           END-IF
           MOVE 'Y' TO WS-JRNL-CHAIN-LOADED.
