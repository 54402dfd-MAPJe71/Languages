       01  WS-PRD-FILE-NAME     PIC X(30) VALUE "PERIOD.CTL".
       01  WS-PRD-FILE-STATUS   PIC X(2) VALUE SPACES.
       01  WS-PRD-FILE-EOF      PIC X VALUE 'N'.
       01  WS-PRD-LOADED        PIC X VALUE 'N'.
      *> Caller interface - move a YYYYMMDD date to WS-PRD-DATE,
      *> PERFORM CHECK-PERIOD-CLOSED, test WS-PRD-CLOSED. No
      *> PERIOD.CTL means no month has been closed yet.
       01  WS-PRD-DATE          PIC X(8) VALUE SPACES.
       01  WS-PRD-CLOSED        PIC X VALUE 'N'.
       01  WS-PRD-YEAR-KEY.
           03  WS-PRD-YEAR-YYYY PIC X(4).
           03  FILLER           PIC X(2) VALUE '00'.
       01  WS-PRD-TABLE.
           03  WS-PRD-CLOSED-MONTH OCCURS 240 TIMES PIC X(6).
       01  WS-PRD-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-PRD-SUB           PIC 9(3) VALUE ZEROS.
