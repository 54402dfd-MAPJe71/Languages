       01  WS-CAL-FILE-EOF      PIC X VALUE 'N'.
       01  WS-CAL-LOADED        PIC X VALUE 'N'.
      *> Caller interface - move a YYYYMMDD date to WS-CAL-DATE,
      *> PERFORM CHECK-BUSINESS-DAY, test WS-CAL-BUSINESS. A
      *> caller settling in a currency also moves it to
      *> WS-CAL-CCY, and that market's holidays count as well;
      *> spaces ask the shop calendar alone.
       01  WS-CAL-DATE          PIC X(8) VALUE SPACES.
       01  WS-CAL-CCY           PIC X(3) VALUE SPACES.
       01  WS-CAL-BUSINESS      PIC X VALUE 'Y'.
       01  WS-CAL-DATE-NUM      PIC 9(8) VALUE ZEROS.
       01  WS-CAL-DAY-NUM       PIC 9(8) VALUE ZEROS.
       01  WS-CAL-HOLIDAY-TAB.
           03  WS-CAL-HOLIDAY OCCURS 100 TIMES PIC X(8).
       01  WS-CAL-HOL-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-CAL-CCY-HOL-TAB.
           03  WS-CAL-CCY-HOL OCCURS 300 TIMES.
               05  WS-CAL-CH-CCY    PIC X(3).
               05  WS-CAL-CH-DATE   PIC X(8).
       01  WS-CAL-CCY-HOL-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-CAL-SUB           PIC 9(3) VALUE ZEROS.
       01  WS-CAL-WORD          PIC X(10) VALUE SPACES.
       01  WS-CAL-PTR           PIC 9(3) VALUE 1.
