           03  JR-BEFORE        PIC X(45).
           03  FILLER           PIC X.
           03  JR-AFTER         PIC X(45).
      *> bytes 46-80 of tran-post - the counterparty and whatever
      *> the record carries after it - appended at the end so
      *> entries journaled before the record grew still read
      *> (as spaces here)
           03  FILLER           PIC X.
           03  JR-BEFORE-X      PIC X(35).
           03  FILLER           PIC X.
           03  JR-AFTER-X       PIC X(35).
      *> running hash of bytes 1-208 chained to the entry before
      *> (AUDCHAIN) - spaces on entries journaled before the
      *> chain began
           03  FILLER           PIC X.
           03  JR-CHAIN         PIC X(18).
