       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-RECORD.
           03  PC-PERIOD        PIC X(6).
           03  FILLER           PIC X.
      *> C closed, O reopened - a reopened month stays on file so
      *> the line shows who reopened it and when
           03  PC-STATE         PIC X.
           03  FILLER           PIC X.
           03  PC-USER          PIC X(12).
           03  FILLER           PIC X.
           03  PC-DATE          PIC X(8).
           03  FILLER           PIC X.
           03  PC-TIME          PIC X(8).
