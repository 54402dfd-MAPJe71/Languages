       FD  PRIME-KEY-FILE.
       01  PRIME-KEY-RECORD.
           03  PK-VALUE         PIC 9(18).
      *> the prime's place in the sequence (2 is the first) and the
      *> distance back to the prime before it (zero for 2)
           03  PK-ORDINAL       PIC 9(12).
           03  PK-GAP           PIC 9(10).
           03  FILLER           PIC X(34).
      *> Key zero is never a prime - it carries the coverage: every
      *> prime up to PH-COVERED-TO is on file, the highest being
      *> PH-LAST-PRIME, and nothing above it is known.
       01  PRIME-KEY-HEADER.
           03  PH-KEY           PIC 9(18).
           03  PH-COVERED-TO    PIC 9(18).
           03  PH-LAST-PRIME    PIC 9(18).
           03  PH-COUNT         PIC 9(12).
           03  PH-BUILT-DATE    PIC X(8).
