       01  WS-PKEY-FILE-NAME    PIC X(30) VALUE "PRIMEKEY.DAT".
       01  WS-PKEY-FILE-STATUS  PIC X(2) VALUE SPACES.
