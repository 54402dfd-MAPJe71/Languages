       01  WS-JRNL-PROGRAM      PIC X(8) VALUE SPACES.
       01  WS-JRNL-USER         PIC X(12) VALUE SPACES.
       01  WS-JRNL-ACTION       PIC X(3) VALUE SPACES.
       01  WS-JRNL-BEFORE       PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER        PIC X(80) VALUE SPACES.
       01  WS-JRNL-DATE         PIC X(8) VALUE SPACES.
       01  WS-JRNL-TIME         PIC X(8) VALUE SPACES.
      *> The chain is picked up from the journal's last entry on
      *> the first write of a run and carried from there - every
      *> writer holds the trade history, so nothing else appends
      *> in between.
       01  WS-JRNL-EOF          PIC X VALUE 'N'.
       01  WS-JRNL-CHAIN-LOADED PIC X VALUE 'N'.
       01  WS-JRNL-CHAIN-PREV   PIC X(18) VALUE SPACES.
       01  WS-JRNL-CHAIN-TEXT   PIC X(256) VALUE SPACES.
       01  WS-JRNL-CHAIN-LEN    PIC 9(3) VALUE 208.
