       01  WS-OPAUTH-DATE       PIC X(8) VALUE SPACES.
       01  WS-OPAUTH-TIME       PIC X(8) VALUE SPACES.
       01  WS-OPAUTH-LINE       PIC X(120) VALUE SPACES.
      *> Audit chain - the last line's hash is read off the file
      *> on every append, so interleaved writers still chain.
       01  WS-OPAUTH-AUD-EOF    PIC X VALUE 'N'.
       01  WS-OPAUTH-CHAIN-PREV PIC X(18) VALUE SPACES.
       01  WS-OPAUTH-CHAIN-TEXT PIC X(256) VALUE SPACES.
       01  WS-OPAUTH-CHAIN-LEN  PIC 9(3) VALUE 120.
