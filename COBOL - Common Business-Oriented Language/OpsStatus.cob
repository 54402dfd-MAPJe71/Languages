    03  FC-GEN           PIC 9(04).
    03  FILLER           PIC X.
    03  FC-STATUS        PIC X(08).
    03  FILLER           PIC X.
    03  FC-SOURCE        PIC X(08).

FD  BUS-DATE-FILE.
01  BUS-DATE-RECORD.
01 WS-LK-USED                         PIC 9 VALUE ZERO.
01 WS-LK-TOTAL                        PIC 9(4) VALUE ZEROS.
01 WS-EXC-DEPTH                       PIC 9(6) VALUE ZEROS.
01 WS-LAST-FEED                       PIC X(40)
   VALUE 'NO GENERATION CONSUMED YET'.
01 WS-REFRESH-TIME                    PIC X(8) VALUE SPACES.
01 WS-COMMAND                         PIC X VALUE SPACE.
   05 FILLER PIC ZZZZZ9 FROM WS-EXC-DEPTH LINE 17 COLUMN 30.
   05 FILLER LINE 18 COLUMN 2 VALUE "LAST CONSUMED GENERATION.:"
      FOREGROUND-COLOR COB-COLOR-CYAN.
   05 FILLER PIC X(40) FROM WS-LAST-FEED LINE 18 COLUMN 30.
   05 FILLER LINE 20 COLUMN 2
      VALUE "R = REFRESH, X = EXIT:"
      FOREGROUND-COLOR COB-COLOR-YELLOW.
GATHER-LAST-GENERATION SECTION.
*>------------------------------------------------------------------------------
*>  FEEDCTL.TXT appends in consumption order - the last line is the
*>  last generation the duplicate-feed guard let through, whichever
*>  feed source it came from (blank is the original upstream desk).
   MOVE 'NO GENERATION CONSUMED YET' TO WS-LAST-FEED
   MOVE 'N' TO WS-FC-EOF
   OPEN INPUT FEED-CTL
            AT END MOVE 'Y' TO WS-FC-EOF
            NOT AT END
               MOVE SPACES TO WS-LAST-FEED
               IF FC-SOURCE = SPACES
                  MOVE 'DESK' TO FC-SOURCE
               END-IF
               STRING FC-FEED-DATE ' ' FC-SOURCE ' GEN ' FC-GEN
                  ' ' FC-STATUS
                  DELIMITED BY SIZE INTO WS-LAST-FEED
         END-READ
