*>               skipped with a note, never written malformed). An
*>               audit line per change appends to CALAUDIT.TXT the way
*>               CTL-MAINT audits to CTLAUDIT.TXT.
*>               Currency market holidays live in the same file as
*>               "CCY yyyymmdd" lines; settlement-date defaulting
*>               skips a day that is a holiday in the shop calendar or
*>               in the trade currency's. Prefix a value with the
*>               currency code to work on that market's calendar.
*>
*> Actions (typed on the screen): LIST [CCY], ADD [CCY] <yyyymmdd>,
*>               REMOVE [CCY] <yyyymmdd>, WEEKEND <MON..SUN list>,
*>               GENYEAR [CCY] <yyyy>, X to leave.
*>
*> Tectonics:    cobc -x CalMaint.cob
*>               (SCREEN SECTION machinery as in CtlMaint.cob)
01 WS-AUDIT-STATUS                    PIC X(2) VALUE SPACES.
01 WS-CAL-EOF                         PIC X VALUE 'N'.

*> the calendar in core - the same shape CALPA loads; a holiday with
*> a blank currency is the shop's, any other belongs to that market
*> (CALPA holds up to 100 shop and 300 currency holidays)
01 WS-WEEKEND-TAB.
   03 WS-WEEKEND OCCURS 7 TIMES      PIC X.
01 WS-HOLIDAY-TAB.
   03 WS-HOL-ENTRY OCCURS 400 TIMES.
      05 WS-HOL-CCY                   PIC X(3).
      05 WS-HOLIDAY                   PIC X(8).
01 WS-HOL-COUNT                       PIC 9(3) VALUE ZEROS.
01 WS-SHOP-COUNT                      PIC 9(3) VALUE ZEROS.
01 WS-CCY-COUNT                       PIC 9(3) VALUE ZEROS.
01 WS-ROOM                            PIC X VALUE 'N'.
01 WS-SUB                             PIC 9(3) VALUE ZEROS.
01 WS-SUB-2                           PIC 9(3) VALUE ZEROS.
01 WS-CNT-SUB                         PIC 9(3) VALUE ZEROS.
01 WS-HIT                             PIC 9(3) VALUE ZEROS.
01 WS-WORK                            PIC X(40) VALUE SPACES.
01 WS-WORD                            PIC X(10) VALUE SPACES.
*> screen fields
01 WS-ACTION                          PIC X(8) VALUE SPACES.
01 WS-VALUE                           PIC X(40) VALUE SPACES.
01 WS-VAL-CCY                         PIC X(3) VALUE SPACES.
01 WS-VAL-REST                        PIC X(40) VALUE SPACES.
01 WS-CAL-NAME                        PIC X(8) VALUE SPACES.
01 WS-ERROR-TEXT                      PIC X(60) VALUE SPACES.
01 WS-WEEKEND-SHOW                    PIC X(30) VALUE SPACES.
01 WS-DONE                            PIC X VALUE 'N'.
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 FILLER LINE 5 COLUMN 5 VALUE "HOLIDAYS ON FILE..:"
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 FILLER PIC ZZ9 FROM WS-SHOP-COUNT LINE 5 COLUMN 26
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 FILLER LINE 6 COLUMN 5 VALUE "CURRENCY HOLIDAYS.:"
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 FILLER PIC ZZ9 FROM WS-CCY-COUNT LINE 6 COLUMN 26
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 FILLER LINE 7 COLUMN 5
      VALUE "ACTION (LIST/ADD/REMOVE/WEEKEND/GENYEAR/X):"
   05 FILLER LINE 8 COLUMN 5 VALUE "VALUE.............:"
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 SCR-VALUE PIC X(40) USING WS-VALUE LINE 8 COLUMN 26.
   05 FILLER LINE 9 COLUMN 5
      VALUE "(PREFIX A CURRENCY - EUR 20250421 - FOR A MARKET HOLIDAY)"
      FOREGROUND-COLOR COB-COLOR-GREEN.
   05 SCR-ERROR PIC X(60) FROM WS-ERROR-TEXT LINE 10 COLUMN 5
      FOREGROUND-COLOR COB-COLOR-RED.

   PERFORM LOAD-CALENDAR
   PERFORM UNTIL WS-DONE = 'Y'
      PERFORM SHOW-WEEKEND-DAYS
      PERFORM COUNT-HOLIDAYS
      MOVE SPACES TO WS-ACTION WS-VALUE
      DISPLAY CAL-SCREEN END-DISPLAY
      ACCEPT CAL-SCREEN END-ACCEPT
      MOVE SPACES TO WS-ERROR-TEXT
      MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
      MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
      PERFORM SPLIT-VALUE
      EVALUATE WS-ACTION
         WHEN 'X'       MOVE 'Y' TO WS-DONE
         WHEN 'LIST'    PERFORM LIST-HOLIDAYS
LOAD-CALENDAR SECTION.
*>------------------------------------------------------------------------------
*>  The same reading CALPA does - SAT SUN weekend default, one holiday
*>  per line (a currency code ahead of the date for a market holiday),
*>  an optional WEEKEND line naming the non-work days.
   MOVE SPACES TO WS-WEEKEND-TAB
   MOVE 'Y' TO WS-WEEKEND(6)
   MOVE 'Y' TO WS-WEEKEND(7)
         END-EVALUATE
      END-PERFORM
   ELSE
      MOVE SPACES TO WS-VAL-CCY
      MOVE WS-WORK(1:8) TO WS-WORD
      IF WS-WORK(1:3) IS ALPHABETIC AND WS-WORK(1:3) NOT = SPACES
            AND WS-WORK(4:1) = SPACE AND WS-WORK(5:8) IS NUMERIC
         MOVE WS-WORK(1:3) TO WS-VAL-CCY
         MOVE WS-WORK(5:8) TO WS-WORD
      END-IF
      PERFORM CHECK-TABLE-ROOM
      IF WS-WORD(1:8) IS NUMERIC AND WS-ROOM = 'Y'
         ADD 1 TO WS-HOL-COUNT
         MOVE WS-VAL-CCY TO WS-HOL-CCY(WS-HOL-COUNT)
         MOVE WS-WORD(1:8) TO WS-HOLIDAY(WS-HOL-COUNT)
      ELSE
         IF WS-WORK NOT = SPACES
*>          the malformed line this program exists to end - shown,
LOAD-ONE-LINE-EX.
   EXIT.

*>------------------------------------------------------------------------------
SPLIT-VALUE SECTION.
*>------------------------------------------------------------------------------
*>  "EUR 20250421" names the EUR market's calendar; a bare value is
*>  the shop's. WS-VAL-REST is the value with any currency taken off.
   MOVE SPACES TO WS-VAL-CCY
   MOVE WS-VALUE TO WS-VAL-REST
   IF WS-VALUE(1:3) IS ALPHABETIC AND WS-VALUE(1:3) NOT = SPACES
         AND WS-VALUE(4:1) = SPACE AND WS-ACTION NOT = 'WEEKEND'
      MOVE WS-VALUE(1:3) TO WS-VAL-CCY
      MOVE WS-VALUE(5:36) TO WS-VAL-REST
   END-IF
   IF WS-VAL-CCY = SPACES
      MOVE 'SHOP' TO WS-CAL-NAME
   ELSE
      MOVE WS-VAL-CCY TO WS-CAL-NAME
   END-IF
   .
SPLIT-VALUE-EX.
   EXIT.

*>------------------------------------------------------------------------------
COUNT-HOLIDAYS SECTION.
*>------------------------------------------------------------------------------
   MOVE ZEROS TO WS-SHOP-COUNT WS-CCY-COUNT
   PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
         UNTIL WS-CNT-SUB > WS-HOL-COUNT
      IF WS-HOL-CCY(WS-CNT-SUB) = SPACES
         ADD 1 TO WS-SHOP-COUNT
      ELSE
         ADD 1 TO WS-CCY-COUNT
      END-IF
   END-PERFORM
   .
COUNT-HOLIDAYS-EX.
   EXIT.

*>------------------------------------------------------------------------------
CHECK-TABLE-ROOM SECTION.
*>------------------------------------------------------------------------------
*>  Room for one more holiday of WS-VAL-CCY's kind - CALPA's limits,
*>  so nothing is written that the batch side would not load.
   PERFORM COUNT-HOLIDAYS
   MOVE 'Y' TO WS-ROOM
   IF WS-VAL-CCY = SPACES
      IF WS-SHOP-COUNT >= 100
         MOVE 'N' TO WS-ROOM
      END-IF
   ELSE
      IF WS-CCY-COUNT >= 300
         MOVE 'N' TO WS-ROOM
      END-IF
   END-IF
   .
CHECK-TABLE-ROOM-EX.
   EXIT.

*>------------------------------------------------------------------------------
SHOW-WEEKEND-DAYS SECTION.
*>------------------------------------------------------------------------------
*>------------------------------------------------------------------------------
LIST-HOLIDAYS SECTION.
*>------------------------------------------------------------------------------
*>  LIST alone shows every calendar; LIST EUR just that market's.
   MOVE ZEROS TO WS-HIT
   PERFORM VARYING WS-SUB FROM 1 BY 1
         UNTIL WS-SUB > WS-HOL-COUNT
      IF WS-VALUE(1:3) = SPACES
            OR WS-HOL-CCY(WS-SUB) = WS-VALUE(1:3)
         ADD 1 TO WS-HIT
         IF WS-HOL-CCY(WS-SUB) = SPACES
            DISPLAY '  SHOP ' WS-HOLIDAY(WS-SUB)
         ELSE
            DISPLAY '  ' WS-HOL-CCY(WS-SUB) '  ' WS-HOLIDAY(WS-SUB)
         END-IF
      END-IF
   END-PERFORM
   DISPLAY 'CAL-MAINT: ' WS-HIT ' HOLIDAYS LISTED'
   .
LIST-HOLIDAYS-EX.
   EXIT.
*>  The full Y2KDCALC validation - month lengths, leap years and all -
*>  before anything reaches the file.
   MOVE 'N' TO WS-DATE-OK
   IF WS-VAL-REST(1:8) IS NOT NUMERIC
      MOVE 'DATE MUST BE EIGHT DIGITS YYYYMMDD' TO WS-ERROR-TEXT
   ELSE
      MOVE WS-VAL-REST(1:8) TO WS-CHECK-DATE
      MOVE 'W' TO WS-DCALC-FUNC
      MOVE SPACES TO WS-DCALC-STATUS
      CALL 'Y2KDCALC' USING WS-DCALC-FUNC, WS-CHECK-DATE,
      MOVE 0 TO WS-HIT
      PERFORM VARYING WS-SUB FROM 1 BY 1
            UNTIL WS-SUB > WS-HOL-COUNT
         IF WS-HOLIDAY(WS-SUB) = WS-VAL-REST(1:8)
               AND WS-HOL-CCY(WS-SUB) = WS-VAL-CCY
            MOVE WS-SUB TO WS-HIT
         END-IF
      END-PERFORM
      PERFORM CHECK-TABLE-ROOM
      EVALUATE TRUE
         WHEN WS-HIT > 0
            MOVE 'ALREADY A HOLIDAY' TO WS-ERROR-TEXT
         WHEN WS-ROOM NOT = 'Y'
            MOVE 'HOLIDAY TABLE FULL' TO WS-ERROR-TEXT
         WHEN OTHER
            ADD 1 TO WS-HOL-COUNT
            MOVE WS-VAL-CCY TO WS-HOL-CCY(WS-HOL-COUNT)
            MOVE WS-VAL-REST(1:8) TO WS-HOLIDAY(WS-HOL-COUNT)
            PERFORM REWRITE-CALENDAR
            MOVE SPACES TO WS-AUDIT-LINE
            STRING WS-AUDIT-DATE ' ' WS-AUDIT-TIME ' '
               FUNCTION TRIM(WS-OPERATOR)
               ' ADD-HOLIDAY ' WS-CAL-NAME ' ' WS-VAL-REST(1:8)
               DELIMITED BY SIZE INTO WS-AUDIT-LINE
            PERFORM APPEND-AUDIT-RECORD
      END-EVALUATE
   MOVE 0 TO WS-HIT
   PERFORM VARYING WS-SUB FROM 1 BY 1
         UNTIL WS-SUB > WS-HOL-COUNT
      IF WS-HOLIDAY(WS-SUB) = WS-VAL-REST(1:8)
            AND WS-HOL-CCY(WS-SUB) = WS-VAL-CCY
         MOVE WS-SUB TO WS-HIT
      END-IF
   END-PERFORM
   ELSE
      PERFORM VARYING WS-SUB FROM WS-HIT BY 1
            UNTIL WS-SUB >= WS-HOL-COUNT
         MOVE WS-HOL-ENTRY(WS-SUB + 1) TO WS-HOL-ENTRY(WS-SUB)
      END-PERFORM
      SUBTRACT 1 FROM WS-HOL-COUNT
      PERFORM REWRITE-CALENDAR
      MOVE SPACES TO WS-AUDIT-LINE
      STRING WS-AUDIT-DATE ' ' WS-AUDIT-TIME ' '
         FUNCTION TRIM(WS-OPERATOR)
         ' REMOVE-HOLIDAY ' WS-CAL-NAME ' ' WS-VAL-REST(1:8)
         DELIMITED BY SIZE INTO WS-AUDIT-LINE
      PERFORM APPEND-AUDIT-RECORD
   END-IF
*>  Every holiday of the latest year on file recurs on the same month
*>  and day in the target year - validated date by date, so a Feb 29
*>  that does not exist next year is skipped with a note instead of
*>  written malformed. GENYEAR EUR 2026 recurs the EUR market's
*>  calendar alone, GENYEAR 2026 the shop's.
   IF WS-VAL-REST(1:4) IS NOT NUMERIC
      MOVE 'GENYEAR NEEDS A FOUR-DIGIT YEAR' TO WS-ERROR-TEXT
   ELSE
      MOVE WS-VAL-REST(1:4) TO WS-GEN-YEAR
      MOVE ZEROS TO WS-SRC-YEAR
      PERFORM VARYING WS-SUB FROM 1 BY 1
            UNTIL WS-SUB > WS-HOL-COUNT
         IF WS-HOL-CCY(WS-SUB) = WS-VAL-CCY
               AND FUNCTION NUMVAL(WS-HOLIDAY(WS-SUB)(1:4))
               > WS-SRC-YEAR
               AND FUNCTION NUMVAL(WS-HOLIDAY(WS-SUB)(1:4))
               NOT = WS-GEN-YEAR
         MOVE ZEROS TO WS-GEN-COUNT WS-GEN-SKIPPED
         PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-HOL-COUNT
            IF WS-HOL-CCY(WS-SUB) = WS-VAL-CCY
                  AND FUNCTION NUMVAL(WS-HOLIDAY(WS-SUB)(1:4))
                  = WS-SRC-YEAR
               PERFORM GENERATE-ONE-DATE
            END-IF
         MOVE SPACES TO WS-AUDIT-LINE
         STRING WS-AUDIT-DATE ' ' WS-AUDIT-TIME ' '
            FUNCTION TRIM(WS-OPERATOR)
            ' GENYEAR ' WS-CAL-NAME ' ' WS-VAL-REST(1:4)
            ' GENERATED ' WS-GEN-COUNT
            ' SKIPPED ' WS-GEN-SKIPPED
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
         PERFORM APPEND-AUDIT-RECORD
         DISPLAY 'CAL-MAINT: GENERATED ' WS-GEN-COUNT
            ' ' FUNCTION TRIM(WS-CAL-NAME)
            ' FOR ' WS-GEN-YEAR ' FROM ' WS-SRC-YEAR
            ' (SKIPPED ' WS-GEN-SKIPPED ')'
      END-IF
      MOVE 0 TO WS-HIT
      PERFORM VARYING WS-SUB-2 FROM 1 BY 1
            UNTIL WS-SUB-2 > WS-HOL-COUNT
         IF WS-HOL-CCY(WS-SUB-2) = WS-VAL-CCY
               AND FUNCTION NUMVAL(WS-HOLIDAY(WS-SUB-2))
               = WS-GEN-DATE
            MOVE WS-SUB-2 TO WS-HIT
         END-IF
      END-PERFORM
      PERFORM CHECK-TABLE-ROOM
      IF WS-HIT = 0 AND WS-ROOM = 'Y'
         ADD 1 TO WS-HOL-COUNT
         MOVE WS-VAL-CCY TO WS-HOL-CCY(WS-HOL-COUNT)
         MOVE WS-GEN-DATE TO WS-HOLIDAY(WS-HOL-COUNT)
         ADD 1 TO WS-GEN-COUNT
      END-IF
REWRITE-CALENDAR SECTION.
*>------------------------------------------------------------------------------
*>  The WEEKEND line first, spelled out even when it is the default,
*>  then one holiday per line, a market holiday behind its currency
*>  code - nothing malformed can survive a rewrite because nothing
*>  malformed is in the table.
   PERFORM SHOW-WEEKEND-DAYS
   OPEN OUTPUT SHOP-CAL-FILE
   MOVE SPACES TO SHOP-CAL-RECORD
   PERFORM VARYING WS-SUB FROM 1 BY 1
         UNTIL WS-SUB > WS-HOL-COUNT
      MOVE SPACES TO SHOP-CAL-RECORD
      IF WS-HOL-CCY(WS-SUB) = SPACES
         MOVE WS-HOLIDAY(WS-SUB) TO SHOP-CAL-RECORD(1:8)
      ELSE
         MOVE WS-HOL-CCY(WS-SUB) TO SHOP-CAL-RECORD(1:3)
         MOVE WS-HOLIDAY(WS-SUB) TO SHOP-CAL-RECORD(5:8)
      END-IF
      WRITE SHOP-CAL-RECORD
   END-PERFORM
   CLOSE SHOP-CAL-FILE
