*>
*> Tectonics:    cobc -x -free prime_machine.cob
*>
*> Usage:        ./prime_machine [B|S|I] [prime-limit] [reg0-ceiling] [ckpt-file]
*>                               [prime-file] [segment-size] [base-file]
*>               arg1 - 'B' runs unattended (no SCREEN output), 'S' runs
*>                      unattended as a segmented sieve instead of the
*>                      register machine, anything else (or omitted) runs
*>                      interactively
*>               arg2 - stop after this many primes are found (0 = unlimited)
*>               arg3 - stop once REG0 reaches this ceiling (0 = unlimited)
*>               arg4 - checkpoint file to resume from (default REGSTATE.DAT)
*>               arg5 - primes output file (default PRIMES.TXT)
*>               arg6 - 'S' only: REG0 values per sieve segment (default
*>                      10000, at most 100000)
*>               arg7 - 'S' only: ascending primes from 2 to sieve with
*>                      (default PRIMES.TXT)
*>
*>******************************************************************************
*> Date       Change description
*> 2026.09.02 Prime output dataset override (arg5) so PRIME-COORD can run
*>            several instances over partitioned REG0 ranges without their
*>            segments clobbering one another.
*> 2026.10.15 Segmented sieve mode (arg1 'S'): sieves the REG0 range a
*>            segment at a time using PRIMES.TXT as the base primes, with
*>            the register machine's output, stop rules and checkpoint, so
*>            it can stand in for it as a PRIME-COORD range worker.
*>
*>******************************************************************************

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKPOINT-STATUS.

     SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASE-STATUS.

     copy RUNLOGSL.

 DATA DIVISION.
     03  CKPT-REG8                     PIC 9(36).
     03  CKPT-REG9                     PIC 9(36).

*>
*> Sieve mode only: the primes already found, ascending from 2, whose
*> multiples are struck out of each segment.
*>
 FD  BASE-FILE.
 01  BASE-RECORD                       PIC 9(36).

 copy RUNLOGFD.

 WORKING-STORAGE SECTION.
    03 WS-NOW-CS                       PIC 9(2).
 01 WS-ELAPSED-SECONDS                 PIC 9(8) VALUE ZEROS.

*> segmented sieve mode
 78 SV-MAX-SEGMENT                     VALUE 100000.
 78 SV-MAX-BASE                        VALUE 200000.
 01 WS-SIEVE-MODE                      PIC X VALUE 'N'.
    88 SIEVE-MODE                      VALUE 'Y'.
 01 WS-BASE-FILENAME                   PIC X(80) VALUE 'PRIMES.TXT'.
 01 WS-BASE-STATUS                     PIC X(2) VALUE SPACES.
 01 WS-BASE-EOF                        PIC X VALUE 'N'.
    88 BASE-EOF                        VALUE 'Y'.
 01 WS-BASE-RECORDS                    PIC 9(9) VALUE ZEROS.
 01 WS-SV-SEGMENT-SIZE                 PIC 9(6) VALUE 10000.
 01 WS-SV-MAX-VALUE                    PIC 9(18) VALUE 999999999999999999.
 01 WS-SV-MAX-BASE-VALUE               PIC 9(10) VALUE 9999999999.
 01 WS-SV-LOW                          PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-HIGH                         PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-REACH                        PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-TARGET                       PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-DONE-TO                      PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-COMPLETE-TO                  PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-LAST-PRIME                   PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-CANDIDATE                    PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-MULTIPLE                     PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-FIRST                        PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-FACTOR                       PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-QUOTIENT                     PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-REMAINDER                    PIC 9(18) COMP VALUE ZEROS.
 01 WS-SV-SQUARE                       PIC 9(36) VALUE ZEROS.
 01 WS-SV-SUB                          PIC 9(9) COMP VALUE ZEROS.
 01 WS-SV-IX                           PIC 9(9) COMP VALUE ZEROS.
 01 WS-SV-BASE-COUNT                   PIC 9(9) COMP VALUE ZEROS.
 01 WS-SV-HIGH-DISP                    PIC 9(18) VALUE ZEROS.
 01 WS-SV-DONE-DISP                    PIC 9(18) VALUE ZEROS.
 01 WS-SV-STOP-FLAG                    PIC X VALUE 'N'.
    88 SV-STOP                         VALUE 'Y'.
 01 WS-SV-WRITE-FLAG                   PIC X VALUE 'N'.
    88 SV-WRITE                        VALUE 'Y'.
 01 WS-SV-CONTIG-FLAG                  PIC X VALUE 'N'.
    88 SV-CONTIG                       VALUE 'Y'.
 01 WS-SV-BASE-FULL-FLAG               PIC X VALUE 'N'.
    88 SV-BASE-FULL                    VALUE 'Y'.
 01 WS-SV-BASE-TABLE.
    03 WS-SV-BASE                      PIC 9(10) COMP
                                       OCCURS SV-MAX-BASE TIMES.
 01 WS-SV-FLAG-TABLE.
    03 WS-SV-FLAG                      PIC X OCCURS SV-MAX-SEGMENT TIMES.

 copy RUNLOGWS.

*> colors
*>------------------------------------------------------------------------------

    PERFORM PARSE-COMMAND-ARGS
    IF SIEVE-MODE
       PERFORM SIEVE-RANGE
    END-IF
    PERFORM INIT-REGISTERS
    ACCEPT WS-START-TIME FROM TIME

    IF WS-CMD-ARG = 'B' OR WS-CMD-ARG = 'b'
       MOVE 'Y' TO WS-BATCH-MODE
    END-IF
    IF WS-CMD-ARG = 'S' OR WS-CMD-ARG = 's'
       MOVE 'Y' TO WS-BATCH-MODE
       MOVE 'Y' TO WS-SIEVE-MODE
    END-IF

    DISPLAY 2 UPON ARGUMENT-NUMBER
    ACCEPT WS-CMD-ARG FROM ARGUMENT-VALUE
       MOVE WS-CMD-ARG TO WS-PRIME-FILENAME
    END-IF

    DISPLAY 6 UPON ARGUMENT-NUMBER
    ACCEPT WS-CMD-ARG FROM ARGUMENT-VALUE
        ON EXCEPTION MOVE SPACES TO WS-CMD-ARG
    END-ACCEPT
    IF WS-CMD-ARG NOT = SPACES
       IF FUNCTION TEST-NUMVAL(WS-CMD-ARG) NOT = ZERO
       OR FUNCTION NUMVAL(WS-CMD-ARG) < 1
       OR FUNCTION NUMVAL(WS-CMD-ARG) > SV-MAX-SEGMENT
          DISPLAY 'PRIME-MACHINE: SEGMENT SIZE MUST BE 1 TO '
                  SV-MAX-SEGMENT
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
       MOVE FUNCTION NUMVAL(WS-CMD-ARG) TO WS-SV-SEGMENT-SIZE
    END-IF

    DISPLAY 7 UPON ARGUMENT-NUMBER
    ACCEPT WS-CMD-ARG FROM ARGUMENT-VALUE
        ON EXCEPTION MOVE SPACES TO WS-CMD-ARG
    END-ACCEPT
    IF WS-CMD-ARG NOT = SPACES
       MOVE WS-CMD-ARG TO WS-BASE-FILENAME
    END-IF

    COMPUTE WS-OVERFLOW-THRESHOLD = 10 ** (REG-SIZE-M1 - 1)
    .
 PARSE-COMMAND-ARGS-EX.
           MOVE ZEROS TO WS-ELAPSED-SECONDS
    END-COMPUTE

    EVALUATE TRUE
       WHEN SIEVE-MODE
          MOVE WS-SV-DONE-TO TO WS-SV-DONE-DISP
          DISPLAY 'PRIME-MACHINE: SEGMENTS=' WS-ITERATION-COUNT
                  ' REG0=' WS-SV-DONE-DISP
                  ' ELAPSED-SEC=' WS-ELAPSED-SECONDS
                  ' PRIMES=' WS-PRIME-COUNT
       WHEN BATCH-MODE
          DISPLAY 'PRIME-MACHINE: ITERATIONS=' WS-ITERATION-COUNT
                  ' ELAPSED-SEC=' WS-ELAPSED-SECONDS
                  ' PRIMES=' WS-PRIME-COUNT
       WHEN OTHER
          DISPLAY PROGRESS-SCREEN END-DISPLAY
    END-EVALUATE
    .
 REPORT-PROGRESS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-RANGE SECTION.
*>------------------------------------------------------------------------------
*>  Segmented sieve in place of the register machine. It starts from the
*>  same checkpoint (REG0 set, REG1-REG9 zero), writes the same primes
*>  above REG0 in ascending order to the same prime file, and stops by
*>  the same rules - after the prime limit, or on the first prime at or
*>  past the ceiling - so its output for any range is the machine's to
*>  the byte. The checkpoint is rewritten after every segment: REG0 is
*>  the segment's last value, or the stopping prime on the final one,
*>  and either the sieve or the register machine resumes from it.
    PERFORM INIT-REGISTERS
    ACCEPT WS-START-TIME FROM TIME
    MOVE "PRIMEMCH" TO RL-PROGRAM-ID
    ACCEPT RL-START-DATE FROM DATE YYYYMMDD
    ACCEPT RL-START-TIME FROM TIME
    PERFORM WRITE-RUN-START-ENTRY

    IF  REG1 = ZEROES AND REG2 = ZEROES AND REG3 = ZEROES
    AND REG4 = ZEROES AND REG5 = ZEROES AND REG6 = ZEROES
    AND REG7 = ZEROES AND REG8 = ZEROES AND REG9 = ZEROES
       CONTINUE
    ELSE
       DISPLAY 'PRIME-MACHINE: CHECKPOINT '
               FUNCTION TRIM(WS-CHECKPOINT-NAME)
               ' IS NOT A CLEAN RESUME STATE - REG1-REG9 MUST BE ZERO'
       PERFORM SIEVE-FAIL
    END-IF
    IF REG0 >= WS-SV-MAX-VALUE
       DISPLAY 'PRIME-MACHINE: CHECKPOINT REG0 IS BEYOND THE SIEVE''S '
               '18-DIGIT RANGE'
       PERFORM SIEVE-FAIL
    END-IF
    MOVE REG0 TO WS-SV-DONE-TO

    PERFORM SIEVE-LOAD-BASE

    PERFORM UNTIL SV-STOP
       IF WS-SV-DONE-TO > WS-SV-MAX-VALUE - WS-SV-SEGMENT-SIZE
          MOVE 'Y' TO WS-OVERFLOW-FLAG
          DISPLAY 'PRIME-MACHINE: *** REGISTER OVERFLOW WARNING ***'
          DISPLAY 'PRIME-MACHINE: THE NEXT SEGMENT PASSES THE 18-DIGIT '
                  'SIEVE LIMIT - RUN HALTED'
          EXIT PERFORM
       END-IF
       COMPUTE WS-SV-REACH  = WS-SV-DONE-TO
       COMPUTE WS-SV-TARGET = WS-SV-DONE-TO + WS-SV-SEGMENT-SIZE
       PERFORM SIEVE-COVER-BASE

       COMPUTE WS-SV-LOW  = WS-SV-REACH + 1
       MOVE WS-SV-TARGET TO WS-SV-HIGH
       MOVE 'Y' TO WS-SV-WRITE-FLAG
       OPEN EXTEND PRIME-FILE
       IF WS-PRIME-STATUS NOT = "00"
          OPEN OUTPUT PRIME-FILE
       END-IF
       PERFORM SIEVE-SEGMENT
       CLOSE PRIME-FILE

       IF SV-STOP
          MOVE WS-SV-LAST-PRIME TO WS-SV-DONE-TO
       ELSE
          MOVE WS-SV-HIGH TO WS-SV-DONE-TO
       END-IF
       PERFORM SIEVE-CHECKPOINT
       ADD 1 TO WS-ITERATION-COUNT
       IF FUNCTION MOD(WS-ITERATION-COUNT, 100) = 0
          PERFORM REPORT-PROGRESS
       END-IF
    END-PERFORM

    PERFORM REPORT-PROGRESS

    ACCEPT RL-END-DATE FROM DATE YYYYMMDD
    ACCEPT RL-END-TIME FROM TIME
    MOVE ZEROS TO RL-RETURN-CODE
    IF OVERFLOW-FOUND
       MOVE 16 TO RL-RETURN-CODE
    END-IF
    PERFORM WRITE-RUN-LOG-ENTRY

    IF OVERFLOW-FOUND
       MOVE 16 TO RETURN-CODE
    END-IF

    STOP RUN
    .
 SIEVE-RANGE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-LOAD-BASE SECTION.
*>------------------------------------------------------------------------------
*>  Load the base primes. WS-SV-COMPLETE-TO is the value up to which the
*>  table holds every prime, so it stops at the last prime taken. A base
*>  file that does not run upward from 2 is used only as far as it does;
*>  whatever the table lacks is sieved afresh by SIEVE-COVER-BASE. The
*>  base is taken to be a PRIME-VERIFY-clean file: a composite or missing
*>  entry can never strike out a prime, only let a composite through,
*>  and PRIME-VERIFY reports any such composite in the output.
    MOVE ZEROS TO WS-SV-BASE-COUNT WS-BASE-RECORDS
    MOVE 1 TO WS-SV-COMPLETE-TO
    MOVE 'N' TO WS-BASE-EOF
    OPEN INPUT BASE-FILE
    IF WS-BASE-STATUS = "00"
       PERFORM UNTIL BASE-EOF
          READ BASE-FILE
             AT END
                MOVE 'Y' TO WS-BASE-EOF
             NOT AT END
                PERFORM SIEVE-TAKE-BASE-PRIME
          END-READ
       END-PERFORM
       CLOSE BASE-FILE
    END-IF

    MOVE WS-SV-COMPLETE-TO TO WS-SV-DONE-DISP
    DISPLAY 'PRIME-MACHINE: BASE PRIMES=' WS-SV-BASE-COUNT
            ' FROM ' FUNCTION TRIM(WS-BASE-FILENAME)
            ' COMPLETE TO ' WS-SV-DONE-DISP
    .
 SIEVE-LOAD-BASE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-TAKE-BASE-PRIME SECTION.
*>------------------------------------------------------------------------------
    ADD 1 TO WS-BASE-RECORDS
    EVALUATE TRUE
       WHEN BASE-RECORD IS NOT NUMERIC
       OR  (WS-SV-BASE-COUNT = ZERO AND BASE-RECORD NOT = 2)
       OR  (WS-SV-BASE-COUNT > ZERO
            AND BASE-RECORD NOT > WS-SV-BASE(WS-SV-BASE-COUNT))
          DISPLAY 'PRIME-MACHINE: BASE FILE '
                  FUNCTION TRIM(WS-BASE-FILENAME) ' RECORD '
                  WS-BASE-RECORDS ' IS NOT IN ASCENDING ORDER FROM 2'
                  ' - BASE TAKEN ONLY UP TO IT'
          MOVE 'Y' TO WS-BASE-EOF
       WHEN WS-SV-BASE-COUNT >= SV-MAX-BASE
       OR   BASE-RECORD > WS-SV-MAX-BASE-VALUE
          MOVE 'Y' TO WS-BASE-EOF
       WHEN OTHER
          ADD 1 TO WS-SV-BASE-COUNT
          MOVE BASE-RECORD TO WS-SV-BASE(WS-SV-BASE-COUNT)
          MOVE BASE-RECORD TO WS-SV-COMPLETE-TO
    END-EVALUATE
    .
 SIEVE-TAKE-BASE-PRIME-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-COVER-BASE SECTION.
*>------------------------------------------------------------------------------
*>  The segment above WS-SV-REACH, up to WS-SV-TARGET, needs every prime
*>  up to the square root of its top - or, when it follows straight on
*>  from the base, it finds its own as it goes. Close any gap by sieving
*>  the missing base primes first; nothing from this is written out.
    COMPUTE WS-SV-SQUARE = WS-SV-COMPLETE-TO * WS-SV-COMPLETE-TO
    PERFORM UNTIL WS-SV-COMPLETE-TO >= WS-SV-REACH
               OR WS-SV-SQUARE >= WS-SV-TARGET
               OR SV-BASE-FULL
       COMPUTE WS-SV-LOW  = WS-SV-COMPLETE-TO + 1
       COMPUTE WS-SV-HIGH = WS-SV-COMPLETE-TO + WS-SV-SEGMENT-SIZE
       IF WS-SV-HIGH > WS-SV-REACH
          MOVE WS-SV-REACH TO WS-SV-HIGH
       END-IF
       MOVE 'N' TO WS-SV-WRITE-FLAG
       PERFORM SIEVE-SEGMENT
       COMPUTE WS-SV-SQUARE = WS-SV-COMPLETE-TO * WS-SV-COMPLETE-TO
    END-PERFORM

    IF  WS-SV-COMPLETE-TO < WS-SV-REACH
    AND WS-SV-SQUARE < WS-SV-TARGET
       MOVE WS-SV-COMPLETE-TO TO WS-SV-DONE-DISP
       MOVE WS-SV-TARGET TO WS-SV-HIGH-DISP
       DISPLAY 'PRIME-MACHINE: BASE PRIME TABLE FULL AT '
               WS-SV-DONE-DISP ' - CANNOT SIEVE UP TO '
               WS-SV-HIGH-DISP
       PERFORM SIEVE-FAIL
    END-IF
    .
 SIEVE-COVER-BASE-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-SEGMENT SECTION.
*>------------------------------------------------------------------------------
*>  Sieve WS-SV-LOW to WS-SV-HIGH: strike the multiples of each base
*>  prime up to the square root of the top, then walk the segment in
*>  order. An unstruck value is prime; one small enough also strikes its
*>  own multiples further on, and while the segment carries straight on
*>  from the base it is added to the base as well.
    MOVE SPACES TO WS-SV-FLAG-TABLE
    IF WS-SV-COMPLETE-TO >= WS-SV-LOW - 1 AND NOT SV-BASE-FULL
       MOVE 'Y' TO WS-SV-CONTIG-FLAG
    ELSE
       MOVE 'N' TO WS-SV-CONTIG-FLAG
    END-IF

    PERFORM VARYING WS-SV-SUB FROM 1 BY 1
              UNTIL WS-SV-SUB > WS-SV-BASE-COUNT
       MOVE WS-SV-BASE(WS-SV-SUB) TO WS-SV-FACTOR
       COMPUTE WS-SV-SQUARE = WS-SV-FACTOR * WS-SV-FACTOR
       IF WS-SV-SQUARE > WS-SV-HIGH
          EXIT PERFORM
       END-IF
       DIVIDE WS-SV-LOW BY WS-SV-FACTOR GIVING WS-SV-QUOTIENT
          REMAINDER WS-SV-REMAINDER
       END-DIVIDE
       IF WS-SV-REMAINDER = ZERO
          MOVE WS-SV-LOW TO WS-SV-FIRST
       ELSE
          COMPUTE WS-SV-FIRST = (WS-SV-QUOTIENT + 1) * WS-SV-FACTOR
       END-IF
       IF WS-SV-FIRST < WS-SV-SQUARE
          MOVE WS-SV-SQUARE TO WS-SV-FIRST
       END-IF
       PERFORM SIEVE-STRIKE-MULTIPLES
    END-PERFORM

    PERFORM VARYING WS-SV-CANDIDATE FROM WS-SV-LOW BY 1
              UNTIL WS-SV-CANDIDATE > WS-SV-HIGH
                 OR SV-STOP
       COMPUTE WS-SV-IX = WS-SV-CANDIDATE - WS-SV-LOW + 1
       IF WS-SV-FLAG(WS-SV-IX) = SPACE AND WS-SV-CANDIDATE > 1
          PERFORM SIEVE-FOUND-PRIME
       END-IF
    END-PERFORM

    IF SV-CONTIG AND WS-SV-CANDIDATE - 1 > WS-SV-COMPLETE-TO
       COMPUTE WS-SV-COMPLETE-TO = WS-SV-CANDIDATE - 1
    END-IF
    .
 SIEVE-SEGMENT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-STRIKE-MULTIPLES SECTION.
*>------------------------------------------------------------------------------
    PERFORM VARYING WS-SV-MULTIPLE FROM WS-SV-FIRST BY WS-SV-FACTOR
              UNTIL WS-SV-MULTIPLE > WS-SV-HIGH
       COMPUTE WS-SV-IX = WS-SV-MULTIPLE - WS-SV-LOW + 1
       MOVE 'X' TO WS-SV-FLAG(WS-SV-IX)
    END-PERFORM
    .
 SIEVE-STRIKE-MULTIPLES-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-FOUND-PRIME SECTION.
*>------------------------------------------------------------------------------
    IF SV-CONTIG AND WS-SV-CANDIDATE > WS-SV-COMPLETE-TO
       IF  WS-SV-BASE-COUNT < SV-MAX-BASE
       AND WS-SV-CANDIDATE <= WS-SV-MAX-BASE-VALUE
          ADD 1 TO WS-SV-BASE-COUNT
          MOVE WS-SV-CANDIDATE TO WS-SV-BASE(WS-SV-BASE-COUNT)
       ELSE
          MOVE 'Y' TO WS-SV-BASE-FULL-FLAG
          MOVE 'N' TO WS-SV-CONTIG-FLAG
          COMPUTE WS-SV-COMPLETE-TO = WS-SV-CANDIDATE - 1
       END-IF
    END-IF

    COMPUTE WS-SV-SQUARE = WS-SV-CANDIDATE * WS-SV-CANDIDATE
    IF WS-SV-SQUARE <= WS-SV-HIGH
       MOVE WS-SV-CANDIDATE TO WS-SV-FACTOR
       MOVE WS-SV-SQUARE TO WS-SV-FIRST
       PERFORM SIEVE-STRIKE-MULTIPLES
    END-IF

    IF SV-WRITE
       MOVE WS-SV-CANDIDATE TO PRIME-RECORD
       WRITE PRIME-RECORD
       ADD 1 TO WS-PRIME-COUNT
       MOVE WS-SV-CANDIDATE TO WS-SV-LAST-PRIME
       IF (WS-PRIME-LIMIT > ZEROES
             AND WS-PRIME-COUNT >= WS-PRIME-LIMIT)
          OR (WS-REG0-CEILING > ZEROES
             AND WS-SV-CANDIDATE >= WS-REG0-CEILING)
          MOVE 'Y' TO WS-SV-STOP-FLAG
       END-IF
    END-IF
    .
 SIEVE-FOUND-PRIME-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-CHECKPOINT SECTION.
*>------------------------------------------------------------------------------
*>  The same record RECORD-PRIME saves: REG0 with REG1-REG9 zero.
    MOVE ZEROS TO REG0 REG1 REG2 REG3 REG4 REG5 REG6 REG7 REG8 REG9
    MOVE WS-SV-DONE-TO TO REG0
    OPEN OUTPUT CHECKPOINT-FILE
    MOVE REG0 TO CKPT-REG0
    MOVE REG1 TO CKPT-REG1
    MOVE REG2 TO CKPT-REG2
    MOVE REG3 TO CKPT-REG3
    MOVE REG4 TO CKPT-REG4
    MOVE REG5 TO CKPT-REG5
    MOVE REG6 TO CKPT-REG6
    MOVE REG7 TO CKPT-REG7
    MOVE REG8 TO CKPT-REG8
    MOVE REG9 TO CKPT-REG9
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE
    .
 SIEVE-CHECKPOINT-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SIEVE-FAIL SECTION.
*>------------------------------------------------------------------------------
    ACCEPT RL-END-DATE FROM DATE YYYYMMDD
    ACCEPT RL-END-TIME FROM TIME
    MOVE 16 TO RL-RETURN-CODE
    PERFORM WRITE-RUN-LOG-ENTRY
    MOVE 16 TO RETURN-CODE
    STOP RUN
    .
 SIEVE-FAIL-EX.
    EXIT.

 copy RUNLOGPA.
