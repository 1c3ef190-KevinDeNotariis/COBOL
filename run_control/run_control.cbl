               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGE-CTL.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
           01 AGE-CTL-REC.
               02 LGC-AGE-DAYS PIC X(3).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           *> the validator what a usable value looks like -
           *> C a count, D a date, S the search mode, M the match
           *> mode, W the trend window, P the trend percentage,
           *> G a days count (a minutes count for the step limits),
           *> T a time of day as HHMM.
           01 PARM-CATALOGUE-VALUES.
               02 FILLER PIC X(41)
                   VALUE "EXPECTED-FILE1      NONE            C".
                   VALUE "SUSPENSE-AGE-DAYS   007             G".
               02 FILLER PIC X(41)
                   VALUE "ACK-WAIT-DAYS       003             G".
               02 FILLER PIC X(41)
                   VALUE "INVENTION-MISS-DAYS 030             G".
               02 FILLER PIC X(41)
                   VALUE "FEED-LATE-TIME      0400            T".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP002  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP005  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP008  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP010  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP012  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP015  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP016  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP017  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP018  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP020  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP025  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP028  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP030  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP032  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP035  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP037  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP040  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP080  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP085  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP088  030             G".
               02 FILLER PIC X(41)
                   VALUE "STEP-LIMIT-STEP090  030             G".
               02 FILLER PIC X(41)
                   VALUE "WINDOW-DEADLINE     0600            T".
           01 PARM-CATALOGUE REDEFINES PARM-CATALOGUE-VALUES.
               02 PC-ENTRY OCCURS 40 TIMES
                   INDEXED BY PC-IDX PC-HIT.
                   03 PC-KEYWORD PIC X(20).
                   03 PC-DEFAULT PIC X(16).
           01 LOOP-EXIT-FLAG PIC 9 VALUE ZERO.
               88  EXIT-FLAG VALUE 1.

           *> define the step-timing line this step appends at its
           *> start and at its end: the run date, this step and
           *> program, the wall-clock stamp, the records processed
           *> and the return code - see 030-LOG-STEP-START.
           01 FS-STEP-TIMING PIC 9(2).
           01 STEP-TIMING-LINE.
               02 STL-RUN-DATE    PIC X(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STEP        PIC X(8) VALUE "STEP002".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "RUN-CONTROL".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-EVENT       PIC X(5).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STAMP-DATE  PIC 9(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STAMP-TIME  PIC 9(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-RECORDS     PIC 9(9).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-RETURN-CODE PIC 9(4).
           01 STEP-TIMING-FLAG PIC 9 VALUE ZERO.
               88  STEP-TIMING-STARTED VALUE 1.

       PROCEDURE DIVISION.

           PERFORM 040-GET-CURRENT-DATE.

           PERFORM 030-LOG-STEP-START.

           PERFORM 050-READ-CONTROL-FILE.

           PERFORM 100-CHECK-DATE-RANGE.
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand.
       030-LOG-STEP-START.
           MOVE WS-RUN-DATE-TEXT TO STL-RUN-DATE
           MOVE 'START' TO STL-EVENT
           MOVE ZERO TO STL-RECORDS
           MOVE ZERO TO STL-RETURN-CODE
           PERFORM 995-WRITE-STEP-TIMING-LINE
           SET STEP-TIMING-STARTED TO TRUE.

       040-GET-CURRENT-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "RUN-CONTROL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               DISPLAY "SOMETHING WRONG WHEN READING "
                   "RUN-CONTROL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE ZERO TO KEYWORD-KNOWN-FLAG
           PERFORM 065-MATCH-ONE-CATALOGUE-ENTRY
               VARYING PC-IDX FROM 1 BY 1
               UNTIL KEYWORD-KNOWN OR PC-IDX > 40

           IF NOT KEYWORD-KNOWN THEN
               SET CONTROL-BAD TO TRUE
                           SET VALUE-OK TO TRUE
                       END-IF
                   END-IF
               WHEN 'T'
                   IF VALUE-LEN EQUAL 4 AND
                     CTL-VALUE (1:4) IS NUMERIC THEN
                       IF CTL-VALUE (1:2) < '24' AND
                         CTL-VALUE (3:2) < '60' THEN
                           SET VALUE-OK TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       *> finds the length of the value once its trailing spaces
           IF STAGED-COUNT EQUAL 50 THEN
               DISPLAY "RUN-CONTROL-FILE CARRIES TOO MANY LINES"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO STAGED-COUNT
           IF FS-AUDIT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING AUDIT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           PERFORM 210-AUDIT-ONE-PARAMETER
               VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > 40

           CLOSE AUDIT-FILE.

           END-IF
           DISPLAY "Number of run-control lines staged: "
           DISPLAY STAGED-COUNT.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               MOVE STAGED-COUNT TO STL-RECORDS
               MOVE RETURN-CODE TO STL-RETURN-CODE
               PERFORM 995-WRITE-STEP-TIMING-LINE
               MOVE ZERO TO STEP-TIMING-FLAG
           END-IF.

       *> appends the staged line to the step-timing log, stamped
       *> with the wall clock. A log that cannot be written costs
       *> the timing of this step, never the step itself - the
       *> return code is left as it stands.
       995-WRITE-STEP-TIMING-LINE.
           ACCEPT STL-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STL-STAMP-TIME FROM TIME

           OPEN EXTEND STEP-TIMING-FILE
           IF FS-STEP-TIMING EQUAL '35' THEN
               OPEN OUTPUT STEP-TIMING-FILE
           END-IF
           IF FS-STEP-TIMING NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   "STEP-TIMING-FILE - STEP TIMING NOT LOGGED"
           ELSE
               WRITE STEP-TIMING-REC FROM STEP-TIMING-LINE
               CLOSE STEP-TIMING-FILE
           END-IF.
