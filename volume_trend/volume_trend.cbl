       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used, so this step's step-timing lines
           *> are stamped with the night the batch actually processed
           *> - see 035-GET-RUN-DATE.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the run-history log COUNT-ENTRIES appends one line per
           *> run to - run date, run time and the four counters. The
           *> whole accumulated history is read here; only the last
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUT-FILE.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-DATE-FILE.
               01 RUN-DATE-FILE-REC PIC X(8).

           *> the log record is read wider than the 37 characters
           *> COUNT-ENTRIES writes today, so a later extension of the
           *> log line with further columns does not disturb this
           FD OUT-FILE.
               01 OUT-FILE-REC PIC X(60).

           FD STEP-TIMING-FILE.
               01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the parse layout of one log line - the leading
                       04 FILLER     PIC X(1).

           *> define the file status flags.
           01 FS-RUN-DATE-FILE PIC 99.
           01 FS-LOG-FILE  PIC 99.
           01 FS-TREND-CTL PIC 99.
           01 FS-OUT-FILE  PIC 99.
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
               02 STL-STEP        PIC X(8) VALUE "STEP040".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "VOLUME-TREND".
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

           *> define the run date the step-timing lines carry.
           01 WS-RUN-DATE-TEXT PIC X(8).

       PROCEDURE DIVISION.

           PERFORM 035-GET-RUN-DATE.

           PERFORM 030-LOG-STEP-START.

           PERFORM 040-READ-TREND-CONTROLS.

           PERFORM 041-APPLY-RUN-CONTROL-TRENDS.

           PERFORM 350-DISPLAY-RESULTS.

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

       *> picks up the run date COUNT-ENTRIES used, from
       *> RUN-DATE-FILE. When RUN-DATE-FILE does not exist (this
       *> program run standalone) the run date is derived from
       *> today's date. The run date only stamps the step-timing
       *> lines - the trend itself never uses it - so one that
       *> cannot be opened or read is only warned about, and
       *> today's date stamps the lines instead; the step's return
       *> code is left to the trend.
       035-GET-RUN-DATE.
           OPEN INPUT RUN-DATE-FILE
           IF FS-RUN-DATE-FILE EQUAL '35' THEN
               ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD
           ELSE
               IF FS-RUN-DATE-FILE NOT EQUAL '00' THEN
                   DISPLAY "RUN-DATE-FILE UNREADABLE, STATUS "
                       FS-RUN-DATE-FILE " - TODAY'S DATE STAMPS THE "
                       "STEP TIMING"
                   ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD
               ELSE
                   READ RUN-DATE-FILE INTO WS-RUN-DATE-TEXT
                   IF FS-RUN-DATE-FILE NOT EQUAL '00' THEN
                       DISPLAY "RUN-DATE-FILE UNREADABLE, STATUS "
                           FS-RUN-DATE-FILE " - TODAY'S DATE STAMPS "
                           "THE STEP TIMING"
                       ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD
                   END-IF

                   CLOSE RUN-DATE-FILE
               END-IF
           END-IF.

       *> reads the optional window-size/deviation-percentage control
       *> file, keeping the defaults whenever it is not staged. A
       *> window larger than RUN-TABLE holds, or a zero window or
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "TREND-CTL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "TREND-CTL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               DISPLAY "NO RUN-HISTORY LOG TO TREND - "
                   "VOLUME TREND REPORT SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-LOG-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING LOG-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "RUN-HISTORY LOG IS EMPTY - "
                   "VOLUME TREND REPORT SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING LOG-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-LOG-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING LOG-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING LOG-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-OUT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING OUT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

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

                   SET RC-TRIM-DONE TO TRUE
               END-IF
           END-IF.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               MOVE TOTAL-RUN-COUNT TO STL-RECORDS
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
