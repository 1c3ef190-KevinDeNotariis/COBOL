               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
       FD REPAIR-FILE1.
       FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-REC PIC X(60).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 SUSP-EXIT-FLAG PIC 9 VALUE ZERO.
               88  SUSP-EXIT VALUE 1.

           *> define the step-timing line this step appends at its
           *> start and at its end: the run date, this step and
           *> program, the wall-clock stamp, the records processed
           *> and the return code - see 030-LOG-STEP-START.
           01 FS-STEP-TIMING PIC 9(2).
           01 STEP-TIMING-LINE.
               02 STL-RUN-DATE    PIC X(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STEP        PIC X(8) VALUE "STEP008".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "FEED-REPAIR".
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

           PERFORM 042-READ-AGE-CONTROL.

           PERFORM 045-BUILD-FILE-NAMES.

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

       *> derives the run date from today - this step runs ahead of
       *> COUNT-ENTRIES, before the run-date control file has been
       *> written for the day - and keeps the current year for the
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "AGE-CTL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "AGE-CTL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

           IF FS-AUDIT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING AUDIT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-AGING-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING AGING-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REPAIR-FILE1"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

             FS-REPAIR-FILE1 NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REPAIR-FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REPAIR-FILE4"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

             FS-REPAIR-FILE4 NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REPAIR-FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-SUSP-NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

             FS-SUSP-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING " WS-SUSP-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REINSTATE-FILE1"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               WRITE REINSTATE-FILE1-REC FROM CORRECTED-REC (1:50)
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REINSTATE-FILE4"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               WRITE REINSTATE-FILE4-REC FROM CORRECTED-REC
           IF FS-SUSP-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN REOPENING " WS-SUSP-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING SUSP-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN REWRITING " WS-SUSP-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN REOPENING SUSP-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-SUSP-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING " WS-SUSP-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-SUSP-WORK NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING SUSP-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-SUSP-NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

             FS-SUSP-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING " WS-SUSP-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

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
               ADD REPAIRED-COUNT STILL-BAD-COUNT NOT-FOUND-COUNT
                   GIVING STL-RECORDS
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
