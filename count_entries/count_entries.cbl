           *> sort work file for the roster feed's preparation.
           SELECT SORTWK5 ASSIGN TO "sortwk05".

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
           FD IN-FILE1.
                   02 SRT-RS-SEQ     PIC 9(06).
                   02 SRT-RS-SURNAME PIC X(20).

           FD STEP-TIMING-FILE.
               01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file entries.
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
               02 STL-STEP        PIC X(8) VALUE "STEP010".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "COUNT-ENTRIES".
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

           *> define the records read across every date the run
           *> processed, for the step-timing end line.
           01 SWEEP-RECORD-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 038-READ-DATE-RANGE.

           PERFORM 040-GET-CURRENT-DATE.

           PERFORM 030-LOG-STEP-START.

           PERFORM 045-READ-CONTROL-COUNTS.

           IF CATCHUP-MODE THEN
               PERFORM 044-PROCESS-RUN-DATE
           END-IF

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand.
       030-LOG-STEP-START.
           MOVE WS-CURRENT-DATE TO STL-RUN-DATE
           MOVE 'START' TO STL-EVENT
           MOVE ZERO TO STL-RECORDS
           MOVE ZERO TO STL-RETURN-CODE
           PERFORM 995-WRITE-STEP-TIMING-LINE
           SET STEP-TIMING-STARTED TO TRUE.

       *> establishes the optional catch-up date range. The
       *> run-control file's DATE-FROM/DATE-TO pair wins when both
       *> are named there; otherwise the legacy DATE-RANGE-FILE is
                   DISPLAY "RUN-CONTROL DATE RANGE RUNS BACKWARDS - "
                       WS-RANGE-FROM " TO " WS-RANGE-TO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               SET CATCHUP-MODE TO TRUE
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "DATE-RANGE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "DATE-RANGE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "DATE-RANGE-FILE RANGE RUNS BACKWARDS - "
                       WS-RANGE-FROM " TO " WS-RANGE-TO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF


           PERFORM 300-CLOSE-INPUT-FILES

           ADD COUNTER-IN-FILE1 COUNTER-IN-FILE2 COUNTER-IN-FILE3
               COUNTER-IN-FILE4 TO SWEEP-RECORD-COUNT

           PERFORM 310-RECONCILE-DUPLICATES

           PERFORM 330-PREPARE-ROSTER-FEED
               IF FS-IN-FILE1 NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING FILE 1"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE IN-FILE1
               IF FS-IN-FILE2 NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING FILE 2"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE IN-FILE2
               IF FS-IN-FILE3 NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING FILE 3"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE IN-FILE3
               IF FS-IN-FILE4 NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING FILE 4"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE IN-FILE4
           IF FS-RUN-DATE-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING RUN-DATE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-RUN-DATE-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING RUN-DATE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "CTL-COUNTS-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "CTL-COUNTS-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

           IF FS-IN-FILE1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING FILE 1"
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

             FS-REINSTATE-FILE1 NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REINSTATE-FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WRONG WHEN REMOVING "
                   DELETE-FILE-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

           THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-IN-FILE4 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING FILE 4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REINSTATE-FILE4"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

             FS-REINSTATE-FILE4 NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REINSTATE-FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FILE1 NOT EQUAL '00' AND '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FILE2 NOT EQUAL '00' AND '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE2"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FILE3 NOT EQUAL '00' AND '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE3"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FILE4 NOT EQUAL '00' AND '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-DUP-REPORT NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING DUP-REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-FILE1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING SUSP-FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-FILE4 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING SUSP-FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-PREP-FILE1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PREP-FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-TEXT TO PH-DATE
           IF FS-PREP-FILE4 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PREP-FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE 'SURNAME+INV ' TO PH-KEY
           IF FS-SORTED-FILE1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING FILE 1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-DEDUP-FILE1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING DEDUP-FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FILE1 NOT EQUAL '00' AND '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-FILE1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING SUSP-FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

           IF FS-SORTED-FILE4 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING FILE 4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-DEDUP-FILE4 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING DEDUP-FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FILE4 NOT EQUAL '00' AND '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SUSP-FILE4 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING SUSP-FILE4"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "ROSTER-FEED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE ROSTER-FEED
           IF FS-ROSTER-FEED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-FEED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WENT WRONG WHEN READING "
                   "ROSTER-FEED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-PREP-ROSTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PREP-ROSTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN WRITING "
                       "PREP-ROSTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-RETURN.
           IF FS-LOG-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING LOG-FILE"
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
               MOVE SWEEP-RECORD-COUNT TO STL-RECORDS
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
