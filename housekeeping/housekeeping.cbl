               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPY-OUT.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-DATE-FILE.
           FD COPY-OUT-FILE.
               01 COPY-OUT-REC PIC X(120).

           FD STEP-TIMING-FILE.
               01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
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
               02 STL-STEP        PIC X(8) VALUE "STEP090".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "HOUSEKEEPING".
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

           PERFORM 040-GET-RUN-DATE.

           PERFORM 030-LOG-STEP-START.

           PERFORM 042-READ-RETENTION-POLICY.

           PERFORM 043-APPLY-RUN-CONTROL-RETENTION.

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

       *> picks up the run date retention is measured from - the
       *> date of the run the batch actually processed, or today's
       *> date when RUN-DATE-FILE does not exist.
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "RUN-DATE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "RUN-DATE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "RETENTION-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "RETENTION-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

           IF FS-MANIFEST NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING MANIFEST-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

           PERFORM 220-PURGE-TARGET-FILE.

       *> purges the dated results reports of the date the sweep is
       *> standing on. The gate and repair reports are archived
       *> first rather than simply purged - the monthly supplier
       *> scorecard reads them back long after the retention - and
       *> so are the namelist results and search responses, which
       *> the person history inquiry reads back the same way.
       140-EXPIRE-REPORT-FILES.
           MOVE SPACES TO WS-TARGET-NAME
           STRING "outputfile_line_seq_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 200-ARCHIVE-AND-PURGE-TARGET

           MOVE SPACES TO WS-TARGET-NAME
           STRING "delta_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "roster_queue_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "invention_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "phone_conflict_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "roster_cdc_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "roster_directory_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "batch_window_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "test_data_mask_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 220-PURGE-TARGET-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "animal_census_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           MOVE SPACES TO WS-TARGET-NAME
           STRING "feed_gate_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 200-ARCHIVE-AND-PURGE-TARGET

           MOVE SPACES TO WS-TARGET-NAME
           STRING "feed_repair_report_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 200-ARCHIVE-AND-PURGE-TARGET

           MOVE SPACES TO WS-TARGET-NAME
           STRING "suspense_aging_" WORK-DATE-TEXT ".txt"
           MOVE SPACES TO WS-TARGET-NAME
           STRING "search_responses_" WORK-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-TARGET-NAME
           PERFORM 200-ARCHIVE-AND-PURGE-TARGET

           MOVE SPACES TO WS-TARGET-NAME
           STRING "extract_ack_report_" WORK-DATE-TEXT ".txt"
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-COPY-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-COPY-OUT-NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               DISPLAY "SOMETHING WRONG WHEN READING "
                   WS-COPY-IN-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN WRITING "
                       WS-COPY-OUT-NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-COPY-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               SET TARGET-FOUND TO TRUE
               DISPLAY "SOMETHING WRONG WHEN PURGING "
                   WS-TARGET-NAME
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
               ADD ARCHIVED-COUNT PURGED-COUNT GIVING STL-RECORDS
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
