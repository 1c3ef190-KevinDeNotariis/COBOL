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
           FD OLD-FILE.
           FD OUT-FILE.
               01 OUT-FILE-REC PIC X(75).

           FD STEP-TIMING-FILE.
               01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the record currently held from each sorted
               02 TL-LABEL PIC X(20).
               02 TL-COUNT PIC 9(4).

           *> define the step-timing line this step appends at its
           *> start and at its end: the run date, this step and
           *> program, the wall-clock stamp, the records processed
           *> and the return code - see 030-LOG-STEP-START.
           01 FS-STEP-TIMING PIC 9(2).
           01 STEP-TIMING-LINE.
               02 STL-RUN-DATE    PIC X(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STEP        PIC X(8) VALUE "STEP025".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "DELTA-REPORT".
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

           PERFORM 040-GET-RUN-DATES.

           PERFORM 030-LOG-STEP-START.

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 044-PROBE-PREPARED-GENERATIONS.

           PERFORM 350-DISPLAY-RESULTS.

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand.
       030-LOG-STEP-START.
           MOVE WS-NEW-DATE-TEXT TO STL-RUN-DATE
           MOVE 'START' TO STL-EVENT
           MOVE ZERO TO STL-RECORDS
           MOVE ZERO TO STL-RETURN-CODE
           PERFORM 995-WRITE-STEP-TIMING-LINE
           SET STEP-TIMING-STARTED TO TRUE.

       *> establishes the two run dates being compared. When the
       *> operator has staged DELTA-DATES-FILE those two dates are
       *> used as given; otherwise the new date is picked up from
                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "DELTA-DATES-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               MOVE DD-OLD-DATE TO WS-OLD-DATE-TEXT
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "DELTA-DATES-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                       DISPLAY "SOMETHING WRONG WHEN OPENING "
                           "RUN-DATE-FILE"
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF
                   READ RUN-DATE-FILE INTO WS-NEW-DATE-TEXT
                       DISPLAY "SOMETHING WRONG WHEN READING "
                           "RUN-DATE-FILE"
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF
                   CLOSE RUN-DATE-FILE
               DISPLAY "NO PRIOR GENERATION " WS-OLD-FILE-NAME
                   " TO COMPARE AGAINST - DELTA REPORT SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-OLD-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   WS-OLD-FILE-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           CLOSE OLD-FILE
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   WS-NEW-FILE-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           CLOSE NEW-FILE.
                   DISPLAY "SOMETHING WRONG WHEN OPENING THE OLD "
                       "GENERATION'S PREPARED COPY"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               READ PREP-OLD INTO PREP-HEADER-PARSE
                   DISPLAY "SOMETHING WRONG WHEN OPENING THE NEW "
                       "GENERATION'S PREPARED COPY"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               READ PREP-NEW INTO PREP-HEADER-PARSE
                   DISPLAY "SOMETHING WRONG WHEN OPENING THE OLD "
                       "GENERATION'S SORTED FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING THE NEW "
                       "GENERATION'S SORTED FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF
           IF FS-OUT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING OUT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

                   DISPLAY "SOMETHING WENT WRONG WHEN READING THE "
                       "OLD GENERATION'S PREPARED COPY"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               IF FS-PREP-OLD EQUAL '00' THEN
                   DISPLAY "SOMETHING WENT WRONG WHEN READING THE "
                       "OLD GENERATION"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               IF FS-OLD-SORTED EQUAL '00' THEN
                   DISPLAY "SOMETHING WENT WRONG WHEN READING THE "
                       "NEW GENERATION'S PREPARED COPY"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               IF FS-PREP-NEW EQUAL '00' THEN
                   DISPLAY "SOMETHING WENT WRONG WHEN READING THE "
                       "NEW GENERATION"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               IF FS-NEW-SORTED EQUAL '00' THEN
           DISPLAY CHANGED-COUNT
           DISPLAY "Number of unchanged records: "
           DISPLAY UNCHANGED-COUNT.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD ADDED-COUNT DROPPED-COUNT CHANGED-COUNT
                   UNCHANGED-COUNT GIVING STL-RECORDS
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
