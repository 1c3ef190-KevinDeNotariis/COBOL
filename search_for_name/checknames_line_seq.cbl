               FILE STATUS IS FS-SUMMARY-SORTED.


           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       FD SUMMARY-SORTED.
           01 SUMMARY-SORTED-REC PIC X(30).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.
           *> we define here the file status of the input file, the
           *> name-list control file and the output file.
               02 FE-SEED-SURNAME PIC X(20).
               02 FE-SEED-PHONE   PIC X(10).

           *> define the step-timing line this step appends at its
           *> start and at its end: the run date, this step and
           *> program, the wall-clock stamp, the records processed
           *> and the return code - see 030-LOG-STEP-START.
           01 FS-STEP-TIMING PIC 9(2).
           01 STEP-TIMING-LINE.
               02 STL-RUN-DATE    PIC X(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STEP        PIC X(8) VALUE "STEP020".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "CHECKNAMES_LINE_SEQ".
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

           PERFORM 038-READ-DATE-RANGE.

           PERFORM 043-READ-MATCH-MODE.

           PERFORM 040-GET-CURRENT-DATE.

           PERFORM 030-LOG-STEP-START.

           IF CATCHUP-MODE THEN
               MOVE WS-RANGE-FROM TO WS-RUN-DATE-TEXT
               PERFORM 047-PROCESS-CATCHUP-DATE UNTIL SWEEP-DONE
           ELSE
               PERFORM 048-PROCESS-RUN-DATE
           END-IF

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand - on a catch-up
       *> sweep, the last date COUNT-ENTRIES swept, which is the
       *> date the rest of the chain runs for.
       030-LOG-STEP-START.
           MOVE WS-RUN-DATE-TEXT TO STL-RUN-DATE
           MOVE 'START' TO STL-EVENT
           MOVE ZERO TO STL-RECORDS
           MOVE ZERO TO STL-RETURN-CODE
           PERFORM 995-WRITE-STEP-TIMING-LINE
           SET STEP-TIMING-STARTED TO TRUE.

       *> establishes the optional catch-up date range, the same
       *> way COUNT-ENTRIES does, so one staged range sweeps the
       *> whole chain: the run-control file's DATE-FROM/DATE-TO
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

                   DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                       "ROSTER-MASTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               PERFORM 090-SRCHFOR-EACH-NAME UNTIL EXIT-FLAG-NAMELIST
                   DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                       "IN-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE IN-FILE
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

               IF FS-MODE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING MODE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               READ MODE-FILE INTO WS-SEARCH-MODE
               ELSE
                   DISPLAY "SOMETHING WRONG WHEN READING MODE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE MODE-FILE
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "MATCH-MODE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               READ MATCH-MODE-FILE INTO WS-MATCH-MODE
                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "MATCH-MODE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE MATCH-MODE-FILE
               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                   "NAME-LIST-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-OUT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN OUT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

                   DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                       "SEED-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               OPEN INPUT IN-FILE
                   DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                       "IN-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF
               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                   "ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WRONG WHEN READING THE INPUT FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

                   DISPLAY "SOMETHING WRONG WRITING ROSTER-MASTER "
                       "RECORD " REC-NUM-IN-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF.
             FS-SEED-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING SEED-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WRITING ROSTER-MASTER "
                       "RECORD " REC-NUM-IN-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF
             FS-NAME-LIST NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING NAME-LIST-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN THE "
                   "SORTED NAMELIST"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN THE "
                       "PREPARED ROSTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               READ PREP-ROSTER INTO PREP-HEADER-PARSE
                   DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN THE "
                       "SORTED ROSTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF
               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                   "SUMMARY-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-NAME-LIST NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING NAME-LIST-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-IN-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN IN-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WRONG WHEN READING THE INPUT FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WRONG WHEN READING THE SORTED "
                   "NAMELIST"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING THE "
                       "PREPARED ROSTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN READING THE SORTED "
                       "ROSTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               DISPLAY "NAME REPEATED TOO MANY TIMES ON THE LIST: "
                   GROUP-KEY
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO NAME-GROUP-COUNT
           IF FS-SUMMARY-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING SUMMARY-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN THE "
                   "SORTED SUMMARIES"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WRONG WHEN READING THE SORTED "
                   "SUMMARIES"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REQUEST-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "RESPONSE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

             FS-REQUEST-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REQUEST-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF REQUEST-COUNT EQUAL 500 THEN
               DISPLAY "TOO MANY SEARCH REQUESTS FOR ONE RUN"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO REQUEST-COUNT
           IF FS-IN-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN IN-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WRONG WHEN READING THE INPUT FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WRONG WHEN TRYING TO OPEN "
                   "ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
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

           IF FS-RUN-CONTROL EQUAL '10' THEN
               SET RC-EXIT TO TRUE
           END-IF.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD NAMELIST-SEQ REQUEST-COUNT GIVING STL-RECORDS
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
