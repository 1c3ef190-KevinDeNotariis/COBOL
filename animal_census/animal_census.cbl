               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT-FILE.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-DATE-FILE.
       FD REPORT-FILE.
           01 REPORT-FILE-REC PIC X(100).

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
               02 STL-STEP        PIC X(8) VALUE "STEP028".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "ANIMAL-CENSUS".
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

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 046-CHECK-INPUTS.

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

       *> picks up the run date COUNT-ENTRIES used for its own dated
       *> file names, from RUN-DATE-FILE, so the census runs against
       *> that same day's feeds. When RUN-DATE-FILE does not exist
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

               DISPLAY "NO FILE3 FEED " WS-FILE3-NAME
                   " - ANIMAL CENSUS SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-FILE3-FEED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING " WS-FILE3-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           CLOSE FILE3-FEED
               DISPLAY "NO DEDUPLICATED FILE1 COPY " WS-FILE1-NAME
                   " - ANIMAL CENSUS SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-FILE1-FEED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING " WS-FILE1-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           CLOSE FILE1-FEED
               DISPLAY "NO SORTED FILE2 COPY " WS-FILE2-NAME
                   " - ANIMAL CENSUS SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-FILE2-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING " WS-FILE2-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           CLOSE FILE2-SORTED.
           IF FS-FILE3-FEED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING " WS-FILE3-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-FILE3-FEED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE3"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WRONG WHEN OPENING THE NUMBERED "
                   "COPY OF FILE 3"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "SOMETHING WRONG WHEN OPENING THE NAME-SORTED "
                   "COPY OF FILE 1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-ORPHAN3 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ORPHAN3-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-ORPHAN1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ORPHAN1-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-REPORT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

             FS-FILE3-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE3"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "TOO MANY DISTINCT PREFERRED ANIMALS "
                       "ON FILE3"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               ADD 1 TO ANIMAL-TOTAL-COUNT
             FS-FILE1-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE1"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FILE3-GROUP-COUNT EQUAL 500 THEN
               DISPLAY "TOO MANY FILE3 ENTRIES FOR NAME " GROUP-KEY
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO FILE3-GROUP-COUNT
           IF FS-ORPHAN3 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN REOPENING ORPHAN3-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE ZERO TO LOOP-EXIT-FLAG
           IF FS-ORPHAN1 NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN REOPENING ORPHAN1-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE ZERO TO LOOP-EXIT-FLAG
           THEN
               DISPLAY "SOMETHING WRONG WHEN READING ORPHAN3-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           THEN
               DISPLAY "SOMETHING WRONG WHEN READING ORPHAN1-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-FILE2-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING " WS-FILE2-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

             FS-FILE2-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING FILE2"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           DISPLAY ANIMAL-TOTAL-COUNT
           DISPLAY "Number of duplicate country entries: "
           DISPLAY FILE2-DUP-COUNT.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD MATCHED-COUNT FILE3-ONLY-COUNT FILE1-ONLY-COUNT
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
