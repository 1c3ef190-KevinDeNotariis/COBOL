       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-DIRECTORY.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used, so the month-end check looks at
           *> the date the batch actually processed - see
           *> 040-GET-CURRENT-DATE.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the reporting period the operator stages for an on-
           *> demand print, as "YYYYMMDD YYYYMMDD". Not staged, the
           *> directory is printed only when the run date is the last
           *> day of its month, for that month. Removed once read -
           *> see 041-READ-PERIOD-FILE.
           SELECT PERIOD-FILE ASSIGN TO "directory_period.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-FILE.

           *> the single persistent roster master ROSTER-MAINT
           *> maintains - read here in key order, never written.
           SELECT ROSTER-MASTER ASSIGN TO "roster_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS FS-ROSTER-MASTER.

           *> the active entries, as the master pass picks them out.
           SELECT ACTIVE-WORK ASSIGN TO "directory_active_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACTIVE-WORK.

           *> the joiners and leavers of the period, as the master
           *> pass picks them out.
           SELECT MOVES-WORK ASSIGN TO "directory_moves_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVES-WORK.

           *> sort work files, used to sequence the active entries on
           *> surname then name, and the joiners and leavers on the
           *> date they joined or left.
           SELECT SORTWK1-FD ASSIGN TO "sortwkd1".
           SELECT SORTWK2-FD ASSIGN TO "sortwkd2".

           *> the active entries in directory order.
           SELECT ACTIVE-SORTED ASSIGN TO "directory_active_sorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACTIVE-SORTED.

           *> the joiners and leavers in date order.
           SELECT MOVES-SORTED ASSIGN TO "directory_moves_sorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVES-SORTED.

           *> the printed directory, named for the last day of the
           *> period it covers. ASSIGN TO DYNAMIC is required here,
           *> not plain ASSIGN TO - under this dialect a plain ASSIGN
           *> TO identifier-1 is resolved as an external (ddname-
           *> style) reference and never opens the file whose name is
           *> actually sitting in the WS field at run time, only
           *> ASSIGN TO DYNAMIC does.
           SELECT DIRECTORY-FILE ASSIGN TO DYNAMIC WS-DIRECTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIRECTORY-FILE.

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

       FD PERIOD-FILE.
           01 PERIOD-FILE-REC.
               02 PD-FROM-DATE PIC X(8).
               02 FILLER       PIC X(1).
               02 PD-TO-DATE   PIC X(8).

       FD ROSTER-MASTER.
           01 ROSTER-MASTER-REC.
               02 RM-KEY.
                   03 RM-NAME-SURNAME.
                       04 RM-NAME     PIC X(20).
                       04 RM-SURNAME  PIC X(20).
                   03 RM-SEQ          PIC 9(06).
               02 RM-PHONE    PIC X(10).
               02 RM-STATUS   PIC X(01).
                   88  RM-ACTIVE   VALUE 'A'.
                   88  RM-INACTIVE VALUE 'I'.
               02 RM-EFF-FROM PIC X(08).
               02 RM-EFF-TO   PIC X(08).

       FD ACTIVE-WORK.
           01 ACTIVE-WORK-REC PIC X(56).

       FD MOVES-WORK.
           01 MOVES-WORK-REC PIC X(65).

       SD SORTWK1-FD.
           01 SORTWK1-FD-REC.
               02 SRT1-SURNAME PIC X(20).
               02 SRT1-NAME    PIC X(20).
               02 SRT1-SEQ     PIC 9(06).
               02 SRT1-PHONE   PIC X(10).

       SD SORTWK2-FD.
           01 SORTWK2-FD-REC.
               02 SRT2-MOVE    PIC X(01).
               02 SRT2-DATE    PIC X(08).
               02 SRT2-SURNAME PIC X(20).
               02 SRT2-NAME    PIC X(20).
               02 SRT2-SEQ     PIC 9(06).
               02 SRT2-PHONE   PIC X(10).

       FD ACTIVE-SORTED.
           01 ACTIVE-SORTED-REC PIC X(56).

       FD MOVES-SORTED.
           01 MOVES-SORTED-REC PIC X(65).

       FD DIRECTORY-FILE.
           01 DIRECTORY-FILE-REC PIC X(80).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-RUN-DATE-FILE  PIC 9(2).
           01 FS-PERIOD-FILE    PIC 9(2).
           01 FS-ROSTER-MASTER  PIC 9(2).
           01 FS-ACTIVE-WORK    PIC 9(2).
           01 FS-MOVES-WORK     PIC 9(2).
           01 FS-ACTIVE-SORTED  PIC 9(2).
           01 FS-MOVES-SORTED   PIC 9(2).
           01 FS-DIRECTORY-FILE PIC 9(2).

           *> define the run date, the reporting period, and the
           *> printed directory's name.
           01 WS-RUN-DATE-TEXT  PIC X(8).
           01 PERIOD-FROM-DATE  PIC X(8).
           01 PERIOD-TO-DATE    PIC X(8).

           *> define the switch saying a period was staged - an
           *> on-demand print, not the chain's own month-end step -
           *> and the work fields for the file-delete service routine
           *> the staged period is removed through, with the
           *> program's own return code parked around the call.
           01 ON-DEMAND-FLAG PIC 9 VALUE ZERO.
               88  ON-DEMAND-PRINT VALUE 1.
           01 DELETE-FILE-NAME   PIC X(40).
           01 DELETE-STATUS      PIC S9(4) COMP.
           01 PARKED-RETURN-CODE PIC S9(4) COMP.
           01 WS-DIRECTORY-NAME PIC X(40).

           *> define the date being stepped, broken out into its parts
           *> so it can be moved one calendar day at a time.
           01 WORK-DATE.
               02 WORK-YEAR  PIC 9(4).
               02 WORK-MONTH PIC 9(2).
               02 WORK-DAY   PIC 9(2).
           01 WORK-DATE-TEXT REDEFINES WORK-DATE PIC X(8).

           *> define the days-in-month table the date stepping works
           *> through, and the leap-year work fields.
           01 MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
           01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
               02 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
           01 MONTH-END-DAY  PIC 9(2).
           01 LEAP-QUOTIENT  PIC 9(4).
           01 LEAP-REMAINDER PIC 9(4).
           01 LEAP-YEAR-FLAG PIC 9 VALUE ZERO.
               88  LEAP-YEAR VALUE 1.

           *> define one active entry in directory order.
           01 ACTIVE-ENTRY.
               02 AE-SURNAME PIC X(20).
               02 AE-NAME    PIC X(20).
               02 AE-SEQ     PIC 9(06).
               02 AE-PHONE   PIC X(10).

           *> define one joiner or leaver: J joined, L left, the date
           *> they did so, and who they are.
           01 MOVE-ENTRY.
               02 ME-MOVE    PIC X(01).
                   88  ME-JOINED VALUE 'J'.
                   88  ME-LEFT   VALUE 'L'.
               02 ME-DATE    PIC X(08).
               02 ME-SURNAME PIC X(20).
               02 ME-NAME    PIC X(20).
               02 ME-SEQ     PIC 9(06).
               02 ME-PHONE   PIC X(10).

           *> define the phone as printed: a full ten-digit number is
           *> set out in groups for reading, anything else is printed
           *> as it stands.
           01 PHONE-IN PIC X(10).
           01 PHONE-DIGITS REDEFINES PHONE-IN.
               02 PD-PREFIX PIC X(03).
               02 PD-MIDDLE PIC X(03).
               02 PD-LINE   PIC X(04).
           01 PHONE-OUT PIC X(12).

           *> define the surname initial of the letter group being
           *> printed.
           01 CURRENT-LETTER PIC X(01) VALUE SPACE.

           *> define the tallies printed in the counts section.
           01 ACTIVE-COUNT   PIC 9(6) VALUE ZERO.
           01 INACTIVE-COUNT PIC 9(6) VALUE ZERO.
           01 NO-PHONE-COUNT PIC 9(6) VALUE ZERO.
           01 JOINER-COUNT   PIC 9(6) VALUE ZERO.
           01 LEAVER-COUNT   PIC 9(6) VALUE ZERO.

           *> define the report line being staged, the page layout
           *> counters, the page heading, and the running head and
           *> column heading printed under it on every page.
           01 REPORT-LINE PIC X(80).
           01 LINE-COUNT  PIC 9(2) VALUE 99.
           01 PAGE-COUNT  PIC 9(3) VALUE ZERO.
           01 PAGE-LENGTH PIC 9(2) VALUE 55.

           01 HEADING-LINE.
               02 FILLER       PIC X(27)
                   VALUE "ROSTER TELEPHONE DIRECTORY ".
               02 FILLER       PIC X(07) VALUE "PERIOD ".
               02 HD-FROM-DATE PIC X(08).
               02 FILLER       PIC X(04) VALUE " TO ".
               02 HD-TO-DATE   PIC X(08).
               02 FILLER       PIC X(18) VALUE SPACES.
               02 FILLER       PIC X(05) VALUE "PAGE ".
               02 HD-PAGE      PIC 9(3).

           01 RUNNING-HEAD-LINE.
               02 RH-SECTION PIC X(30).
               02 RH-TEXT    PIC X(50).

           01 COLUMN-HEAD PIC X(80).

           01 DIRECTORY-COLUMNS.
               02 FILLER PIC X(21) VALUE "SURNAME".
               02 FILLER PIC X(21) VALUE "NAME".
               02 FILLER PIC X(14) VALUE "PHONE".
               02 FILLER PIC X(24) VALUE "NOTE".

           01 MOVES-COLUMNS.
               02 FILLER PIC X(08) VALUE "MOVE".
               02 FILLER PIC X(10) VALUE "DATE".
               02 FILLER PIC X(21) VALUE "SURNAME".
               02 FILLER PIC X(21) VALUE "NAME".
               02 FILLER PIC X(20) VALUE "PHONE".

           *> define the letter break line printed ahead of each
           *> surname initial.
           01 LETTER-LINE.
               02 FILLER    PIC X(04) VALUE "--- ".
               02 LL-LETTER PIC X(01).
               02 FILLER    PIC X(04) VALUE " ---".

           *> define one directory entry as printed.
           01 DIRECTORY-LINE.
               02 DL-SURNAME PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 DL-NAME    PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 DL-PHONE   PIC X(12).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 DL-NOTE    PIC X(08).

           *> define one joiner or leaver as printed.
           01 MOVES-LINE.
               02 ML-MOVE    PIC X(07).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 ML-DATE    PIC X(08).
               02 FILLER     PIC X(02) VALUE SPACES.
               02 ML-SURNAME PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 ML-NAME    PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 ML-PHONE   PIC X(12).

           *> define the totals lines of the counts section.
           01 TOTAL-LINE.
               02 TL-LABEL PIC X(24).
               02 TL-COUNT PIC 9(6).

           *> define the conditions to exit the reading loops.
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
               02 STL-STEP        PIC X(8) VALUE "STEP085".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "ROSTER-DIRECTORY".
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

           PERFORM 041-READ-PERIOD-FILE.

           PERFORM 030-LOG-STEP-START.

           PERFORM 042-GET-REPORTING-PERIOD.

           PERFORM 050-OPEN-FILES.

           PERFORM 100-SPLIT-MASTER.

           PERFORM 150-SORT-WORK-FILES.

           PERFORM 200-PRINT-DIRECTORY.

           PERFORM 250-PRINT-MOVES.

           PERFORM 280-PRINT-COUNTS.

           PERFORM 300-CLOSE-FILES.

           PERFORM 350-DISPLAY-RESULTS.

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand. An on-demand print
       *> is not a step of the chain and stamps nothing - its lines
       *> would be taken for the chain's own STEP085.
       030-LOG-STEP-START.
           IF NOT ON-DEMAND-PRINT THEN
               MOVE WS-RUN-DATE-TEXT TO STL-RUN-DATE
               MOVE 'START' TO STL-EVENT
               MOVE ZERO TO STL-RECORDS
               MOVE ZERO TO STL-RETURN-CODE
               PERFORM 995-WRITE-STEP-TIMING-LINE
               SET STEP-TIMING-STARTED TO TRUE
           END-IF.

       *> picks up the run date COUNT-ENTRIES used, from
       *> RUN-DATE-FILE. When RUN-DATE-FILE does not exist (this
       *> program run standalone) the run date is derived from
       *> today's date.
       040-GET-CURRENT-DATE.
           OPEN INPUT RUN-DATE-FILE
           IF FS-RUN-DATE-FILE EQUAL '35' THEN
               ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD
           ELSE
               IF FS-RUN-DATE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "RUN-DATE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               READ RUN-DATE-FILE INTO WS-RUN-DATE-TEXT
               IF FS-RUN-DATE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "RUN-DATE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               CLOSE RUN-DATE-FILE
           END-IF.

       *> reads the reporting period when the operator staged one,
       *> marking the run as an on-demand print, and removes it as
       *> soon as it is read, good or bad - one left behind would
       *> reprint the same period every night in place of the
       *> month-end directory.
       041-READ-PERIOD-FILE.
           OPEN INPUT PERIOD-FILE
           IF FS-PERIOD-FILE EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-PERIOD-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING PERIOD-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               SET ON-DEMAND-PRINT TO TRUE
               MOVE SPACES TO PERIOD-FILE-REC
               READ PERIOD-FILE
               IF FS-PERIOD-FILE NOT EQUAL '00' AND
                 FS-PERIOD-FILE NOT EQUAL '10' THEN
                   DISPLAY "SOMETHING WRONG WHEN READING PERIOD-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PD-FROM-DATE TO PERIOD-FROM-DATE
               MOVE PD-TO-DATE TO PERIOD-TO-DATE
               CLOSE PERIOD-FILE

               MOVE "directory_period.txt" TO DELETE-FILE-NAME
               MOVE RETURN-CODE TO PARKED-RETURN-CODE
               CALL "CBL_DELETE_FILE" USING DELETE-FILE-NAME
               MOVE RETURN-CODE TO DELETE-STATUS
               MOVE PARKED-RETURN-CODE TO RETURN-CODE
               IF DELETE-STATUS EQUAL ZERO THEN
                   DISPLAY "REPORTING PERIOD TAKEN IN AND REMOVED: "
                       DELETE-FILE-NAME
               ELSE
                   DISPLAY "COULD NOT REMOVE REPORTING PERIOD "
                       DELETE-FILE-NAME
               END-IF
           END-IF.

       *> settles the period the joiners and leavers are listed for.
       *> A staged period is an on-demand print and is used as it
       *> stands, once checked. With none staged the step is the
       *> month-end print: on the last day of a month it covers the
       *> whole month, on any other day it prints nothing and ends
       *> cleanly.
       042-GET-REPORTING-PERIOD.
           IF NOT ON-DEMAND-PRINT THEN
               MOVE WS-RUN-DATE-TEXT TO WORK-DATE-TEXT
               PERFORM 510-STEP-DATE-FWD
               IF WORK-DAY NOT EQUAL 1 THEN
                   DISPLAY "RUN DATE " WS-RUN-DATE-TEXT
                       " IS NOT A MONTH END - NO DIRECTORY PRINTED"
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               MOVE WS-RUN-DATE-TEXT TO PERIOD-TO-DATE
               MOVE WS-RUN-DATE-TEXT TO WORK-DATE-TEXT
               MOVE 1 TO WORK-DAY
               MOVE WORK-DATE-TEXT TO PERIOD-FROM-DATE
           ELSE
               IF PERIOD-FROM-DATE IS NOT NUMERIC OR
                 PERIOD-TO-DATE IS NOT NUMERIC OR
                 PERIOD-FROM-DATE > PERIOD-TO-DATE THEN
                   DISPLAY "PERIOD-FILE CARRIES AN UNUSABLE PERIOD "
                       PERIOD-FROM-DATE " " PERIOD-TO-DATE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF

           STRING "roster_directory_" PERIOD-TO-DATE ".txt"
               DELIMITED BY SIZE INTO WS-DIRECTORY-NAME.

       050-OPEN-FILES.
           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER EQUAL '35' THEN
               DISPLAY "NO ROSTER MASTER ON DISK YET - "
                   "NO DIRECTORY PRINTED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN OUTPUT ACTIVE-WORK
           IF FS-ACTIVE-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ACTIVE-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN OUTPUT MOVES-WORK
           IF FS-MOVES-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING MOVES-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN OUTPUT DIRECTORY-FILE
           IF FS-DIRECTORY-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING DIRECTORY-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> reads the master through once, counting every entry and
       *> picking out the active entries for the directory and the
       *> joiners and leavers of the period - an entry whose
       *> effective-from falls in the period joined in it, an
       *> inactive entry whose effective-to falls in it left in it.
       100-SPLIT-MASTER.
           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 110-SPLIT-ONE-MASTER-REC UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG

           CLOSE ROSTER-MASTER
           CLOSE ACTIVE-WORK
           CLOSE MOVES-WORK.

       110-SPLIT-ONE-MASTER-REC.
           READ ROSTER-MASTER NEXT RECORD

           IF FS-ROSTER-MASTER NOT EQUAL '00' AND
             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-ROSTER-MASTER EQUAL '00' THEN
               IF RM-ACTIVE THEN
                   ADD 1 TO ACTIVE-COUNT
                   IF RM-PHONE EQUAL SPACES THEN
                       ADD 1 TO NO-PHONE-COUNT
                   END-IF
                   MOVE RM-SURNAME TO AE-SURNAME
                   MOVE RM-NAME TO AE-NAME
                   MOVE RM-SEQ TO AE-SEQ
                   MOVE RM-PHONE TO AE-PHONE
                   WRITE ACTIVE-WORK-REC FROM ACTIVE-ENTRY
               ELSE
                   ADD 1 TO INACTIVE-COUNT
               END-IF

               MOVE RM-SURNAME TO ME-SURNAME
               MOVE RM-NAME TO ME-NAME
               MOVE RM-SEQ TO ME-SEQ
               MOVE RM-PHONE TO ME-PHONE

               IF RM-EFF-FROM NOT < PERIOD-FROM-DATE AND
                 RM-EFF-FROM NOT > PERIOD-TO-DATE THEN
                   ADD 1 TO JOINER-COUNT
                   SET ME-JOINED TO TRUE
                   MOVE RM-EFF-FROM TO ME-DATE
                   WRITE MOVES-WORK-REC FROM MOVE-ENTRY
               END-IF

               IF RM-INACTIVE AND
                 RM-EFF-TO NOT < PERIOD-FROM-DATE AND
                 RM-EFF-TO NOT > PERIOD-TO-DATE THEN
                   ADD 1 TO LEAVER-COUNT
                   SET ME-LEFT TO TRUE
                   MOVE RM-EFF-TO TO ME-DATE
                   WRITE MOVES-WORK-REC FROM MOVE-ENTRY
               END-IF
           END-IF

           IF FS-ROSTER-MASTER EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> sequences the active entries on surname then name, and the
       *> joiners and leavers - joiners first - on the date they
       *> moved.
       150-SORT-WORK-FILES.
           SORT SORTWK1-FD ON ASCENDING KEY SRT1-SURNAME
                                           SRT1-NAME
                                           SRT1-SEQ
               USING ACTIVE-WORK
               GIVING ACTIVE-SORTED

           SORT SORTWK2-FD ON ASCENDING KEY SRT2-MOVE
                                           SRT2-DATE
                                           SRT2-SURNAME
                                           SRT2-NAME
                                           SRT2-SEQ
               USING MOVES-WORK
               GIVING MOVES-SORTED.

       *> prints the directory of active entries, a letter break
       *> ahead of each new surname initial, every page headed with
       *> the first surname on it.
       200-PRINT-DIRECTORY.
           OPEN INPUT ACTIVE-SORTED
           IF FS-ACTIVE-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ACTIVE-SORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE "DIRECTORY OF ACTIVE ENTRIES" TO RH-SECTION
           MOVE SPACES TO RH-TEXT
           MOVE DIRECTORY-COLUMNS TO COLUMN-HEAD
           MOVE 99 TO LINE-COUNT

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 210-PRINT-ONE-ENTRY UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG

           IF ACTIVE-COUNT EQUAL ZERO THEN
               MOVE "NO ACTIVE ENTRIES ON THE ROSTER MASTER"
                   TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF

           CLOSE ACTIVE-SORTED.

       210-PRINT-ONE-ENTRY.
           READ ACTIVE-SORTED INTO ACTIVE-ENTRY

           IF FS-ACTIVE-SORTED NOT EQUAL '00' AND
             FS-ACTIVE-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ACTIVE-SORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-ACTIVE-SORTED EQUAL '00' THEN
               MOVE SPACES TO RH-TEXT
               STRING "SURNAMES FROM " AE-SURNAME
                   DELIMITED BY SIZE INTO RH-TEXT

               IF AE-SURNAME (1:1) NOT EQUAL CURRENT-LETTER THEN
                   PERFORM 220-PRINT-LETTER-BREAK
               END-IF

               MOVE AE-PHONE TO PHONE-IN
               PERFORM 230-FORMAT-PHONE

               MOVE SPACES TO DIRECTORY-LINE
               MOVE AE-SURNAME TO DL-SURNAME
               MOVE AE-NAME TO DL-NAME
               MOVE PHONE-OUT TO DL-PHONE
               IF AE-PHONE EQUAL SPACES THEN
                   MOVE "NO PHONE" TO DL-NOTE
               END-IF
               MOVE DIRECTORY-LINE TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF

           IF FS-ACTIVE-SORTED EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> prints the break ahead of a new surname initial - on a
       *> fresh page when too little of the current one is left to
       *> carry the break and at least one entry under it.
       220-PRINT-LETTER-BREAK.
           MOVE AE-SURNAME (1:1) TO CURRENT-LETTER
           IF LINE-COUNT > PAGE-LENGTH - 4 THEN
               MOVE 99 TO LINE-COUNT
           END-IF
           IF LINE-COUNT NOT < PAGE-LENGTH THEN
               PERFORM 810-WRITE-PAGE-HEADING
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF
           MOVE CURRENT-LETTER TO LL-LETTER
           MOVE LETTER-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       *> sets a full ten-digit phone out as 3-3-4 for reading; a
       *> blank phone prints as a dash, anything else as it stands.
       230-FORMAT-PHONE.
           MOVE SPACES TO PHONE-OUT
           IF PHONE-IN IS NUMERIC THEN
               STRING PD-PREFIX " " PD-MIDDLE " " PD-LINE
                   DELIMITED BY SIZE INTO PHONE-OUT
           ELSE
               IF PHONE-IN EQUAL SPACES THEN
                   MOVE "-" TO PHONE-OUT
               ELSE
                   MOVE PHONE-IN TO PHONE-OUT
               END-IF
           END-IF.

       *> prints the joiners and then the leavers of the period, in
       *> the order they joined or left.
       250-PRINT-MOVES.
           OPEN INPUT MOVES-SORTED
           IF FS-MOVES-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING MOVES-SORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE "JOINERS AND LEAVERS" TO RH-SECTION
           MOVE SPACES TO RH-TEXT
           STRING "EFFECTIVE " PERIOD-FROM-DATE " TO " PERIOD-TO-DATE
               DELIMITED BY SIZE INTO RH-TEXT
           MOVE MOVES-COLUMNS TO COLUMN-HEAD
           MOVE 99 TO LINE-COUNT

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 260-PRINT-ONE-MOVE UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG

           IF JOINER-COUNT EQUAL ZERO AND LEAVER-COUNT EQUAL ZERO
           THEN
               MOVE "NO JOINERS OR LEAVERS IN THE PERIOD"
                   TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF

           CLOSE MOVES-SORTED.

       260-PRINT-ONE-MOVE.
           READ MOVES-SORTED INTO MOVE-ENTRY

           IF FS-MOVES-SORTED NOT EQUAL '00' AND
             FS-MOVES-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING MOVES-SORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-MOVES-SORTED EQUAL '00' THEN
               MOVE ME-PHONE TO PHONE-IN
               PERFORM 230-FORMAT-PHONE

               MOVE SPACES TO MOVES-LINE
               IF ME-JOINED THEN
                   MOVE "JOINED " TO ML-MOVE
               ELSE
                   MOVE "LEFT   " TO ML-MOVE
               END-IF
               MOVE ME-DATE TO ML-DATE
               MOVE ME-SURNAME TO ML-SURNAME
               MOVE ME-NAME TO ML-NAME
               MOVE PHONE-OUT TO ML-PHONE
               MOVE MOVES-LINE TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF

           IF FS-MOVES-SORTED EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> prints the counts section on a page of its own.
       280-PRINT-COUNTS.
           MOVE "ROSTER COUNTS" TO RH-SECTION
           MOVE SPACES TO RH-TEXT
           MOVE SPACES TO COLUMN-HEAD
           MOVE 99 TO LINE-COUNT

           MOVE SPACES TO TOTAL-LINE
           MOVE 'ACTIVE ENTRIES          ' TO TL-LABEL
           MOVE ACTIVE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'INACTIVE ENTRIES        ' TO TL-LABEL
           MOVE INACTIVE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'ACTIVE WITH NO PHONE    ' TO TL-LABEL
           MOVE NO-PHONE-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'JOINERS IN PERIOD       ' TO TL-LABEL
           MOVE JOINER-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'LEAVERS IN PERIOD       ' TO TL-LABEL
           MOVE LEAVER-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       300-CLOSE-FILES.
           CLOSE DIRECTORY-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Directory printed: "
           DISPLAY WS-DIRECTORY-NAME
           DISPLAY "Number of active entries: "
           DISPLAY ACTIVE-COUNT
           DISPLAY "Number of inactive entries: "
           DISPLAY INACTIVE-COUNT
           DISPLAY "Number of active entries with no phone: "
           DISPLAY NO-PHONE-COUNT
           DISPLAY "Number of joiners in the period: "
           DISPLAY JOINER-COUNT
           DISPLAY "Number of leavers in the period: "
           DISPLAY LEAVER-COUNT.

       *> steps WORK-DATE forward one calendar day.
       510-STEP-DATE-FWD.
           MOVE MONTH-DAYS (WORK-MONTH) TO MONTH-END-DAY
           IF WORK-MONTH EQUAL 2 THEN
               PERFORM 530-CHECK-LEAP-YEAR
               IF LEAP-YEAR THEN
                   MOVE 29 TO MONTH-END-DAY
               END-IF
           END-IF

           IF WORK-DAY < MONTH-END-DAY THEN
               ADD 1 TO WORK-DAY
           ELSE
               MOVE 1 TO WORK-DAY
               IF WORK-MONTH < 12 THEN
                   ADD 1 TO WORK-MONTH
               ELSE
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF.

       *> sets LEAP-YEAR when WORK-YEAR is a leap year.
       530-CHECK-LEAP-YEAR.
           MOVE ZERO TO LEAP-YEAR-FLAG
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER EQUAL ZERO THEN
               DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER NOT EQUAL ZERO THEN
                   SET LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER EQUAL ZERO THEN
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       *> writes the staged report line, breaking to a fresh page
       *> with its heading whenever the current page is full.
       800-WRITE-REPORT-LINE.
           IF LINE-COUNT NOT < PAGE-LENGTH THEN
               PERFORM 810-WRITE-PAGE-HEADING
           END-IF
           WRITE DIRECTORY-FILE-REC FROM REPORT-LINE
           ADD 1 TO LINE-COUNT.

       *> starts a fresh page: the heading line with the period and
       *> page number, the running head naming the section and -
       *> in the directory - the first surname on the page, the
       *> section's column heading, then a blank line.
       810-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE PERIOD-FROM-DATE TO HD-FROM-DATE
           MOVE PERIOD-TO-DATE TO HD-TO-DATE
           MOVE PAGE-COUNT TO HD-PAGE
           WRITE DIRECTORY-FILE-REC FROM HEADING-LINE
           WRITE DIRECTORY-FILE-REC FROM RUNNING-HEAD-LINE
           WRITE DIRECTORY-FILE-REC FROM COLUMN-HEAD
           MOVE SPACES TO DIRECTORY-FILE-REC
           WRITE DIRECTORY-FILE-REC
           MOVE 4 TO LINE-COUNT.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD ACTIVE-COUNT INACTIVE-COUNT GIVING STL-RECORDS
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
