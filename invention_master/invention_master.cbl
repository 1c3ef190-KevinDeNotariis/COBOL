       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTION-MASTER.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used for its own dated file names, so
           *> this program updates the master from that same day's
           *> feed - see 040-GET-CURRENT-DATE.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the single keyword=value run-control file the whole
           *> chain reads its parameters from - validated up front
           *> by RUN-CONTROL. INVENTION-MISS-DAYS, the number of
           *> days an invention may be missing from the feed before
           *> it is withdrawn, is looked up here - see
           *> 700-GET-RUN-CONTROL-VALUE.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

           *> the day's deduplicated FILE4 copy COUNT-ENTRIES writes,
           *> under the run-dated name it builds. ASSIGN TO DYNAMIC
           *> is required here, not plain ASSIGN TO - under this
           *> dialect a plain ASSIGN TO identifier-1 is resolved as
           *> an external (ddname-style) reference and never opens
           *> the file whose name is actually sitting in the WS
           *> field at run time, only ASSIGN TO DYNAMIC does.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED-FILE.

           *> the persistent indexed inventions master, keyed on
           *> surname+invention. Unlike the daily feed it carries
           *> over from day to day, so it knows when each invention
           *> was first and last seen and whether it is still being
           *> sent at all.
           SELECT INVENTION-MASTER ASSIGN TO "invention_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-KEY
               FILE STATUS IS FS-INVENTION-MASTER.

           *> the run-dated inventions report: one line per new,
           *> re-dated, withdrawn or reinstated invention, and per
           *> invention the feed gave twice with different years,
           *> with totals at the foot.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
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
           01 RUN-DATE-FILE-REC PIC X(8).

       FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-REC PIC X(60).

       FD FEED-FILE.
           01 FEED-FILE-REC PIC X(64).

       *> one invention on the master: its key, the year of
       *> discovery the feed last gave it, the run dates it was
       *> first and last seen on, and whether it is still active
       *> or has been withdrawn. The previous year and the date it
       *> changed are kept so a rerun of the same run date still
       *> reports the change, and the withdrawn date likewise.
       FD INVENTION-MASTER.
           01 INVENTION-MASTER-REC.
               02 IM-KEY.
                   03 IM-SURNAME   PIC X(20).
                   03 IM-INVENTION PIC X(40).
               02 IM-YEAR          PIC 9(04).
               02 IM-FIRST-SEEN    PIC X(08).
               02 IM-LAST-SEEN     PIC X(08).
               02 IM-STATUS        PIC X(01).
                   88  IM-ACTIVE    VALUE 'A'.
                   88  IM-WITHDRAWN VALUE 'W'.
               02 IM-PREV-YEAR     PIC 9(04).
               02 IM-YEAR-CHANGED  PIC X(08).
               02 IM-WITHDRAWN-ON  PIC X(08).
               02 IM-REINSTATED-ON PIC X(08).

       FD REPORT-FILE.
           01 REPORT-FILE-REC PIC X(102).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-RUN-DATE-FILE    PIC 9(2).
           01 FS-FEED-FILE        PIC 9(2).
           01 FS-INVENTION-MASTER PIC 9(2).
           01 FS-REPORT-FILE      PIC 9(2).

           *> define the run-control lookup work fields: the keyword
           *> being looked for, the value that came back, and the
           *> keyword=value halves of the line being scanned - see
           *> 700-GET-RUN-CONTROL-VALUE.
           01 FS-RUN-CONTROL PIC 9(2).
           01 RC-WANTED-KEY  PIC X(20).
           01 RC-FOUND-VALUE PIC X(40).
           01 RC-FOUND-FLAG PIC 9 VALUE ZERO.
               88  RC-FOUND VALUE 1.
           01 RC-LINE       PIC X(60).
           01 RC-KEY-PART   PIC X(20).
           01 RC-VALUE-PART PIC X(40).
           01 RC-EXIT-FLAG PIC 9 VALUE ZERO.
               88  RC-EXIT VALUE 1.
           01 RC-NUM-LEN   PIC 9(2).
           01 RC-NUM-VALUE PIC 9(8).
           01 RC-TRIM-FLAG PIC 9 VALUE ZERO.
               88  RC-TRIM-DONE VALUE 1.

           *> define the record currently held from the feed, with
           *> surname+invention grouped so it compares as one key,
           *> and the key of the record before it. The feed copy is
           *> in surname+invention order, so a second record for the
           *> same invention follows the first directly.
           01 FE-FEED-ENTRY.
               02 FE-FEED-KEY.
                   03 FE-SURNAME   PIC X(20).
                   03 FE-INVENTION PIC X(40).
               02 FE-YEAR      PIC 9(04).
           01 PREV-FEED-KEY PIC X(60) VALUE SPACES.

           *> define the number of days an invention may be missing
           *> from the feed before it is withdrawn - RUN-CONTROL's
           *> INVENTION-MISS-DAYS, defaulting to 30 - and the cutoff
           *> it gives: an active invention last seen before the
           *> cutoff has been missing longer than that.
           01 MISS-LIMIT-DAYS PIC 9(3) VALUE 30.
           01 MISS-CUTOFF-DATE PIC X(8).

           *> define the run date and the run-dated file names.
           01 WS-RUN-DATE-TEXT  PIC X(8).
           01 WS-FEED-FILE-NAME PIC X(35).
           01 WS-REPORT-NAME    PIC X(40).

           *> define the date the cutoff computation is standing on,
           *> broken out into its parts so it can be stepped back one
           *> calendar day at a time.
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
           01 LEAP-QUOTIENT  PIC 9(4).
           01 LEAP-REMAINDER PIC 9(4).
           01 LEAP-YEAR-FLAG PIC 9 VALUE ZERO.
               88  LEAP-YEAR VALUE 1.

           *> define the report line written for every invention
           *> worth reporting. The old year is filled in only on a
           *> year change - and on a second feed record for the same
           *> invention, where it carries the year that record gave.
           01 INVENTION-LINE.
               02 IR-TAG        PIC X(12).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 IR-SURNAME    PIC X(20).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 IR-INVENTION  PIC X(40).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 IR-YEAR       PIC 9(04).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 IR-OLD-YEAR   PIC X(04).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 IR-FIRST-SEEN PIC X(08).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 IR-LAST-SEEN  PIC X(08).

           *> define the heading line at the top of the report.
           01 HEADING-LINE.
               02 FILLER          PIC X(27)
                   VALUE "INVENTIONS MASTER REPORT - ".
               02 HD-RUN-DATE     PIC X(08).
               02 FILLER          PIC X(18)
                   VALUE " - MISSING LIMIT ".
               02 HD-MISS-DAYS    PIC 9(03).
               02 FILLER          PIC X(05) VALUE " DAYS".

           *> define the totals lines written at the foot of the
           *> report.
           01 TOTAL-LINE.
               02 TL-LABEL PIC X(24).
               02 TL-COUNT PIC 9(6).

           *> define the counters reported at the end of the run.
           01 FEED-READ-COUNT     PIC 9(6) VALUE ZERO.
           01 NEW-COUNT           PIC 9(6) VALUE ZERO.
           01 YEAR-CHANGED-COUNT  PIC 9(6) VALUE ZERO.
           01 REINSTATED-COUNT    PIC 9(6) VALUE ZERO.
           01 WITHDRAWN-COUNT     PIC 9(6) VALUE ZERO.
           01 ACTIVE-COUNT        PIC 9(6) VALUE ZERO.
           01 ALL-WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
           01 FEED-CONFLICT-COUNT PIC 9(6) VALUE ZERO.

           *> define the condition to exit the reading loops.
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
               02 STL-STEP        PIC X(8) VALUE "STEP032".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "INVENTION-MASTER".
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

           PERFORM 041-GET-MISS-LIMIT.

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 046-COMPUTE-MISS-CUTOFF.

           PERFORM 050-OPEN-FILES.

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 100-APPLY-FEED-RECORD UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG

           PERFORM 200-SWEEP-MASTER.

           PERFORM 250-WRITE-TOTALS.

           PERFORM 300-CLOSE-FILES.

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
       *> file names, from RUN-DATE-FILE, so the master is updated
       *> from that same day's deduplicated feed. When RUN-DATE-FILE
       *> does not exist (this program run standalone) the run date
       *> is derived from today's date.
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

       *> picks up the missing-days limit from RUN-CONTROL when the
       *> file names it; otherwise the default of 30 stands.
       041-GET-MISS-LIMIT.
           MOVE 'INVENTION-MISS-DAYS' TO RC-WANTED-KEY
           PERFORM 700-GET-RUN-CONTROL-VALUE
           IF RC-FOUND THEN
               PERFORM 720-CONVERT-CONTROL-NUMBER
               IF RC-NUM-VALUE > ZERO AND RC-NUM-VALUE NOT > 999 THEN
                   MOVE RC-NUM-VALUE TO MISS-LIMIT-DAYS
               ELSE
                   DISPLAY "RUN-CONTROL INVENTION-MISS-DAYS UNUSABLE "
                       "- DEFAULT KEPT"
               END-IF
           END-IF.

       *> builds the run-dated feed and report names from the run
       *> date.
       045-BUILD-FILE-NAMES.
           STRING "inputfile4_" WS-RUN-DATE-TEXT "_dedup.txt"
               DELIMITED BY SIZE INTO WS-FEED-FILE-NAME
           STRING "invention_report_" WS-RUN-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.

       *> computes the missing cutoff - the run date stepped back
       *> the missing-days limit.
       046-COMPUTE-MISS-CUTOFF.
           MOVE WS-RUN-DATE-TEXT TO WORK-DATE-TEXT
           PERFORM 520-STEP-DATE-BACK MISS-LIMIT-DAYS TIMES
           MOVE WORK-DATE-TEXT TO MISS-CUTOFF-DATE.

       *> opens the feed, the master and the report. A missing feed
       *> copy ends the run as a warning - without today's feed
       *> nothing can be said to be missing, so nothing is
       *> withdrawn either. A master that does not exist yet is
       *> created empty: the first run simply finds every
       *> invention new.
       050-OPEN-FILES.
           OPEN INPUT FEED-FILE
           IF FS-FEED-FILE EQUAL '35' THEN
               DISPLAY "NO DEDUPLICATED FEED " WS-FEED-FILE-NAME
                   " - INVENTIONS MASTER NOT UPDATED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-FEED-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   WS-FEED-FILE-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN I-O INVENTION-MASTER
           IF FS-INVENTION-MASTER EQUAL '35' THEN
               OPEN OUTPUT INVENTION-MASTER
               IF FS-INVENTION-MASTER NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN CREATING "
                       "INVENTION-MASTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE INVENTION-MASTER
               OPEN I-O INVENTION-MASTER
           END-IF
           IF FS-INVENTION-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING INVENTION-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-REPORT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE-TEXT TO HD-RUN-DATE
           MOVE MISS-LIMIT-DAYS TO HD-MISS-DAYS
           WRITE REPORT-FILE-REC FROM HEADING-LINE.

       *> reads one feed record and applies it to the master: an
       *> invention not on the master yet is added as new; one
       *> already there is marked seen on the run date, with its
       *> year brought in line with the feed and a withdrawn one
       *> reinstated. An entry that already carries this run
       *> date's change - a rerun of the same date - is reported
       *> again but not changed again. A second record for the same
       *> invention in the one feed is not a later sighting and is
       *> not applied, see 130-REPORT-FEED-CONFLICT.
       100-APPLY-FEED-RECORD.
           READ FEED-FILE INTO FE-FEED-ENTRY

           IF FS-FEED-FILE NOT EQUAL '00' AND
             FS-FEED-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   WS-FEED-FILE-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-FEED-FILE EQUAL '00' THEN
               ADD 1 TO FEED-READ-COUNT
               MOVE FE-SURNAME TO IM-SURNAME
               MOVE FE-INVENTION TO IM-INVENTION
               READ INVENTION-MASTER
               IF FS-INVENTION-MASTER EQUAL '23' THEN
                   PERFORM 110-ADD-NEW-INVENTION
               ELSE
                   IF FS-INVENTION-MASTER NOT EQUAL '00' THEN
                       DISPLAY "SOMETHING WRONG WHEN READING "
                           "INVENTION-MASTER"
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF
                   IF FE-FEED-KEY EQUAL PREV-FEED-KEY THEN
                       PERFORM 130-REPORT-FEED-CONFLICT
                   ELSE
                       PERFORM 120-UPDATE-SEEN-INVENTION
                   END-IF
               END-IF
               MOVE FE-FEED-KEY TO PREV-FEED-KEY
           END-IF

           IF FS-FEED-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> adds an invention the master has never seen, first and
       *> last seen on the run date.
       110-ADD-NEW-INVENTION.
           MOVE SPACES TO INVENTION-MASTER-REC
           MOVE FE-SURNAME TO IM-SURNAME
           MOVE FE-INVENTION TO IM-INVENTION
           MOVE FE-YEAR TO IM-YEAR
           MOVE FE-YEAR TO IM-PREV-YEAR
           MOVE WS-RUN-DATE-TEXT TO IM-FIRST-SEEN
           MOVE WS-RUN-DATE-TEXT TO IM-LAST-SEEN
           SET IM-ACTIVE TO TRUE
           WRITE INVENTION-MASTER-REC
           IF FS-INVENTION-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING INVENTION-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO NEW-COUNT
           PERFORM 150-FORMAT-REPORT-LINE
           MOVE 'NEW         ' TO IR-TAG
           WRITE REPORT-FILE-REC FROM INVENTION-LINE.

       *> brings an invention already on the master up to date with
       *> the feed.
       120-UPDATE-SEEN-INVENTION.
           MOVE WS-RUN-DATE-TEXT TO IM-LAST-SEEN
           IF IM-FIRST-SEEN EQUAL WS-RUN-DATE-TEXT THEN
               ADD 1 TO NEW-COUNT
               PERFORM 150-FORMAT-REPORT-LINE
               MOVE 'NEW         ' TO IR-TAG
               WRITE REPORT-FILE-REC FROM INVENTION-LINE
           END-IF

           IF IM-YEAR NOT EQUAL FE-YEAR THEN
               MOVE IM-YEAR TO IM-PREV-YEAR
               MOVE FE-YEAR TO IM-YEAR
               MOVE WS-RUN-DATE-TEXT TO IM-YEAR-CHANGED
           END-IF
           IF IM-YEAR-CHANGED EQUAL WS-RUN-DATE-TEXT THEN
               ADD 1 TO YEAR-CHANGED-COUNT
               PERFORM 150-FORMAT-REPORT-LINE
               MOVE 'YEAR CHANGED' TO IR-TAG
               MOVE IM-PREV-YEAR TO IR-OLD-YEAR
               WRITE REPORT-FILE-REC FROM INVENTION-LINE
           END-IF

           IF IM-WITHDRAWN THEN
               SET IM-ACTIVE TO TRUE
               MOVE WS-RUN-DATE-TEXT TO IM-REINSTATED-ON
           END-IF
           IF IM-REINSTATED-ON EQUAL WS-RUN-DATE-TEXT THEN
               ADD 1 TO REINSTATED-COUNT
               PERFORM 150-FORMAT-REPORT-LINE
               MOVE 'REINSTATED  ' TO IR-TAG
               WRITE REPORT-FILE-REC FROM INVENTION-LINE
           END-IF

           REWRITE INVENTION-MASTER-REC
           IF FS-INVENTION-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN REWRITING "
                   "INVENTION-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> passes over a second feed record for an invention the
       *> same feed has already given - the master keeps what the
       *> first record said. One giving a different year is
       *> reported as a conflict in the feed, with both years, for
       *> the supplier to settle; a plain repeat is ignored.
       130-REPORT-FEED-CONFLICT.
           IF IM-YEAR NOT EQUAL FE-YEAR THEN
               ADD 1 TO FEED-CONFLICT-COUNT
               PERFORM 150-FORMAT-REPORT-LINE
               MOVE 'FEED CONFLCT' TO IR-TAG
               MOVE FE-YEAR TO IR-OLD-YEAR
               WRITE REPORT-FILE-REC FROM INVENTION-LINE
           END-IF.

       *> fills the report line from the master entry in hand - for
       *> a withdrawn invention the last-seen date shows how long
       *> it has been missing.
       150-FORMAT-REPORT-LINE.
           MOVE SPACES TO INVENTION-LINE
           MOVE IM-SURNAME TO IR-SURNAME
           MOVE IM-INVENTION TO IR-INVENTION
           MOVE IM-YEAR TO IR-YEAR
           MOVE IM-FIRST-SEEN TO IR-FIRST-SEEN
           MOVE IM-LAST-SEEN TO IR-LAST-SEEN.

       *> walks the whole master in key order once the feed is
       *> applied, withdrawing every active invention last seen
       *> before the missing cutoff and counting what the master
       *> holds.
       200-SWEEP-MASTER.
           MOVE LOW-VALUES TO IM-KEY
           START INVENTION-MASTER KEY IS NOT LESS THAN IM-KEY
           IF FS-INVENTION-MASTER EQUAL '00' THEN
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 210-SWEEP-ONE-INVENTION UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
           END-IF.

       *> withdraws one invention when it has been missing longer
       *> than the limit. An entry withdrawn on this same run date
       *> by an earlier pass is reported again.
       210-SWEEP-ONE-INVENTION.
           READ INVENTION-MASTER NEXT RECORD

           IF FS-INVENTION-MASTER NOT EQUAL '00' AND
             FS-INVENTION-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING INVENTION-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-INVENTION-MASTER EQUAL '00' THEN
               IF IM-ACTIVE AND IM-LAST-SEEN < MISS-CUTOFF-DATE THEN
                   SET IM-WITHDRAWN TO TRUE
                   MOVE WS-RUN-DATE-TEXT TO IM-WITHDRAWN-ON
                   REWRITE INVENTION-MASTER-REC
                   IF FS-INVENTION-MASTER NOT EQUAL '00' THEN
                       DISPLAY "SOMETHING WRONG WHEN REWRITING "
                           "INVENTION-MASTER"
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF
               END-IF

               IF IM-WITHDRAWN THEN
                   ADD 1 TO ALL-WITHDRAWN-COUNT
                   IF IM-WITHDRAWN-ON EQUAL WS-RUN-DATE-TEXT THEN
                       ADD 1 TO WITHDRAWN-COUNT
                       PERFORM 150-FORMAT-REPORT-LINE
                       MOVE 'WITHDRAWN   ' TO IR-TAG
                       WRITE REPORT-FILE-REC FROM INVENTION-LINE
                   END-IF
               ELSE
                   ADD 1 TO ACTIVE-COUNT
               END-IF
           END-IF

           IF FS-INVENTION-MASTER EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> writes the totals at the foot of the report.
       250-WRITE-TOTALS.
           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL FEED RECORDS      ' TO TL-LABEL
           MOVE FEED-READ-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL NEW               ' TO TL-LABEL
           MOVE NEW-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL YEAR CHANGED      ' TO TL-LABEL
           MOVE YEAR-CHANGED-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL REINSTATED        ' TO TL-LABEL
           MOVE REINSTATED-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL WITHDRAWN TODAY   ' TO TL-LABEL
           MOVE WITHDRAWN-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL ACTIVE ON MASTER  ' TO TL-LABEL
           MOVE ACTIVE-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL WITHDRAWN ON MAST ' TO TL-LABEL
           MOVE ALL-WITHDRAWN-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL FEED CONFLICTS    ' TO TL-LABEL
           MOVE FEED-CONFLICT-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE.

       300-CLOSE-FILES.
           CLOSE FEED-FILE
           CLOSE INVENTION-MASTER
           CLOSE REPORT-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Number of feed records applied: "
           DISPLAY FEED-READ-COUNT
           DISPLAY "Number of new inventions: "
           DISPLAY NEW-COUNT
           DISPLAY "Number of inventions whose year changed: "
           DISPLAY YEAR-CHANGED-COUNT
           DISPLAY "Number of inventions reinstated: "
           DISPLAY REINSTATED-COUNT
           DISPLAY "Number of inventions withdrawn: "
           DISPLAY WITHDRAWN-COUNT
           DISPLAY "Number of active inventions on the master: "
           DISPLAY ACTIVE-COUNT
           DISPLAY "Number of conflicting repeats in the feed: "
           DISPLAY FEED-CONFLICT-COUNT.

       *> steps WORK-DATE back one calendar day.
       520-STEP-DATE-BACK.
           IF WORK-DAY > 1 THEN
               SUBTRACT 1 FROM WORK-DAY
           ELSE
               IF WORK-MONTH > 1 THEN
                   SUBTRACT 1 FROM WORK-MONTH
                   MOVE MONTH-DAYS (WORK-MONTH) TO WORK-DAY
                   IF WORK-MONTH EQUAL 2 THEN
                       PERFORM 530-CHECK-LEAP-YEAR
                       IF LEAP-YEAR THEN
                           MOVE 29 TO WORK-DAY
                       END-IF
                   END-IF
               ELSE
                   SUBTRACT 1 FROM WORK-YEAR
                   MOVE 12 TO WORK-MONTH
                   MOVE 31 TO WORK-DAY
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

       *> looks one keyword up in the run-control file, leaving its
       *> value in RC-FOUND-VALUE when the file names it. A missing
       *> file simply means nothing is named there - the caller
       *> keeps its default.
       700-GET-RUN-CONTROL-VALUE.
           MOVE ZERO TO RC-FOUND-FLAG
           MOVE SPACES TO RC-FOUND-VALUE

           OPEN INPUT RUN-CONTROL-FILE
           IF FS-RUN-CONTROL EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-RUN-CONTROL NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "RUN-CONTROL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               MOVE ZERO TO RC-EXIT-FLAG
               PERFORM 710-SCAN-ONE-CONTROL-LINE UNTIL RC-EXIT
               MOVE ZERO TO RC-EXIT-FLAG

               CLOSE RUN-CONTROL-FILE
           END-IF.

       *> scans one run-control line for the wanted keyword.
       710-SCAN-ONE-CONTROL-LINE.
           MOVE SPACES TO RC-LINE
           READ RUN-CONTROL-FILE INTO RC-LINE

           IF FS-RUN-CONTROL NOT EQUAL '00' AND
             FS-RUN-CONTROL NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   "RUN-CONTROL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-RUN-CONTROL EQUAL '00' THEN
               MOVE SPACES TO RC-KEY-PART
               MOVE SPACES TO RC-VALUE-PART
               UNSTRING RC-LINE DELIMITED BY '='
                   INTO RC-KEY-PART RC-VALUE-PART
               IF RC-KEY-PART EQUAL RC-WANTED-KEY THEN
                   SET RC-FOUND TO TRUE
                   MOVE RC-VALUE-PART TO RC-FOUND-VALUE
                   SET RC-EXIT TO TRUE
               END-IF
           END-IF

           IF FS-RUN-CONTROL EQUAL '10' THEN
               SET RC-EXIT TO TRUE
           END-IF.

       *> reads the looked-up value as a whole number, right-aligned
       *> into RC-NUM-VALUE - run-control values are typed
       *> left-aligned, digits only, already vetted by RUN-CONTROL's
       *> validation pass. A value that is not usable leaves
       *> RC-NUM-VALUE at zero.
       720-CONVERT-CONTROL-NUMBER.
           MOVE ZERO TO RC-NUM-VALUE
           MOVE 40 TO RC-NUM-LEN
           MOVE ZERO TO RC-TRIM-FLAG
           PERFORM 721-TRIM-ONE-CONTROL-CHAR UNTIL RC-TRIM-DONE
           IF RC-NUM-LEN > ZERO AND RC-NUM-LEN NOT > 8 THEN
               IF RC-FOUND-VALUE (1:RC-NUM-LEN) IS NUMERIC THEN
                   MOVE RC-FOUND-VALUE (1:RC-NUM-LEN)
                       TO RC-NUM-VALUE (9 - RC-NUM-LEN:RC-NUM-LEN)
               END-IF
           END-IF.

       721-TRIM-ONE-CONTROL-CHAR.
           IF RC-NUM-LEN EQUAL ZERO THEN
               SET RC-TRIM-DONE TO TRUE
           ELSE
               IF RC-FOUND-VALUE (RC-NUM-LEN:1) EQUAL SPACE THEN
                   SUBTRACT 1 FROM RC-NUM-LEN
               ELSE
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
               MOVE FEED-READ-COUNT TO STL-RECORDS
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
