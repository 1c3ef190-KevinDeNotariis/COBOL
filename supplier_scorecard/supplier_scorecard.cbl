       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> optional control file naming the months to be scored:
           *> the first and last month as YYYYMM, a space between.
           *> When it is not staged the previous calendar month is
           *> scored - the usual month-end request.
           SELECT PERIOD-FILE ASSIGN TO "scorecard_period.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-FILE.

           *> the dated gate report FEED-GATE leaves for every run
           *> date, and the dated repair audit FEED-REPAIR leaves -
           *> opened under their own names while they are young, or
           *> under the archive_ copy housekeeping keeps once they
           *> have aged past the report retention.
           SELECT GATE-FILE ASSIGN TO DYNAMIC WS-GATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GATE-FILE.
           SELECT REPAIR-FILE ASSIGN TO DYNAMIC WS-REPAIR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPAIR-FILE.

           *> the run log COUNT-ENTRIES appends a line to every run,
           *> carrying each feed's volume and the FILE1/FILE4
           *> exception and duplicate counts.
           SELECT LOG-FILE ASSIGN TO "count_entries_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG-FILE.

           *> the acceptance register FEED-GATE keeps of every
           *> delivery it let through, with the supplier's own
           *> extract stamp - the only record of when a feed was
           *> actually cut.
           SELECT REGISTER-FILE ASSIGN TO "feed_acceptance_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-FILE.

           *> the scorecard itself, named for the months it covers.
           SELECT SCORECARD-FILE ASSIGN TO DYNAMIC WS-SCORECARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCORECARD-FILE.

           *> the single keyword=value run-control file the whole
           *> chain reads its parameters from - validated up front
           *> by RUN-CONTROL. A parameter it does not name falls
           *> back to the default - see 700-GET-RUN-CONTROL-VALUE.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           01 PERIOD-REC.
               02 PD-FROM-MONTH PIC X(6).
               02 FILLER        PIC X(1).
               02 PD-TO-MONTH   PIC X(6).

       FD GATE-FILE.
           01 GATE-FILE-REC PIC X(120).

       FD REPAIR-FILE.
           01 REPAIR-FILE-REC PIC X(120).

       FD LOG-FILE.
           01 LOG-FILE-REC PIC X(59).

       FD REGISTER-FILE.
           01 REGISTER-FILE-REC PIC X(29).

       FD SCORECARD-FILE.
           01 SCORECARD-FILE-REC PIC X(132).

       FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-REC PIC X(60).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-PERIOD-FILE    PIC 9(2).
           01 FS-GATE-FILE      PIC 9(2).
           01 FS-REPAIR-FILE    PIC 9(2).
           01 FS-LOG-FILE       PIC 9(2).
           01 FS-REGISTER-FILE  PIC 9(2).
           01 FS-SCORECARD-FILE PIC 9(2).

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

           *> define the time of day, HHMM, after which a feed cut on
           *> its own business date counts as delivered late - a
           *> feed cut on any later date is late whatever the time.
           01 LATE-CUTOFF-TIME PIC X(4) VALUE "0400".

           *> define today's date - the scorecard never walks past
           *> it - and the built file names.
           01 WS-RUN-DATE-TEXT PIC X(8).
           01 WS-GATE-NAME      PIC X(60).
           01 WS-REPAIR-NAME    PIC X(60).
           01 WS-SCORECARD-NAME PIC X(60).

           *> define the first and last month scored, the number of
           *> months between them, and the first and last date the
           *> day walk covers. The walk starts a month early: the
           *> month before the first one scored is scored as well,
           *> but never printed - it is only there so the first
           *> month printed has a month before it to show its
           *> movement against. It takes the first entry of the
           *> tables, the months printed the entries after it.
           01 PERIOD-FROM.
               02 PF-YEAR  PIC 9(4).
               02 PF-MONTH PIC 9(2).
           01 PERIOD-FROM-TEXT REDEFINES PERIOD-FROM PIC X(6).
           01 PERIOD-TO.
               02 PT-YEAR  PIC 9(4).
               02 PT-MONTH PIC 9(2).
           01 PERIOD-TO-TEXT REDEFINES PERIOD-TO PIC X(6).
           01 MONTH-SPAN        PIC S9(5).
           01 MONTHS-HELD       PIC S9(5).
           01 BASELINE-MONTH.
               02 BM-YEAR  PIC 9(4).
               02 BM-MONTH PIC 9(2).
           01 BASELINE-MONTH-TEXT REDEFINES BASELINE-MONTH PIC X(6).
           01 PERIOD-FIRST-DATE PIC X(8).
           01 PERIOD-LAST-DATE  PIC X(8).

           *> define the scorecard table: one entry per month scored
           *> - no more than a year at a time, behind the unprinted
           *> month before - holding the days the
           *> gate ran and did not run, and under it one entry per
           *> feed with everything the scorecard reports for it,
           *> including its quarantine days by gate reason.
           01 SCORE-TABLE.
               02 SM-ENTRY OCCURS 13 TIMES.
                   03 SM-YEAR         PIC 9(4).
                   03 SM-MONTH        PIC 9(2).
                   03 SM-GATED-DAYS   PIC 9(3).
                   03 SM-UNGATED-DAYS PIC 9(3).
                   03 SF-ENTRY OCCURS 4 TIMES.
                       04 SF-DELIVERED   PIC 9(3).
                       04 SF-ACCEPTED    PIC 9(3).
                       04 SF-QUARANTINED PIC 9(3).
                       04 SF-MISSING     PIC 9(3).
                       04 SF-LATE        PIC 9(3).
                       04 SF-RECORDS     PIC 9(7).
                       04 SF-EXCEPTIONS  PIC 9(7).
                       04 SF-DUPLICATES  PIC 9(7).
                       04 SF-REPAIRS     PIC 9(5).
                       04 SF-REPAIR-DAYS PIC 9(7).
                       04 SF-REASON-DAYS PIC 9(3) OCCURS 8 TIMES.

           *> define the gate's quarantine reasons, as FEED-GATE
           *> words them, in the order the scorecard lists them -
           *> the last entry catches any reason not known here.
           01 REASON-VALUES.
               02 FILLER PIC X(30) VALUE "NO HEADER RECORD".
               02 FILLER PIC X(30) VALUE "HEADER NAMES THE WRONG FEED".
               02 FILLER PIC X(30)
                   VALUE "HEADER DATE NOT THE FILE DATE".
               02 FILLER PIC X(30) VALUE "NO TRAILER RECORD".
               02 FILLER PIC X(30) VALUE "TRAILER COUNT NOT NUMERIC".
               02 FILLER PIC X(30)
                   VALUE "TRAILER COUNT OUT OF BALANCE".
               02 FILLER PIC X(30) VALUE "FEED ALREADY ACCEPTED".
               02 FILLER PIC X(30) VALUE "OTHER REASON".
           01 REASON-TABLE REDEFINES REASON-VALUES.
               02 RS-REASON PIC X(30) OCCURS 8 TIMES.

           *> define the last COUNT-ENTRIES log line seen for every
           *> date of the period - a rerun appends a second line for
           *> its date, and only the last one stands.
           01 LOG-DAY-TABLE.
               02 LM-ENTRY OCCURS 13 TIMES.
                   03 LD-ENTRY OCCURS 31 TIMES.
                       04 LD-FOUND PIC X(1).
                       04 LD-COUNT PIC 9(4) OCCURS 4 TIMES.
                       04 LD-EXC1  PIC 9(4).
                       04 LD-EXC4  PIC 9(4).
                       04 LD-DUP1  PIC 9(4).
                       04 LD-DUP4  PIC 9(4).

           *> define the gate's verdict on each feed for the date
           *> being walked - A accepted, Q quarantined, N not
           *> delivered, space when the gate report has no line for
           *> it - and the reason of a quarantine.
           01 DAY-VERDICT-TABLE.
               02 DV-ENTRY OCCURS 4 TIMES.
                   03 DV-VERDICT PIC X(1).
                   03 DV-REASON  PIC 9(1).

           *> define the subscripts into the tables, the feed number
           *> under its character reading, and the work fields that
           *> place a date in its month of the period.
           01 MONTH-SUB  PIC 9(2).
           01 PREV-SUB   PIC 9(2).
           01 FEED-SUB-X PIC X(1).
           01 FEED-SUB REDEFINES FEED-SUB-X PIC 9(1).
           01 REASON-SUB PIC 9(1).
           01 DAY-SUB    PIC 9(2).
           01 SCORE-DATE PIC X(8).
           01 CALC-YEAR  PIC 9(4).
           01 CALC-MONTH PIC 9(2).
           01 MONTH-CALC PIC S9(5).

           *> define the switch raised when a gate report was found
           *> for the date being walked.
           01 GATE-FOUND-FLAG PIC 9 VALUE ZERO.
               88  GATE-FOUND VALUE 1.

           *> define the switch raised when the feed ID on a line
           *> read names one of the four feeds.
           01 FEED-KNOWN-FLAG PIC 9 VALUE ZERO.
               88  FEED-KNOWN VALUE 1.

           *> define the parse layout of one gate report line, as
           *> FEED-GATE writes it.
           01 GATE-LINE.
               02 GL-DATE    PIC X(08).
               02 FILLER     PIC X(01).
               02 GL-FEED-ID PIC X(05).
               02 FILLER     PIC X(01).
               02 GL-VERDICT PIC X(13).
               02 FILLER     PIC X(01).
               02 GL-COUNT   PIC X(06).
               02 FILLER     PIC X(01).
               02 GL-REASON  PIC X(30).
               02 FILLER     PIC X(14).

           *> define the parse layout of one repair audit line, as
           *> FEED-REPAIR writes it: the date the repaired record was
           *> suspended on comes first.
           01 REPAIR-LINE.
               02 RA-SUSP-DATE PIC X(08).
               02 FILLER       PIC X(01).
               02 RA-FEED-ID   PIC X(05).
               02 FILLER       PIC X(01).
               02 RA-SEQ       PIC X(06).
               02 FILLER       PIC X(01).
               02 RA-VERDICT   PIC X(14).
               02 FILLER       PIC X(44).

           *> define the days a repaired record sat in suspense.
           01 REPAIR-DAYS PIC 9(3).

           *> define the parse layout of one COUNT-ENTRIES log line.
           01 LOG-PARSE.
               02 LP-RUN-DATE PIC X(8).
               02 FILLER      PIC X(1).
               02 LP-RUN-TIME PIC X(8).
               02 FILLER      PIC X(1).
               02 LP-COUNTER1 PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-COUNTER2 PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-COUNTER3 PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-COUNTER4 PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-EXC1     PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-EXC4     PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-DUP1     PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-DUP4     PIC X(4).
               02 FILLER      PIC X(1).
               02 LP-BALANCE  PIC X(1).

           *> define the parse layout of one acceptance register
           *> line: the business date, the feed, and the supplier's
           *> extract stamp, YYYYMMDDHHMMSS.
           01 REGISTER-LINE.
               02 RG-DATE    PIC X(08).
               02 FILLER     PIC X(01).
               02 RG-FEED-ID PIC X(05).
               02 FILLER     PIC X(01).
               02 RG-STAMP   PIC X(14).

           *> define the rate work fields: a month's exceptions and
           *> duplicates per thousand records, for the month being
           *> reported and the month before it.
           01 RATE-MONTH-SUB PIC 9(2).
           01 RATE-WORK-EXC  PIC 9(5)V9.
           01 RATE-WORK-DUP  PIC 9(5)V9.
           01 CUR-EXC-RATE   PIC 9(5)V9.
           01 CUR-DUP-RATE   PIC 9(5)V9.
           01 PRV-EXC-RATE   PIC 9(5)V9.
           01 PRV-DUP-RATE   PIC 9(5)V9.
           01 RATE-SCORED-FLAG PIC 9 VALUE ZERO.
               88  RATE-SCORED VALUE 1.
           01 CUR-SCORED-FLAG PIC 9 VALUE ZERO.
               88  CUR-SCORED VALUE 1.
           01 PRV-SCORED-FLAG PIC 9 VALUE ZERO.
               88  PRV-SCORED VALUE 1.
           01 AVG-REPAIR-DAYS  PIC 9(3)V9.
           01 DELIVERED-MOVE   PIC S9(3).
           01 RATE-MOVE        PIC S9(5)V9.

           *> define the edit pictures the scorecard columns are
           *> formatted through.
           01 RATE-EDIT      PIC ZZZZ9.9.
           01 RATE-MOVE-EDIT PIC +ZZZZ9.9.
           01 COUNT-MOVE-EDIT PIC +ZZ9.
           01 AVG-EDIT       PIC ZZ9.9.

           *> define the tallies reported at the end of the run.
           01 MONTHS-SCORED-COUNT PIC 9(2) VALUE ZERO.
           01 DAYS-WALKED-COUNT  PIC 9(4) VALUE ZERO.
           01 DAYS-UNGATED-COUNT PIC 9(4) VALUE ZERO.
           01 LOG-LINES-USED     PIC 9(4) VALUE ZERO.
           01 LATE-COUNT         PIC 9(4) VALUE ZERO.

           *> define the paging work fields, the same way the run
           *> summary pages its report.
           01 REPORT-LINE PIC X(132).
           01 LINE-COUNT  PIC 9(2) VALUE 99.
           01 PAGE-COUNT  PIC 9(3) VALUE ZERO.
           01 PAGE-LENGTH PIC 9(2) VALUE 55.

           *> define the page heading.
           01 HEADING-LINE.
               02 FILLER       PIC X(37)
                   VALUE "SUPPLIER DELIVERY SCORECARD   PERIOD ".
               02 HD-FROM      PIC X(6).
               02 FILLER       PIC X(4) VALUE " TO ".
               02 HD-TO        PIC X(6).
               02 FILLER       PIC X(13) VALUE SPACES.
               02 FILLER       PIC X(9) VALUE "RUN DATE ".
               02 HD-RUN-DATE  PIC X(8).
               02 FILLER       PIC X(40) VALUE SPACES.
               02 FILLER       PIC X(5) VALUE "PAGE ".
               02 HD-PAGE      PIC 9(3).

           *> define the line opening each month's block.
           01 MONTH-LINE.
               02 FILLER       PIC X(6) VALUE "MONTH ".
               02 ML-YEAR      PIC 9(4).
               02 FILLER       PIC X(1) VALUE "-".
               02 ML-MONTH     PIC 9(2).
               02 FILLER       PIC X(15) VALUE "   DAYS GATED ".
               02 ML-GATED     PIC ZZ9.
               02 FILLER       PIC X(19) VALUE "   DAYS NOT GATED ".
               02 ML-UNGATED   PIC ZZ9.

           *> define the column heading over the feed rows.
           01 COLUMN-LINE.
               02 FILLER PIC X(07) VALUE "FEED".
               02 FILLER PIC X(09) VALUE "DLVD/EXP".
               02 FILLER PIC X(06) VALUE "ACC".
               02 FILLER PIC X(06) VALUE "QUA".
               02 FILLER PIC X(06) VALUE "MIS".
               02 FILLER PIC X(06) VALUE "LAT".
               02 FILLER PIC X(09) VALUE " EXC/1K".
               02 FILLER PIC X(09) VALUE " DUP/1K".
               02 FILLER PIC X(07) VALUE "REPRS".
               02 FILLER PIC X(09) VALUE "AVG-DY".
               02 FILLER PIC X(06) VALUE "MVDL".
               02 FILLER PIC X(10) VALUE "  MV-EXC".
               02 FILLER PIC X(08) VALUE "  MV-DUP".

           *> define one feed's row: deliveries against the days the
           *> gate expected it, the verdicts, the exception and
           *> duplicate rates, the repairs and their average days in
           *> suspense, and the movement against the month before.
           01 SCORE-LINE.
               02 SL-FEED-ID    PIC X(05).
               02 FILLER        PIC X(02).
               02 SL-DELIVERED  PIC ZZ9.
               02 SL-SLASH      PIC X(01).
               02 SL-EXPECTED   PIC ZZ9.
               02 FILLER        PIC X(02).
               02 SL-ACCEPTED   PIC ZZ9.
               02 FILLER        PIC X(03).
               02 SL-QUARANTINE PIC ZZ9.
               02 FILLER        PIC X(03).
               02 SL-MISSING    PIC ZZ9.
               02 FILLER        PIC X(03).
               02 SL-LATE       PIC ZZ9.
               02 FILLER        PIC X(03).
               02 SL-EXC-RATE   PIC X(07).
               02 FILLER        PIC X(02).
               02 SL-DUP-RATE   PIC X(07).
               02 FILLER        PIC X(02).
               02 SL-REPAIRS    PIC ZZZZ9.
               02 FILLER        PIC X(02).
               02 SL-AVG-REPAIR PIC X(06).
               02 FILLER        PIC X(02).
               02 SL-DLVD-MOVE  PIC X(04).
               02 FILLER        PIC X(02).
               02 SL-EXC-MOVE   PIC X(08).
               02 FILLER        PIC X(02).
               02 SL-DUP-MOVE   PIC X(08).

           *> define the line listing a feed's quarantine days for
           *> one gate reason.
           01 REASON-LINE.
               02 FILLER        PIC X(07) VALUE SPACES.
               02 RL-FEED-ID    PIC X(05).
               02 FILLER        PIC X(14) VALUE " QUARANTINED  ".
               02 RL-REASON     PIC X(30).
               02 FILLER        PIC X(02) VALUE SPACES.
               02 RL-DAYS       PIC ZZ9.
               02 FILLER        PIC X(07) VALUE " DAY(S)".

           *> define the date the day walk is standing on, broken out
           *> into its parts so it can be stepped one calendar day at
           *> a time.
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

           *> define the conditions to exit the reading loops.
           01 LOOP-EXIT-FLAG PIC 9 VALUE ZERO.
               88  EXIT-FLAG VALUE 1.

       PROCEDURE DIVISION.

           PERFORM 040-GET-CURRENT-DATE.

           PERFORM 042-READ-PERIOD.

           PERFORM 043-READ-LATE-CUTOFF.

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 046-LABEL-MONTHS.

           PERFORM 050-OPEN-FILES.

           PERFORM 100-WALK-PERIOD-DATES.

           PERFORM 150-LOAD-VOLUME-LOG.

           PERFORM 170-CHECK-LATE-DELIVERIES.

           PERFORM 200-WRITE-SCORECARD.

           PERFORM 300-CLOSE-FILES.

           PERFORM 350-DISPLAY-RESULTS.

       STOP RUN.

       *> takes today's date - the scorecard is asked for on
       *> demand, outside the daily chain, and never scores a date
       *> that has not happened yet - and clears the tables.
       040-GET-CURRENT-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD
           MOVE ZEROS TO SCORE-TABLE
           MOVE ZEROS TO LOG-DAY-TABLE.

       *> establishes the months to be scored, and the month before
       *> them the first one is measured against. A period that
       *> does not read as two months in order, a year or less
       *> apart, stops the run - a scorecard over the wrong months
       *> is worse than none.
       042-READ-PERIOD.
           OPEN INPUT PERIOD-FILE
           IF FS-PERIOD-FILE EQUAL '35' THEN
               MOVE WS-RUN-DATE-TEXT TO WORK-DATE-TEXT
               MOVE 1 TO WORK-DAY
               PERFORM 520-STEP-DATE-BACK
               MOVE WORK-DATE-TEXT (1:6) TO PERIOD-FROM-TEXT
               MOVE WORK-DATE-TEXT (1:6) TO PERIOD-TO-TEXT
               DISPLAY "NO SCORECARD PERIOD STAGED - PREVIOUS MONTH "
                   "SCORED"
           ELSE
               IF FS-PERIOD-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING PERIOD-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               READ PERIOD-FILE
               IF FS-PERIOD-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN READING PERIOD-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF PD-FROM-MONTH IS NOT NUMERIC OR
                 PD-TO-MONTH IS NOT NUMERIC THEN
                   DISPLAY "SCORECARD PERIOD NOT TWO YYYYMM MONTHS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PD-FROM-MONTH TO PERIOD-FROM-TEXT
               MOVE PD-TO-MONTH TO PERIOD-TO-TEXT

               CLOSE PERIOD-FILE
           END-IF

           IF PF-MONTH < 1 OR PF-MONTH > 12 OR
             PT-MONTH < 1 OR PT-MONTH > 12 THEN
               DISPLAY "SCORECARD PERIOD NAMES NO SUCH MONTH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE MONTH-SPAN = (PT-YEAR - PF-YEAR) * 12
               + PT-MONTH - PF-MONTH + 1
           IF MONTH-SPAN < 1 THEN
               DISPLAY "SCORECARD PERIOD ENDS BEFORE IT STARTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MONTH-SPAN > 12 THEN
               DISPLAY "SCORECARD PERIOD LONGER THAN TWELVE MONTHS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE MONTHS-HELD = MONTH-SPAN + 1
           IF PF-MONTH > 1 THEN
               MOVE PF-YEAR TO BM-YEAR
               COMPUTE BM-MONTH = PF-MONTH - 1
           ELSE
               COMPUTE BM-YEAR = PF-YEAR - 1
               MOVE 12 TO BM-MONTH
           END-IF
           STRING BASELINE-MONTH-TEXT "01"
               DELIMITED BY SIZE INTO PERIOD-FIRST-DATE

           MOVE PT-YEAR TO WORK-YEAR
           MOVE PT-MONTH TO WORK-MONTH
           MOVE MONTH-DAYS (WORK-MONTH) TO WORK-DAY
           IF WORK-MONTH EQUAL 2 THEN
               PERFORM 530-CHECK-LEAP-YEAR
               IF LEAP-YEAR THEN
                   MOVE 29 TO WORK-DAY
               END-IF
           END-IF
           MOVE WORK-DATE-TEXT TO PERIOD-LAST-DATE
           IF PERIOD-LAST-DATE > WS-RUN-DATE-TEXT THEN
               MOVE WS-RUN-DATE-TEXT TO PERIOD-LAST-DATE
           END-IF.

       *> establishes the late-delivery cutoff from the run-control
       *> file's FEED-LATE-TIME, keeping the default when it is not
       *> named there.
       043-READ-LATE-CUTOFF.
           MOVE 'FEED-LATE-TIME' TO RC-WANTED-KEY
           PERFORM 700-GET-RUN-CONTROL-VALUE
           IF RC-FOUND THEN
               IF RC-FOUND-VALUE (1:4) IS NUMERIC AND
                 RC-FOUND-VALUE (5:36) EQUAL SPACES THEN
                   MOVE RC-FOUND-VALUE (1:4) TO LATE-CUTOFF-TIME
               ELSE
                   DISPLAY "RUN-CONTROL FEED-LATE-TIME UNUSABLE "
                       "- DEFAULT KEPT"
               END-IF
           END-IF.

       *> builds the scorecard name from the months it covers.
       045-BUILD-FILE-NAMES.
           STRING "supplier_scorecard_" PERIOD-FROM-TEXT "_"
               PERIOD-TO-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-SCORECARD-NAME.

       *> labels every month entry of the scorecard table with its
       *> year and month, counting on from the unprinted month
       *> before the first month scored.
       046-LABEL-MONTHS.
           MOVE BM-YEAR TO CALC-YEAR
           MOVE BM-MONTH TO CALC-MONTH
           PERFORM 047-LABEL-ONE-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > MONTHS-HELD.

       047-LABEL-ONE-MONTH.
           MOVE CALC-YEAR TO SM-YEAR (MONTH-SUB)
           MOVE CALC-MONTH TO SM-MONTH (MONTH-SUB)
           IF CALC-MONTH < 12 THEN
               ADD 1 TO CALC-MONTH
           ELSE
               MOVE 1 TO CALC-MONTH
               ADD 1 TO CALC-YEAR
           END-IF.

       050-OPEN-FILES.
           OPEN OUTPUT SCORECARD-FILE
           IF FS-SCORECARD-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING SCORECARD-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> walks every date of the period, from the first of the
       *> unprinted month before it to the end of the last one - or
       *> today, if that comes first.
       100-WALK-PERIOD-DATES.
           MOVE PERIOD-FIRST-DATE TO WORK-DATE-TEXT
           PERFORM 110-SCORE-ONE-DATE
               UNTIL WORK-DATE-TEXT > PERIOD-LAST-DATE.

       *> scores the date the walk is standing on: each feed's
       *> gate verdict, then the repairs made that day, then steps
       *> forward to the next date. A date with no gate report at
       *> all - the chain did not run, or the report has gone -
       *> is counted apart, not held against the suppliers. The
       *> run's own tallies count the months printed only.
       110-SCORE-ONE-DATE.
           MOVE WORK-DATE-TEXT TO SCORE-DATE
           PERFORM 540-FIND-MONTH-SUB
           IF MONTH-SUB > 1 THEN
               ADD 1 TO DAYS-WALKED-COUNT
           END-IF
           MOVE SPACES TO DAY-VERDICT-TABLE

           PERFORM 120-READ-GATE-REPORT

           IF GATE-FOUND THEN
               ADD 1 TO SM-GATED-DAYS (MONTH-SUB)
               PERFORM 125-TALLY-DAY-VERDICT
                   VARYING FEED-SUB FROM 1 BY 1 UNTIL FEED-SUB > 4
           ELSE
               ADD 1 TO SM-UNGATED-DAYS (MONTH-SUB)
               IF MONTH-SUB > 1 THEN
                   ADD 1 TO DAYS-UNGATED-COUNT
               END-IF
           END-IF

           PERFORM 130-READ-REPAIR-REPORT

           MOVE SCORE-DATE TO WORK-DATE-TEXT
           PERFORM 510-STEP-DATE-FWD.

       *> reads the date's gate report, under its own name or its
       *> archived one.
       120-READ-GATE-REPORT.
           MOVE ZERO TO GATE-FOUND-FLAG
           MOVE SPACES TO WS-GATE-NAME
           STRING "feed_gate_report_" SCORE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-GATE-NAME
           OPEN INPUT GATE-FILE
           IF FS-GATE-FILE EQUAL '35' THEN
               MOVE SPACES TO WS-GATE-NAME
               STRING "archive_feed_gate_report_" SCORE-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-GATE-NAME
               OPEN INPUT GATE-FILE
           END-IF

           IF FS-GATE-FILE NOT EQUAL '35' THEN
               IF FS-GATE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING " WS-GATE-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               SET GATE-FOUND TO TRUE
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 121-READ-ONE-GATE-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE GATE-FILE
           END-IF.

       *> reads one gate report line and keeps its verdict against
       *> its feed. An acceptance stands over a quarantine of the
       *> same feed the same day - the feed did arrive in the end -
       *> and either stands over NOT DELIVERED.
       121-READ-ONE-GATE-LINE.
           MOVE SPACES TO GATE-LINE
           READ GATE-FILE INTO GATE-LINE

           IF FS-GATE-FILE NOT EQUAL '00' AND
             FS-GATE-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING " WS-GATE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-GATE-FILE EQUAL '00' THEN
               MOVE GL-FEED-ID TO RG-FEED-ID
               PERFORM 550-CHECK-FEED-ID
               IF FEED-KNOWN THEN
                   EVALUATE GL-VERDICT
                       WHEN 'ACCEPTED     '
                           MOVE 'A' TO DV-VERDICT (FEED-SUB)
                       WHEN 'QUARANTINED  '
                           IF DV-VERDICT (FEED-SUB) NOT EQUAL 'A' THEN
                               MOVE 'Q' TO DV-VERDICT (FEED-SUB)
                               PERFORM 122-FIND-REASON-SUB
                               MOVE REASON-SUB TO DV-REASON (FEED-SUB)
                           END-IF
                       WHEN 'NOT DELIVERED'
                           IF DV-VERDICT (FEED-SUB) EQUAL SPACE THEN
                               MOVE 'N' TO DV-VERDICT (FEED-SUB)
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF

           IF FS-GATE-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> finds the quarantine reason's entry in the reason table,
       *> landing on the last entry for a reason not known there.
       122-FIND-REASON-SUB.
           MOVE 1 TO REASON-SUB
           PERFORM 123-PROBE-ONE-REASON
               UNTIL REASON-SUB EQUAL 8 OR
                 RS-REASON (REASON-SUB) EQUAL GL-REASON.

       123-PROBE-ONE-REASON.
           ADD 1 TO REASON-SUB.

       *> counts the day's verdict for one feed: delivered when the
       *> gate accepted or quarantined it, missing otherwise.
       125-TALLY-DAY-VERDICT.
           EVALUATE DV-VERDICT (FEED-SUB)
               WHEN 'A'
                   ADD 1 TO SF-DELIVERED (MONTH-SUB FEED-SUB)
                   ADD 1 TO SF-ACCEPTED (MONTH-SUB FEED-SUB)
               WHEN 'Q'
                   ADD 1 TO SF-DELIVERED (MONTH-SUB FEED-SUB)
                   ADD 1 TO SF-QUARANTINED (MONTH-SUB FEED-SUB)
                   MOVE DV-REASON (FEED-SUB) TO REASON-SUB
                   ADD 1 TO
                       SF-REASON-DAYS (MONTH-SUB FEED-SUB REASON-SUB)
               WHEN OTHER
                   ADD 1 TO SF-MISSING (MONTH-SUB FEED-SUB)
           END-EVALUATE.

       *> reads the date's repair audit, under its own name or its
       *> archived one. Most days nothing was repaired and there is
       *> no audit to read.
       130-READ-REPAIR-REPORT.
           MOVE SPACES TO WS-REPAIR-NAME
           STRING "feed_repair_report_" SCORE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPAIR-NAME
           OPEN INPUT REPAIR-FILE
           IF FS-REPAIR-FILE EQUAL '35' THEN
               MOVE SPACES TO WS-REPAIR-NAME
               STRING "archive_feed_repair_report_" SCORE-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-REPAIR-NAME
               OPEN INPUT REPAIR-FILE
           END-IF

           IF FS-REPAIR-FILE NOT EQUAL '35' THEN
               IF FS-REPAIR-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-REPAIR-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 131-READ-ONE-REPAIR-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE REPAIR-FILE
           END-IF.

       *> counts one repair that went through, and the days its
       *> record sat in suspense before it did.
       131-READ-ONE-REPAIR-LINE.
           MOVE SPACES TO REPAIR-LINE
           READ REPAIR-FILE INTO REPAIR-LINE

           IF FS-REPAIR-FILE NOT EQUAL '00' AND
             FS-REPAIR-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING " WS-REPAIR-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-REPAIR-FILE EQUAL '00' THEN
               IF RA-VERDICT EQUAL 'REPAIRED      ' AND
                 RA-SUSP-DATE IS NUMERIC THEN
                   MOVE RA-FEED-ID TO RG-FEED-ID
                   PERFORM 550-CHECK-FEED-ID
                   MOVE RA-SUSP-DATE TO WORK-DATE-TEXT
                   IF FEED-KNOWN AND
                     WORK-MONTH > ZERO AND WORK-MONTH NOT > 12 AND
                     WORK-DAY > ZERO AND WORK-DAY NOT > 31 AND
                     RA-SUSP-DATE NOT > SCORE-DATE THEN
                       PERFORM 135-COUNT-REPAIR-DAYS
                       ADD 1 TO SF-REPAIRS (MONTH-SUB FEED-SUB)
                       ADD REPAIR-DAYS
                           TO SF-REPAIR-DAYS (MONTH-SUB FEED-SUB)
                   END-IF
               END-IF
           END-IF

           IF FS-REPAIR-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> counts the days from the suspense date, already standing
       *> in WORK-DATE, up to the repair date, by stepping one day
       *> at a time - a record repaired the day it was suspended
       *> counts zero.
       135-COUNT-REPAIR-DAYS.
           MOVE ZERO TO REPAIR-DAYS
           PERFORM 136-STEP-ONE-REPAIR-DAY
               UNTIL WORK-DATE-TEXT NOT < SCORE-DATE.

       136-STEP-ONE-REPAIR-DAY.
           PERFORM 510-STEP-DATE-FWD
           ADD 1 TO REPAIR-DAYS
           IF REPAIR-DAYS EQUAL 999 THEN
               MOVE SCORE-DATE TO WORK-DATE-TEXT
           END-IF.

       *> reads the COUNT-ENTRIES run log, keeping the last line of
       *> every date of the period, then sums what was kept into
       *> each month's volume, exception and duplicate counts.
       150-LOAD-VOLUME-LOG.
           OPEN INPUT LOG-FILE
           IF FS-LOG-FILE EQUAL '35' THEN
               DISPLAY "COUNT-ENTRIES LOG NOT ON DISK - RATES NOT "
                   "SCORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF FS-LOG-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING LOG-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 155-KEEP-ONE-LOG-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE LOG-FILE

               PERFORM 160-SUM-ONE-LOG-DAY
                   VARYING MONTH-SUB FROM 1 BY 1
                   UNTIL MONTH-SUB > MONTHS-HELD
                   AFTER DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31
           END-IF.

       *> keeps one log line against its date, when the date falls
       *> in the period - over any line kept for it before.
       155-KEEP-ONE-LOG-LINE.
           MOVE SPACES TO LOG-PARSE
           READ LOG-FILE INTO LOG-PARSE

           IF FS-LOG-FILE NOT EQUAL '00' AND
             FS-LOG-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING LOG-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-LOG-FILE EQUAL '00' THEN
               IF LP-RUN-DATE IS NUMERIC AND
                 LP-RUN-DATE NOT < PERIOD-FIRST-DATE AND
                 LP-RUN-DATE NOT > PERIOD-LAST-DATE AND
                 LP-COUNTER1 IS NUMERIC AND LP-COUNTER2 IS NUMERIC AND
                 LP-COUNTER3 IS NUMERIC AND LP-COUNTER4 IS NUMERIC AND
                 LP-EXC1 IS NUMERIC AND LP-EXC4 IS NUMERIC AND
                 LP-DUP1 IS NUMERIC AND LP-DUP4 IS NUMERIC THEN
                   MOVE LP-RUN-DATE TO SCORE-DATE
                   PERFORM 540-FIND-MONTH-SUB
                   MOVE LP-RUN-DATE (7:2) TO DAY-SUB
                   MOVE 'Y' TO LD-FOUND (MONTH-SUB DAY-SUB)
                   MOVE LP-COUNTER1 TO LD-COUNT (MONTH-SUB DAY-SUB 1)
                   MOVE LP-COUNTER2 TO LD-COUNT (MONTH-SUB DAY-SUB 2)
                   MOVE LP-COUNTER3 TO LD-COUNT (MONTH-SUB DAY-SUB 3)
                   MOVE LP-COUNTER4 TO LD-COUNT (MONTH-SUB DAY-SUB 4)
                   MOVE LP-EXC1 TO LD-EXC1 (MONTH-SUB DAY-SUB)
                   MOVE LP-EXC4 TO LD-EXC4 (MONTH-SUB DAY-SUB)
                   MOVE LP-DUP1 TO LD-DUP1 (MONTH-SUB DAY-SUB)
                   MOVE LP-DUP4 TO LD-DUP4 (MONTH-SUB DAY-SUB)
               END-IF
           END-IF

           IF FS-LOG-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> adds one kept log day into its month's counts.
       160-SUM-ONE-LOG-DAY.
           IF LD-FOUND (MONTH-SUB DAY-SUB) EQUAL 'Y' THEN
               IF MONTH-SUB > 1 THEN
                   ADD 1 TO LOG-LINES-USED
               END-IF
               ADD LD-COUNT (MONTH-SUB DAY-SUB 1)
                   TO SF-RECORDS (MONTH-SUB 1)
               ADD LD-COUNT (MONTH-SUB DAY-SUB 2)
                   TO SF-RECORDS (MONTH-SUB 2)
               ADD LD-COUNT (MONTH-SUB DAY-SUB 3)
                   TO SF-RECORDS (MONTH-SUB 3)
               ADD LD-COUNT (MONTH-SUB DAY-SUB 4)
                   TO SF-RECORDS (MONTH-SUB 4)
               ADD LD-EXC1 (MONTH-SUB DAY-SUB)
                   TO SF-EXCEPTIONS (MONTH-SUB 1)
               ADD LD-EXC4 (MONTH-SUB DAY-SUB)
                   TO SF-EXCEPTIONS (MONTH-SUB 4)
               ADD LD-DUP1 (MONTH-SUB DAY-SUB)
                   TO SF-DUPLICATES (MONTH-SUB 1)
               ADD LD-DUP4 (MONTH-SUB DAY-SUB)
                   TO SF-DUPLICATES (MONTH-SUB 4)
           END-IF.

       *> reads the acceptance register for the period's
       *> deliveries, counting a delivery late when the supplier
       *> cut it after its business date, or on the date itself
       *> but after the late-delivery cutoff.
       170-CHECK-LATE-DELIVERIES.
           OPEN INPUT REGISTER-FILE
           IF FS-REGISTER-FILE EQUAL '35' THEN
               DISPLAY "ACCEPTANCE REGISTER NOT ON DISK - LATENESS "
                   "NOT SCORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF FS-REGISTER-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "REGISTER-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 175-CHECK-ONE-DELIVERY UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE REGISTER-FILE
           END-IF.

       175-CHECK-ONE-DELIVERY.
           MOVE SPACES TO REGISTER-LINE
           READ REGISTER-FILE INTO REGISTER-LINE

           IF FS-REGISTER-FILE NOT EQUAL '00' AND
             FS-REGISTER-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REGISTER-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-REGISTER-FILE EQUAL '00' THEN
               PERFORM 550-CHECK-FEED-ID
               IF FEED-KNOWN AND RG-STAMP IS NUMERIC AND
                 RG-DATE NOT < PERIOD-FIRST-DATE AND
                 RG-DATE NOT > PERIOD-LAST-DATE THEN
                   IF RG-STAMP (1:8) > RG-DATE OR
                     (RG-STAMP (1:8) EQUAL RG-DATE AND
                      RG-STAMP (9:4) > LATE-CUTOFF-TIME) THEN
                       MOVE RG-DATE TO SCORE-DATE
                       PERFORM 540-FIND-MONTH-SUB
                       ADD 1 TO SF-LATE (MONTH-SUB FEED-SUB)
                       IF MONTH-SUB > 1 THEN
                           ADD 1 TO LATE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF FS-REGISTER-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> writes the scorecard, one block per month scored - the
       *> month before them is passed over.
       200-WRITE-SCORECARD.
           PERFORM 210-WRITE-ONE-MONTH
               VARYING MONTH-SUB FROM 2 BY 1
               UNTIL MONTH-SUB > MONTHS-HELD.

       *> writes one month's block: its gated days, a row per feed,
       *> then the feeds' quarantine days by gate reason. A block
       *> that would not fit on what is left of the page starts a
       *> fresh one.
       210-WRITE-ONE-MONTH.
           IF LINE-COUNT + 20 > PAGE-LENGTH THEN
               MOVE PAGE-LENGTH TO LINE-COUNT
           END-IF

           MOVE SM-YEAR (MONTH-SUB) TO ML-YEAR
           MOVE SM-MONTH (MONTH-SUB) TO ML-MONTH
           MOVE SM-GATED-DAYS (MONTH-SUB) TO ML-GATED
           MOVE SM-UNGATED-DAYS (MONTH-SUB) TO ML-UNGATED
           MOVE MONTH-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE COLUMN-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           PERFORM 220-WRITE-FEED-ROW
               VARYING FEED-SUB FROM 1 BY 1 UNTIL FEED-SUB > 4

           PERFORM 230-WRITE-REASON-LINE
               VARYING FEED-SUB FROM 1 BY 1 UNTIL FEED-SUB > 4
               AFTER REASON-SUB FROM 1 BY 1 UNTIL REASON-SUB > 8

           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       *> writes one feed's row for the month. The exception and
       *> duplicate rates only exist for FILE1 and FILE4 - the only
       *> feeds COUNT-ENTRIES validates and de-duplicates - and
       *> only for a month with volume logged. Movement is shown
       *> against the month before, the first month printed
       *> included - the deliveries only when the gate ran in that
       *> month, the rates only when both months have volume.
       220-WRITE-FEED-ROW.
           MOVE SPACES TO SCORE-LINE
           MOVE 'FILE' TO SL-FEED-ID
           MOVE FEED-SUB-X TO SL-FEED-ID (5:1)
           MOVE SF-DELIVERED (MONTH-SUB FEED-SUB) TO SL-DELIVERED
           MOVE "/" TO SL-SLASH
           MOVE SM-GATED-DAYS (MONTH-SUB) TO SL-EXPECTED
           MOVE SF-ACCEPTED (MONTH-SUB FEED-SUB) TO SL-ACCEPTED
           MOVE SF-QUARANTINED (MONTH-SUB FEED-SUB) TO SL-QUARANTINE
           MOVE SF-MISSING (MONTH-SUB FEED-SUB) TO SL-MISSING
           MOVE SF-LATE (MONTH-SUB FEED-SUB) TO SL-LATE
           MOVE SF-REPAIRS (MONTH-SUB FEED-SUB) TO SL-REPAIRS

           MOVE MONTH-SUB TO RATE-MONTH-SUB
           PERFORM 225-COMPUTE-RATES
           MOVE RATE-SCORED-FLAG TO CUR-SCORED-FLAG
           MOVE RATE-WORK-EXC TO CUR-EXC-RATE
           MOVE RATE-WORK-DUP TO CUR-DUP-RATE
           IF FEED-SUB EQUAL 2 OR FEED-SUB EQUAL 3 THEN
               MOVE '    N/A' TO SL-EXC-RATE
               MOVE '    N/A' TO SL-DUP-RATE
           ELSE
               IF CUR-SCORED THEN
                   MOVE CUR-EXC-RATE TO RATE-EDIT
                   MOVE RATE-EDIT TO SL-EXC-RATE
                   MOVE CUR-DUP-RATE TO RATE-EDIT
                   MOVE RATE-EDIT TO SL-DUP-RATE
               ELSE
                   MOVE ' NO VOL' TO SL-EXC-RATE
                   MOVE ' NO VOL' TO SL-DUP-RATE
               END-IF
           END-IF

           IF SF-REPAIRS (MONTH-SUB FEED-SUB) > ZERO THEN
               COMPUTE AVG-REPAIR-DAYS ROUNDED =
                   SF-REPAIR-DAYS (MONTH-SUB FEED-SUB) /
                   SF-REPAIRS (MONTH-SUB FEED-SUB)
               MOVE AVG-REPAIR-DAYS TO AVG-EDIT
               MOVE AVG-EDIT TO SL-AVG-REPAIR (2:5)
           END-IF

           SUBTRACT 1 FROM MONTH-SUB GIVING PREV-SUB
           IF SM-GATED-DAYS (PREV-SUB) > ZERO THEN
               COMPUTE DELIVERED-MOVE =
                   SF-DELIVERED (MONTH-SUB FEED-SUB) -
                   SF-DELIVERED (PREV-SUB FEED-SUB)
               MOVE DELIVERED-MOVE TO COUNT-MOVE-EDIT
               MOVE COUNT-MOVE-EDIT TO SL-DLVD-MOVE
           END-IF

           MOVE PREV-SUB TO RATE-MONTH-SUB
           PERFORM 225-COMPUTE-RATES
           MOVE RATE-SCORED-FLAG TO PRV-SCORED-FLAG
           MOVE RATE-WORK-EXC TO PRV-EXC-RATE
           MOVE RATE-WORK-DUP TO PRV-DUP-RATE
           IF (FEED-SUB EQUAL 1 OR FEED-SUB EQUAL 4) AND
             CUR-SCORED AND PRV-SCORED THEN
               COMPUTE RATE-MOVE = CUR-EXC-RATE - PRV-EXC-RATE
               MOVE RATE-MOVE TO RATE-MOVE-EDIT
               MOVE RATE-MOVE-EDIT TO SL-EXC-MOVE
               COMPUTE RATE-MOVE = CUR-DUP-RATE - PRV-DUP-RATE
               MOVE RATE-MOVE TO RATE-MOVE-EDIT
               MOVE RATE-MOVE-EDIT TO SL-DUP-MOVE
           END-IF

           MOVE SCORE-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       *> works out one month's exceptions and duplicates per
       *> thousand records for the feed in hand - raising
       *> RATE-SCORED only when the month has volume logged.
       225-COMPUTE-RATES.
           MOVE ZERO TO RATE-SCORED-FLAG
           MOVE ZERO TO RATE-WORK-EXC
           MOVE ZERO TO RATE-WORK-DUP
           IF SF-RECORDS (RATE-MONTH-SUB FEED-SUB) > ZERO THEN
               SET RATE-SCORED TO TRUE
               COMPUTE RATE-WORK-EXC ROUNDED =
                   SF-EXCEPTIONS (RATE-MONTH-SUB FEED-SUB) * 1000 /
                   SF-RECORDS (RATE-MONTH-SUB FEED-SUB)
               COMPUTE RATE-WORK-DUP ROUNDED =
                   SF-DUPLICATES (RATE-MONTH-SUB FEED-SUB) * 1000 /
                   SF-RECORDS (RATE-MONTH-SUB FEED-SUB)
           END-IF.

       *> writes the line for one feed's quarantine days under one
       *> gate reason, when there were any.
       230-WRITE-REASON-LINE.
           IF SF-REASON-DAYS (MONTH-SUB FEED-SUB REASON-SUB)
             > ZERO THEN
               MOVE 'FILE' TO RL-FEED-ID
               MOVE FEED-SUB-X TO RL-FEED-ID (5:1)
               MOVE RS-REASON (REASON-SUB) TO RL-REASON
               MOVE SF-REASON-DAYS (MONTH-SUB FEED-SUB REASON-SUB)
                   TO RL-DAYS
               MOVE REASON-LINE TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

       300-CLOSE-FILES.
           CLOSE SCORECARD-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Scorecard written: " WS-SCORECARD-NAME
           MOVE MONTH-SPAN TO MONTHS-SCORED-COUNT
           DISPLAY "Number of months scored: "
           DISPLAY MONTHS-SCORED-COUNT
           DISPLAY "Number of dates walked: "
           DISPLAY DAYS-WALKED-COUNT
           DISPLAY "Number of dates with no gate report: "
           DISPLAY DAYS-UNGATED-COUNT
           DISPLAY "Number of run log days used: "
           DISPLAY LOG-LINES-USED
           DISPLAY "Number of late deliveries: "
           DISPLAY LATE-COUNT.

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

       *> places SCORE-DATE in its month of the period, leaving the
       *> month's entry number in MONTH-SUB - 1 for the unprinted
       *> month before the period. Every caller has already kept
       *> the date inside the walk.
       540-FIND-MONTH-SUB.
           MOVE SCORE-DATE (1:4) TO CALC-YEAR
           MOVE SCORE-DATE (5:2) TO CALC-MONTH
           COMPUTE MONTH-CALC = (CALC-YEAR - BM-YEAR) * 12
               + CALC-MONTH - BM-MONTH + 1
           MOVE MONTH-CALC TO MONTH-SUB.

       *> raises FEED-KNOWN when RG-FEED-ID names one of the four
       *> feeds, leaving its number in FEED-SUB.
       550-CHECK-FEED-ID.
           MOVE ZERO TO FEED-KNOWN-FLAG
           IF RG-FEED-ID (1:4) EQUAL 'FILE' AND
             RG-FEED-ID (5:1) NOT < '1' AND
             RG-FEED-ID (5:1) NOT > '4' THEN
               MOVE RG-FEED-ID (5:1) TO FEED-SUB-X
               SET FEED-KNOWN TO TRUE
           END-IF.

       *> writes one scorecard line, starting a fresh page first
       *> when the current one is full.
       800-WRITE-REPORT-LINE.
           IF LINE-COUNT NOT < PAGE-LENGTH THEN
               PERFORM 810-WRITE-PAGE-HEADING
           END-IF
           WRITE SCORECARD-FILE-REC FROM REPORT-LINE
           ADD 1 TO LINE-COUNT.

       *> starts a fresh page: the heading line with the period,
       *> run date and page number, then a blank line.
       810-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE PERIOD-FROM-TEXT TO HD-FROM
           MOVE PERIOD-TO-TEXT TO HD-TO
           MOVE WS-RUN-DATE-TEXT TO HD-RUN-DATE
           MOVE PAGE-COUNT TO HD-PAGE
           WRITE SCORECARD-FILE-REC FROM HEADING-LINE
           MOVE SPACES TO SCORECARD-FILE-REC
           WRITE SCORECARD-FILE-REC
           MOVE 2 TO LINE-COUNT.

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
