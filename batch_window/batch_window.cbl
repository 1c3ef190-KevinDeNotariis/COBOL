       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-WINDOW.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used, so the report judges the night
           *> the batch actually processed. When it does not exist
           *> (this program run standalone) today's date is used.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the one-record on-demand parameter the operator stages
           *> to look at the window while the chain is still
           *> running: the run date to judge, or blank for the run
           *> date on RUN-DATE-FILE. It is only there for the
           *> on-demand job, and is removed once read - see
           *> 041-CHECK-WINDOW-PARM.
           SELECT WINDOW-PARM-FILE
               ASSIGN TO "batch_window_parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WINDOW-PARM.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read here
           *> twice, once to find the nights on it and once to pair
           *> every step's start with its end, and appended to like
           *> any other step for this step's own timing.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

           *> the single keyword=value run-control file, looked up
           *> here for the per-step elapsed limits, the online
           *> deadline and the trend deviation - see
           *> 700-GET-RUN-CONTROL-VALUE.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-CONTROL.

           *> the paginated batch window report, one per run date.
           *> ASSIGN TO DYNAMIC takes the file name from the data
           *> item at OPEN time, so each night gets its own report.
           SELECT WINDOW-FILE ASSIGN TO DYNAMIC WS-WINDOW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WINDOW-FILE.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-DATE-FILE.
               01 RUN-DATE-FILE-REC PIC X(8).

           FD WINDOW-PARM-FILE.
               01 WINDOW-PARM-REC PIC X(8).

           FD STEP-TIMING-FILE.
               01 STEP-TIMING-REC PIC X(80).

           FD RUN-CONTROL-FILE.
               01 RUN-CONTROL-REC PIC X(60).

           FD WINDOW-FILE.
               01 WINDOW-FILE-REC PIC X(132).

       WORKING-STORAGE SECTION.

           *> define the parse layout of one step-timing log line,
           *> as every step's 995-WRITE-STEP-TIMING-LINE writes it.
           01 TIMING-LINE-PARSE.
               02 TP-RUN-DATE    PIC X(8).
               02 FILLER         PIC X(1).
               02 TP-STEP        PIC X(8).
               02 FILLER         PIC X(1).
               02 TP-PROGRAM     PIC X(22).
               02 FILLER         PIC X(1).
               02 TP-EVENT       PIC X(5).
               02 FILLER         PIC X(1).
               02 TP-STAMP-DATE  PIC X(8).
               02 FILLER         PIC X(1).
               02 TP-STAMP-TIME  PIC X(8).
               02 FILLER         PIC X(1).
               02 TP-RECORDS     PIC X(9).
               02 FILLER         PIC X(1).
               02 TP-RETURN-CODE PIC X(4).
               02 FILLER         PIC X(1).

           *> define the steps of DLYRUN01 in the order the chain
           *> runs them, each with the program it runs. A step added
           *> to the chain is added here and to the run-control
           *> catalogue with its STEP-LIMIT- entry.
           01 STEP-CATALOGUE-VALUES.
               02 FILLER PIC X(29) VALUE "STEP002RUN-CONTROL".
               02 FILLER PIC X(29) VALUE "STEP005FEED-GATE".
               02 FILLER PIC X(29) VALUE "STEP008FEED-REPAIR".
               02 FILLER PIC X(29) VALUE "STEP010COUNT-ENTRIES".
               02 FILLER PIC X(29) VALUE "STEP012ROSTER-QUEUE".
               02 FILLER PIC X(29) VALUE "STEP015ROSTER-MAINT".
               02 FILLER PIC X(29) VALUE "STEP016ROSTER-CDC".
               02 FILLER PIC X(29) VALUE "STEP017ROSTER-RECON".
               02 FILLER PIC X(29) VALUE "STEP018PHONE-CONFLICT".
               02 FILLER PIC X(29)
                   VALUE "STEP020CHECKNAMES_LINE_SEQ".
               02 FILLER PIC X(29) VALUE "STEP025DELTA-REPORT".
               02 FILLER PIC X(29) VALUE "STEP028ANIMAL-CENSUS".
               02 FILLER PIC X(29)
                   VALUE "STEP030JOIN-PEOPLE-INVENTIONS".
               02 FILLER PIC X(29) VALUE "STEP032INVENTION-MASTER".
               02 FILLER PIC X(29) VALUE "STEP035JOIN-EXTRACT".
               02 FILLER PIC X(29) VALUE "STEP037EXTRACT-ACK".
               02 FILLER PIC X(29) VALUE "STEP040VOLUME-TREND".
               02 FILLER PIC X(29) VALUE "STEP080RUN-SUMMARY".
               02 FILLER PIC X(29) VALUE "STEP085ROSTER-DIRECTORY".
               02 FILLER PIC X(29) VALUE "STEP088BATCH-WINDOW".
               02 FILLER PIC X(29) VALUE "STEP090HOUSEKEEPING".
           01 STEP-CATALOGUE REDEFINES STEP-CATALOGUE-VALUES.
               02 SC-ENTRY OCCURS 21 TIMES.
                   03 SC-STEP    PIC X(7).
                   03 SC-PROGRAM PIC X(22).
           01 STEP-COUNT PIC 9(2) VALUE 21.

           *> define the per-step figures: the elapsed limit looked
           *> up in the run-control file, and the trend over the
           *> history nights - all of them, the most recent seven,
           *> and the ones before those. Times are in seconds.
           01 STEP-WORK-TABLE.
               02 SW-ENTRY OCCURS 21 TIMES.
                   03 SW-LIMIT-MINUTES   PIC 9(3).
                   03 SW-LIMIT-SECONDS   PIC 9(7).
                   03 SW-NIGHTS          PIC 9(3).
                   03 SW-TOTAL           PIC 9(9).
                   03 SW-MINIMUM         PIC 9(7).
                   03 SW-MAXIMUM         PIC 9(7).
                   03 SW-AVERAGE         PIC 9(7).
                   03 SW-RECENT-NIGHTS   PIC 9(3).
                   03 SW-RECENT-TOTAL    PIC 9(9).
                   03 SW-RECENT-AVERAGE  PIC 9(7).
                   03 SW-EARLIER-NIGHTS  PIC 9(3).
                   03 SW-EARLIER-TOTAL   PIC 9(9).
                   03 SW-EARLIER-AVERAGE PIC 9(7).
                   03 SW-CREEP-FLAG      PIC X(1).
                       88  SW-CREEPING VALUE 'Y'.

           *> define the history nights found on the log before the
           *> run date - the most recent thirty, oldest first.
           01 HISTORY-NIGHTS.
               02 HN-DATE PIC X(8) OCCURS 30 TIMES.
           01 HISTORY-NIGHT-COUNT PIC 9(2) VALUE ZERO.
           01 HISTORY-NIGHT-LIMIT PIC 9(2) VALUE 30.
           01 RECENT-FROM-NO      PIC 9(2).

           *> define what the log shows for every night and step:
           *> rows 1 to 30 are the history nights in HN-DATE order,
           *> row 31 is the run date itself. A step's night is its
           *> first start paired with the next end; a start with no
           *> end yet is pending. A start after a failed end (return
           *> code 8 and up) is a rerun and reopens the pair, a
           *> start after a clean end is passed over - that is an
           *> on-demand run of the same program later in the day.
           *> Stamps are seconds counted from the day number of the
           *> stamp date - see 149-STAMP-TO-SECONDS.
           01 CELL-TABLE.
               02 CT-NIGHT OCCURS 31 TIMES.
                   03 CT-STEP OCCURS 21 TIMES.
                       04 CT-STATE       PIC X(1).
                           88  CT-NOT-SEEN  VALUE SPACE.
                           88  CT-PENDING   VALUE 'P'.
                           88  CT-COMPLETE  VALUE 'C'.
                       04 CT-FIRST-START PIC 9(12).
                       04 CT-START       PIC 9(12).
                       04 CT-END         PIC 9(12).
                       04 CT-ELAPSED     PIC 9(7).
                       04 CT-RECORDS     PIC 9(9).
                       04 CT-RC          PIC 9(4).
                       04 CT-ATTEMPTS    PIC 9(2).
           01 TONIGHT-NO PIC 9(2) VALUE 31.

           *> define the table subscripts and the switches and
           *> results of the night and step searches.
           01 NIGHT-NO       PIC 9(2).
           01 STEP-NO        PIC 9(2).
           01 SHIFT-NO       PIC 9(2).
           01 INSERT-NO      PIC 9(2).
           01 PREV-NO        PIC 9(2).
           01 GRID-NO        PIC 9(2).
           01 FOUND-NIGHT-NO PIC 9(2).
           01 FOUND-STEP-NO  PIC 9(2).
           01 NIGHT-FOUND-FLAG PIC 9 VALUE ZERO.
               88  NIGHT-FOUND VALUE 1.
           01 STEP-FOUND-FLAG PIC 9 VALUE ZERO.
               88  STEP-FOUND VALUE 1.
           01 INSERT-FLAG PIC 9 VALUE ZERO.
               88  INSERT-DONE VALUE 1.
           01 NIGHT-SKIP-FLAG PIC 9 VALUE ZERO.
               88  NIGHT-SKIPPED VALUE 1.

           *> define the file status flags.
           01 FS-RUN-DATE-FILE PIC 99.
           01 FS-WINDOW-FILE   PIC 99.
           01 FS-WINDOW-PARM PIC 99.

           *> define the on-demand parameter date, and the switch
           *> saying this run is an on-demand look rather than the
           *> chain's own step.
           01 WINDOW-PARM-DATE PIC X(8).
           01 ON-DEMAND-FLAG PIC 9 VALUE ZERO.
               88  ON-DEMAND-LOOK VALUE 1.

           *> define the name handed to the file-delete service
           *> routine when the consumed parameter is removed, and the
           *> status it comes back with, with the program's own
           *> return code parked around the call.
           01 DELETE-FILE-NAME   PIC X(40).
           01 DELETE-STATUS      PIC S9(4) COMP.
           01 PARKED-RETURN-CODE PIC S9(4) COMP.

           *> define the run-control lookup work fields - see
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

           *> define the window controls with the defaults used when
           *> the run-control file does not name them: each step's
           *> elapsed limit in minutes, the online deadline as HHMM
           *> - online services come up at 06:00 - and the percent
           *> the last seven nights' average may exceed the earlier
           *> nights' before a step is flagged as creeping.
           01 DEFAULT-LIMIT-MINUTES PIC 9(3) VALUE 30.
           01 WINDOW-DEADLINE       PIC 9(4) VALUE 0600.
           01 WINDOW-DEADLINE-PARTS REDEFINES WINDOW-DEADLINE.
               02 DEADLINE-HH PIC 9(2).
               02 DEADLINE-MM PIC 9(2).
           01 TREND-DEVIATION-PCT   PIC 9(3) VALUE 20.

           *> define the date and clock work fields the stamps are
           *> turned into seconds with, and back.
           01 WORK-DATE.
               02 WORK-YEAR  PIC 9(4).
               02 WORK-MONTH PIC 9(2).
               02 WORK-DAY   PIC 9(2).
           01 WORK-DATE-TEXT REDEFINES WORK-DATE PIC X(8).
           01 WORK-CLOCK.
               02 WORK-HH PIC 9(2).
               02 WORK-MM PIC 9(2).
               02 WORK-SS PIC 9(2).
               02 WORK-CC PIC 9(2).
           01 WORK-CLOCK-TEXT REDEFINES WORK-CLOCK PIC X(8).
           01 DAY-NUMBER     PIC 9(8).
           01 DN-A           PIC 9(8).
           01 DN-B           PIC 9(8).
           01 DN-C           PIC 9(8).
           01 DN-D           PIC 9(8).
           01 DN-E           PIC 9(8).
           01 DN-M           PIC 9(8).
           01 DN-Y           PIC 9(8).
           01 DN-WORK        PIC 9(8).
           01 STAMP-SECONDS  PIC 9(12).
           01 SECONDS-OF-DAY PIC 9(5).

           *> define the stamp and duration formatting fields - see
           *> 565-FORMAT-STAMP and 570-FORMAT-DURATION.
           01 FMT-SECONDS  PIC 9(12).
           01 FMT-DURATION PIC 9(7).
           01 FMT-HOURS    PIC 9(5).
           01 FMT-REST     PIC 9(5).
           01 FMT-STAMP.
               02 FMT-STAMP-DATE  PIC X(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 FMT-STAMP-CLOCK PIC X(8).
           01 FMT-CLOCK.
               02 FMT-CLOCK-HH PIC 9(2).
               02 FILLER       PIC X(1) VALUE ':'.
               02 FMT-CLOCK-MM PIC 9(2).
               02 FILLER       PIC X(1) VALUE ':'.
               02 FMT-CLOCK-SS PIC 9(2).

           *> define the window figures for the run date: the wall
           *> clock now, the first start and last end on the log,
           *> the time the remaining steps are still expected to
           *> take, the projected completion and the deadline.
           01 NOW-SECONDS        PIC 9(12).
           01 CHAIN-START        PIC 9(12).
           01 LAST-END           PIC 9(12).
           01 REMAINING-SECONDS  PIC 9(9).
           01 PROJECTED-END      PIC 9(12).
           01 DEADLINE-SECONDS   PIC 9(12).
           01 DEADLINE-OF-DAY    PIC 9(5).
           01 CHAIN-START-DAY    PIC 9(8).
           01 CHAIN-START-OF-DAY PIC 9(5).
           01 LATE-BY-SECONDS    PIC 9(7).
           01 EXPECTED-SECONDS   PIC 9(7).
           01 RUNNING-SECONDS    PIC 9(7).
           01 LAST-ACTIVE-NO     PIC 9(2).

           *> define the window tallies and the verdict switches.
           01 STEPS-COMPLETE  PIC 9(2) VALUE ZERO.
           01 STEPS-PENDING   PIC 9(2) VALUE ZERO.
           01 STEPS-TO-RUN    PIC 9(2) VALUE ZERO.
           01 STEPS-OVER      PIC 9(2) VALUE ZERO.
           01 STEPS-CREEPING  PIC 9(2) VALUE ZERO.
           01 CHAIN-SEEN-FLAG PIC 9 VALUE ZERO.
               88  CHAIN-SEEN VALUE 1.
           01 CHAIN-DONE-FLAG PIC 9 VALUE ZERO.
               88  CHAIN-DONE VALUE 1.
           01 LATE-FLAG PIC 9 VALUE ZERO.
               88  RUNNING-LATE VALUE 1.

           *> define the creeping test work fields.
           01 CREEP-LEFT  PIC 9(11).
           01 CREEP-RIGHT PIC 9(11).

           *> define the tonight percent-of-average work field.
           01 PCT-OF-AVERAGE PIC 9(7).
           01 TREND-PCT-EDIT PIC ZZ9.

           *> define the run date the report judges, and the
           *> run-dated report name.
           01 WS-RUN-DATE-TEXT PIC X(8).
           01 WS-WINDOW-NAME   PIC X(40).

           *> define the report line being staged, the page layout
           *> counters, and the page heading.
           01 REPORT-LINE PIC X(132).
           01 LINE-COUNT  PIC 9(2) VALUE 99.
           01 PAGE-COUNT  PIC 9(3) VALUE ZERO.
           01 PAGE-LENGTH PIC 9(2) VALUE 55.

           01 HEADING-LINE.
               02 FILLER       PIC X(33)
                   VALUE "DLYRUN01 BATCH WINDOW REPORT     ".
               02 FILLER       PIC X(9) VALUE "RUN DATE ".
               02 HD-RUN-DATE  PIC X(8).
               02 FILLER       PIC X(74) VALUE SPACES.
               02 FILLER       PIC X(5) VALUE "PAGE ".
               02 HD-PAGE      PIC 9(3).

           *> define the report lines of the window section.
           01 WINDOW-LINE.
               02 FILLER    PIC X(2) VALUE SPACES.
               02 WL-LABEL  PIC X(32).
               02 WL-VALUE  PIC X(60).
           01 WINDOW-COUNT-EDIT PIC Z9.

           *> define the column heading and detail line of the
           *> tonight section, one line per step.
           01 STEP-HEADING-LINE.
               02 FILLER PIC X(31) VALUE "STEP    PROGRAM".
               02 FILLER PIC X(36)
                   VALUE "START    END      ELAPSED  LIMIT".
               02 FILLER PIC X(48)
                   VALUE "  RECORDS RC   RUNS AVERAGE  OF AVG STATUS".
           01 STEP-LINE.
               02 SL-STEP     PIC X(7).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-PROGRAM  PIC X(22).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-START    PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-END      PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-ELAPSED  PIC X(8).
               02 FILLER      PIC X(2) VALUE SPACES.
               02 SL-LIMIT    PIC ZZ9.
               02 FILLER      PIC X(1) VALUE 'M'.
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-RECORDS  PIC X(9).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-RC       PIC X(4).
               02 FILLER      PIC X(2) VALUE SPACES.
               02 SL-RUNS     PIC X(2).
               02 FILLER      PIC X(2) VALUE SPACES.
               02 SL-AVERAGE  PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 SL-PCT      PIC X(5).
               02 FILLER      PIC X(2) VALUE SPACES.
               02 SL-STATUS   PIC X(20).
           01 SL-RECORDS-EDIT PIC Z(8)9.
           01 SL-RUNS-EDIT    PIC Z9.
           01 SL-PCT-EDIT     PIC ZZZ9.

           *> define the column heading and detail line of the trend
           *> section, one line per step.
           01 TREND-HEADING-LINE.
               02 FILLER PIC X(31) VALUE "STEP    PROGRAM".
               02 FILLER PIC X(45)
                   VALUE "NIGHTS AVERAGE  MINIMUM  MAXIMUM  LAST 7".
               02 FILLER PIC X(20) VALUE "EARLIER  TREND".
           01 TREND-LINE.
               02 TR-STEP     PIC X(7).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-PROGRAM  PIC X(22).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-NIGHTS   PIC ZZ9.
               02 FILLER      PIC X(4) VALUE SPACES.
               02 TR-AVERAGE  PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-MINIMUM  PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-MAXIMUM  PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-RECENT   PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-EARLIER  PIC X(8).
               02 FILLER      PIC X(1) VALUE SPACE.
               02 TR-FLAG     PIC X(20).

           *> define the night-by-night grid line: the step, then
           *> its elapsed minutes on each history night, oldest
           *> first, with the run date in the column after them.
           01 GRID-LINE.
               02 GL-STEP PIC X(7).
               02 GL-CELL PIC X(4) OCCURS 31 TIMES.
           01 GRID-MINUTES      PIC 9(5).
           01 GRID-MINUTES-EDIT PIC ZZ9.

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
               02 STL-STEP        PIC X(8) VALUE "STEP088".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "BATCH-WINDOW".
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

           *> define the count of timing lines read on the pairing
           *> pass - the records this step reports processed.
           01 TIMING-LINE-COUNT PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 040-GET-RUN-DATE.

           PERFORM 041-CHECK-WINDOW-PARM.

           PERFORM 030-LOG-STEP-START.

           PERFORM 042-READ-WINDOW-CONTROLS.

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 100-FIND-HISTORY-NIGHTS.

           PERFORM 130-PAIR-TIMING-LINES.

           PERFORM 160-COMPUTE-STEP-TRENDS.

           PERFORM 170-PROJECT-COMPLETION.

           PERFORM 050-OPEN-WINDOW-REPORT.

           PERFORM 200-WRITE-WINDOW-SECTION.

           PERFORM 210-WRITE-TONIGHT-SECTION.

           PERFORM 230-WRITE-TREND-SECTION.

           PERFORM 250-WRITE-NIGHT-GRID.

           PERFORM 300-CLOSE-WINDOW-REPORT.

           PERFORM 350-DISPLAY-RESULTS.

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand. The start line is
       *> on the log before the log is read back, so the report
       *> shows this step as the one running. An on-demand look
       *> is not a step of the chain and stamps nothing - its
       *> lines would be taken for the chain's own STEP088.
       030-LOG-STEP-START.
           IF NOT ON-DEMAND-LOOK THEN
               MOVE WS-RUN-DATE-TEXT TO STL-RUN-DATE
               MOVE 'START' TO STL-EVENT
               MOVE ZERO TO STL-RECORDS
               MOVE ZERO TO STL-RETURN-CODE
               PERFORM 995-WRITE-STEP-TIMING-LINE
               SET STEP-TIMING-STARTED TO TRUE
           END-IF.

       *> picks up the run date the report judges - the date of the
       *> run the batch actually processed, or today's date when
       *> RUN-DATE-FILE does not exist.
       040-GET-RUN-DATE.
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

       *> picks up the on-demand parameter when the operator staged
       *> one. A run date on it replaces the run date on
       *> RUN-DATE-FILE; a blank one keeps it. A parameter that does
       *> not read as a date ends the run with return code 8. The
       *> parameter is removed as soon as it is read, good or bad -
       *> one left behind would turn the chain's own STEP088 into an
       *> on-demand look every night after.
       041-CHECK-WINDOW-PARM.
           OPEN INPUT WINDOW-PARM-FILE
           IF FS-WINDOW-PARM EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-WINDOW-PARM NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "WINDOW-PARM-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               SET ON-DEMAND-LOOK TO TRUE
               MOVE SPACES TO WINDOW-PARM-DATE
               READ WINDOW-PARM-FILE INTO WINDOW-PARM-DATE
               IF FS-WINDOW-PARM NOT EQUAL '00' AND
                 FS-WINDOW-PARM NOT EQUAL '10' THEN
                   DISPLAY "SOMETHING WRONG WHEN READING "
                       "WINDOW-PARM-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE WINDOW-PARM-FILE
               PERFORM 044-CONSUME-WINDOW-PARM

               IF WINDOW-PARM-DATE NOT EQUAL SPACES THEN
                   IF WINDOW-PARM-DATE IS NUMERIC THEN
                       MOVE WINDOW-PARM-DATE TO WS-RUN-DATE-TEXT
                   ELSE
                       DISPLAY "BATCH WINDOW PARAMETER IS NOT A DATE: "
                           WINDOW-PARM-DATE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       *> hands the on-demand parameter, once read, to the
       *> file-delete service routine. The routine reports through
       *> RETURN-CODE, so the program's own return code is parked
       *> around the call.
       044-CONSUME-WINDOW-PARM.
           MOVE "batch_window_parm.txt" TO DELETE-FILE-NAME
           MOVE RETURN-CODE TO PARKED-RETURN-CODE
           CALL "CBL_DELETE_FILE" USING DELETE-FILE-NAME
           MOVE RETURN-CODE TO DELETE-STATUS
           MOVE PARKED-RETURN-CODE TO RETURN-CODE
           IF DELETE-STATUS EQUAL ZERO THEN
               DISPLAY "ON-DEMAND PARAMETER TAKEN IN AND REMOVED: "
                   DELETE-FILE-NAME
           ELSE
               DISPLAY "COULD NOT REMOVE ON-DEMAND PARAMETER "
                   DELETE-FILE-NAME
           END-IF.

       *> looks up the window controls in the run-control file:
       *> every step's elapsed limit, the online deadline and the
       *> trend deviation. Anything not named, or named as zero,
       *> keeps its default.
       042-READ-WINDOW-CONTROLS.
           PERFORM 043-READ-ONE-STEP-LIMIT
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT

           MOVE 'WINDOW-DEADLINE' TO RC-WANTED-KEY
           PERFORM 700-GET-RUN-CONTROL-VALUE
           IF RC-FOUND THEN
               PERFORM 720-CONVERT-CONTROL-NUMBER
               IF RC-NUM-VALUE > ZERO AND RC-NUM-VALUE < 2400 THEN
                   MOVE RC-NUM-VALUE TO WINDOW-DEADLINE
               END-IF
           END-IF
           COMPUTE DEADLINE-OF-DAY =
               DEADLINE-HH * 3600 + DEADLINE-MM * 60

           MOVE 'TREND-DEVIATION-PCT' TO RC-WANTED-KEY
           PERFORM 700-GET-RUN-CONTROL-VALUE
           IF RC-FOUND THEN
               PERFORM 720-CONVERT-CONTROL-NUMBER
               IF RC-NUM-VALUE > ZERO AND RC-NUM-VALUE < 1000 THEN
                   MOVE RC-NUM-VALUE TO TREND-DEVIATION-PCT
               END-IF
           END-IF.

       043-READ-ONE-STEP-LIMIT.
           MOVE DEFAULT-LIMIT-MINUTES TO SW-LIMIT-MINUTES (STEP-NO)
           MOVE SPACES TO RC-WANTED-KEY
           STRING "STEP-LIMIT-" SC-STEP (STEP-NO)
               DELIMITED BY SIZE INTO RC-WANTED-KEY
           PERFORM 700-GET-RUN-CONTROL-VALUE
           IF RC-FOUND THEN
               PERFORM 720-CONVERT-CONTROL-NUMBER
               IF RC-NUM-VALUE > ZERO AND RC-NUM-VALUE < 1000 THEN
                   MOVE RC-NUM-VALUE TO SW-LIMIT-MINUTES (STEP-NO)
               END-IF
           END-IF
           COMPUTE SW-LIMIT-SECONDS (STEP-NO) =
               SW-LIMIT-MINUTES (STEP-NO) * 60.

       *> builds the run-dated report name from the run date.
       045-BUILD-FILE-NAMES.
           STRING "batch_window_report_" WS-RUN-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-WINDOW-NAME.

       050-OPEN-WINDOW-REPORT.
           OPEN OUTPUT WINDOW-FILE
           IF FS-WINDOW-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING WINDOW-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> first pass over the step-timing log: collects the run
       *> dates on it before the run date, keeping the most recent
       *> thirty in date order. A log that is not there yet leaves
       *> no history - the report then judges the night on the
       *> step limits alone.
       100-FIND-HISTORY-NIGHTS.
           OPEN INPUT STEP-TIMING-FILE
           IF FS-STEP-TIMING EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-STEP-TIMING NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "STEP-TIMING-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 110-SCAN-ONE-TIMING-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE STEP-TIMING-FILE
           END-IF.

       110-SCAN-ONE-TIMING-LINE.
           MOVE SPACES TO TIMING-LINE-PARSE
           READ STEP-TIMING-FILE INTO TIMING-LINE-PARSE

           IF FS-STEP-TIMING NOT EQUAL '00' AND
             FS-STEP-TIMING NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   "STEP-TIMING-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-STEP-TIMING EQUAL '00' THEN
               IF TP-RUN-DATE IS NUMERIC AND
                 TP-RUN-DATE < WS-RUN-DATE-TEXT THEN
                   PERFORM 120-ADD-HISTORY-NIGHT
               END-IF
           END-IF

           IF FS-STEP-TIMING EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> files the line's run date among the history nights, if
       *> it is not there already. Once thirty are held, a date
       *> older than all of them is passed over, and a newer one
       *> pushes the oldest out.
       120-ADD-HISTORY-NIGHT.
           PERFORM 145-FIND-HISTORY-NIGHT
           IF NOT NIGHT-FOUND THEN
               MOVE ZERO TO NIGHT-SKIP-FLAG
               IF HISTORY-NIGHT-COUNT < HISTORY-NIGHT-LIMIT THEN
                   ADD 1 TO HISTORY-NIGHT-COUNT
               ELSE
                   IF TP-RUN-DATE < HN-DATE (1) THEN
                       SET NIGHT-SKIPPED TO TRUE
                   ELSE
                       PERFORM 125-SHIFT-ONE-NIGHT
                           VARYING SHIFT-NO FROM 1 BY 1
                           UNTIL SHIFT-NO NOT < HISTORY-NIGHT-LIMIT
                   END-IF
               END-IF

               IF NOT NIGHT-SKIPPED THEN
                   MOVE HISTORY-NIGHT-COUNT TO INSERT-NO
                   MOVE ZERO TO INSERT-FLAG
                   PERFORM 126-MAKE-ROOM-ONE-NIGHT
                       UNTIL INSERT-DONE
                   MOVE TP-RUN-DATE TO HN-DATE (INSERT-NO)
               END-IF
           END-IF.

       *> moves one history night down a slot, dropping the oldest.
       125-SHIFT-ONE-NIGHT.
           COMPUTE PREV-NO = SHIFT-NO + 1
           MOVE HN-DATE (PREV-NO) TO HN-DATE (SHIFT-NO).

       *> walks the free slot back past every night later than the
       *> one being filed, so the nights stay in date order.
       126-MAKE-ROOM-ONE-NIGHT.
           IF INSERT-NO EQUAL 1 THEN
               SET INSERT-DONE TO TRUE
           ELSE
               COMPUTE PREV-NO = INSERT-NO - 1
               IF HN-DATE (PREV-NO) > TP-RUN-DATE THEN
                   MOVE HN-DATE (PREV-NO) TO HN-DATE (INSERT-NO)
                   MOVE PREV-NO TO INSERT-NO
               ELSE
                   SET INSERT-DONE TO TRUE
               END-IF
           END-IF.

       *> second pass over the step-timing log: files every line
       *> for the run date or a history night against its step.
       130-PAIR-TIMING-LINES.
           MOVE SPACES TO CELL-TABLE

           OPEN INPUT STEP-TIMING-FILE
           IF FS-STEP-TIMING EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-STEP-TIMING NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "STEP-TIMING-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 140-PAIR-ONE-TIMING-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE STEP-TIMING-FILE
           END-IF.

       140-PAIR-ONE-TIMING-LINE.
           MOVE SPACES TO TIMING-LINE-PARSE
           READ STEP-TIMING-FILE INTO TIMING-LINE-PARSE

           IF FS-STEP-TIMING NOT EQUAL '00' AND
             FS-STEP-TIMING NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   "STEP-TIMING-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-STEP-TIMING EQUAL '00' THEN
               ADD 1 TO TIMING-LINE-COUNT
               PERFORM 141-FILE-ONE-TIMING-LINE
           END-IF

           IF FS-STEP-TIMING EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> finds the line's night and step and files its start or
       *> end. A line for a night outside the thirty kept, for a
       *> step not in the chain, or with a stamp that does not
       *> read is passed over.
       141-FILE-ONE-TIMING-LINE.
           MOVE ZERO TO NIGHT-FOUND-FLAG
           IF TP-RUN-DATE EQUAL WS-RUN-DATE-TEXT THEN
               SET NIGHT-FOUND TO TRUE
               MOVE TONIGHT-NO TO FOUND-NIGHT-NO
           ELSE
               PERFORM 145-FIND-HISTORY-NIGHT
           END-IF

           PERFORM 147-FIND-CHAIN-STEP

           IF NIGHT-FOUND AND STEP-FOUND AND
             TP-STAMP-DATE IS NUMERIC AND
             TP-STAMP-TIME IS NUMERIC THEN
               MOVE TP-STAMP-DATE TO WORK-DATE-TEXT
               MOVE TP-STAMP-TIME TO WORK-CLOCK-TEXT
               PERFORM 149-STAMP-TO-SECONDS
               IF TP-EVENT EQUAL 'START' THEN
                   PERFORM 142-FILE-START-LINE
               END-IF
               IF TP-EVENT EQUAL 'END' THEN
                   PERFORM 143-FILE-END-LINE
               END-IF
           END-IF.

       *> a start opens the step's pair for the night. A second
       *> start before any end means the earlier attempt never
       *> got to its end line (an abend); a start after a failed
       *> end is a rerun. Both count as another run of the step.
       142-FILE-START-LINE.
           EVALUATE TRUE
               WHEN CT-NOT-SEEN (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   MOVE STAMP-SECONDS TO
                       CT-FIRST-START (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   MOVE STAMP-SECONDS TO
                       CT-START (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   MOVE 1 TO CT-ATTEMPTS (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   SET CT-PENDING (FOUND-NIGHT-NO, FOUND-STEP-NO)
                       TO TRUE
               WHEN CT-PENDING (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   MOVE STAMP-SECONDS TO
                       CT-START (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   ADD 1 TO CT-ATTEMPTS (FOUND-NIGHT-NO, FOUND-STEP-NO)
               WHEN OTHER
                   IF CT-RC (FOUND-NIGHT-NO, FOUND-STEP-NO)
                     NOT < 8 THEN
                       MOVE STAMP-SECONDS TO
                           CT-START (FOUND-NIGHT-NO, FOUND-STEP-NO)
                       ADD 1 TO
                           CT-ATTEMPTS (FOUND-NIGHT-NO, FOUND-STEP-NO)
                       SET CT-PENDING (FOUND-NIGHT-NO, FOUND-STEP-NO)
                           TO TRUE
                   END-IF
           END-EVALUATE.

       *> an end closes the step's open pair, with its elapsed
       *> time, records and return code. An end with no open
       *> start is passed over.
       143-FILE-END-LINE.
           IF CT-PENDING (FOUND-NIGHT-NO, FOUND-STEP-NO) THEN
               MOVE STAMP-SECONDS TO
                   CT-END (FOUND-NIGHT-NO, FOUND-STEP-NO)
               IF STAMP-SECONDS > CT-START (FOUND-NIGHT-NO,
                 FOUND-STEP-NO) THEN
                   COMPUTE CT-ELAPSED (FOUND-NIGHT-NO, FOUND-STEP-NO)
                       = STAMP-SECONDS
                       - CT-START (FOUND-NIGHT-NO, FOUND-STEP-NO)
               ELSE
                   MOVE ZERO TO
                       CT-ELAPSED (FOUND-NIGHT-NO, FOUND-STEP-NO)
               END-IF

               MOVE ZERO TO CT-RECORDS (FOUND-NIGHT-NO, FOUND-STEP-NO)
               IF TP-RECORDS IS NUMERIC THEN
                   MOVE TP-RECORDS TO
                       CT-RECORDS (FOUND-NIGHT-NO, FOUND-STEP-NO)
               END-IF
               MOVE ZERO TO CT-RC (FOUND-NIGHT-NO, FOUND-STEP-NO)
               IF TP-RETURN-CODE IS NUMERIC THEN
                   MOVE TP-RETURN-CODE TO
                       CT-RC (FOUND-NIGHT-NO, FOUND-STEP-NO)
               END-IF

               SET CT-COMPLETE (FOUND-NIGHT-NO, FOUND-STEP-NO)
                   TO TRUE
           END-IF.

       *> looks the line's run date up among the history nights.
       145-FIND-HISTORY-NIGHT.
           MOVE ZERO TO NIGHT-FOUND-FLAG
           PERFORM 146-PROBE-ONE-NIGHT
               VARYING NIGHT-NO FROM 1 BY 1
               UNTIL NIGHT-NO > HISTORY-NIGHT-COUNT OR NIGHT-FOUND.

       146-PROBE-ONE-NIGHT.
           IF HN-DATE (NIGHT-NO) EQUAL TP-RUN-DATE THEN
               SET NIGHT-FOUND TO TRUE
               MOVE NIGHT-NO TO FOUND-NIGHT-NO
           END-IF.

       *> looks the line's step up in the chain's step catalogue.
       147-FIND-CHAIN-STEP.
           MOVE ZERO TO STEP-FOUND-FLAG
           PERFORM 148-PROBE-ONE-STEP
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT OR STEP-FOUND.

       148-PROBE-ONE-STEP.
           IF SC-STEP (STEP-NO) EQUAL TP-STEP THEN
               SET STEP-FOUND TO TRUE
               MOVE STEP-NO TO FOUND-STEP-NO
           END-IF.

       *> turns the stamp in WORK-DATE and WORK-CLOCK into seconds
       *> counted from the date's day number, so a step that runs
       *> across midnight still times correctly.
       149-STAMP-TO-SECONDS.
           PERFORM 540-COMPUTE-DAY-NUMBER
           COMPUTE STAMP-SECONDS = DAY-NUMBER * 86400
               + WORK-HH * 3600 + WORK-MM * 60 + WORK-SS.

       *> works out every step's trend over the history nights.
       160-COMPUTE-STEP-TRENDS.
           IF HISTORY-NIGHT-COUNT > 7 THEN
               COMPUTE RECENT-FROM-NO = HISTORY-NIGHT-COUNT - 6
           ELSE
               MOVE 1 TO RECENT-FROM-NO
           END-IF

           PERFORM 161-TREND-ONE-STEP
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT.

       *> a step's trend counts only the nights it completed clean
       *> (return code under 8) - a failed night's time says
       *> nothing about how long the step takes. It is flagged as
       *> creeping when its last seven nights average more than
       *> the deviation percent over the nights before them.
       161-TREND-ONE-STEP.
           MOVE ZERO TO SW-NIGHTS (STEP-NO)
           MOVE ZERO TO SW-TOTAL (STEP-NO)
           MOVE 9999999 TO SW-MINIMUM (STEP-NO)
           MOVE ZERO TO SW-MAXIMUM (STEP-NO)
           MOVE ZERO TO SW-AVERAGE (STEP-NO)
           MOVE ZERO TO SW-RECENT-NIGHTS (STEP-NO)
           MOVE ZERO TO SW-RECENT-TOTAL (STEP-NO)
           MOVE ZERO TO SW-RECENT-AVERAGE (STEP-NO)
           MOVE ZERO TO SW-EARLIER-NIGHTS (STEP-NO)
           MOVE ZERO TO SW-EARLIER-TOTAL (STEP-NO)
           MOVE ZERO TO SW-EARLIER-AVERAGE (STEP-NO)
           MOVE 'N' TO SW-CREEP-FLAG (STEP-NO)

           PERFORM 162-TREND-ONE-NIGHT
               VARYING NIGHT-NO FROM 1 BY 1
               UNTIL NIGHT-NO > HISTORY-NIGHT-COUNT

           IF SW-NIGHTS (STEP-NO) > ZERO THEN
               DIVIDE SW-TOTAL (STEP-NO) BY SW-NIGHTS (STEP-NO)
                   GIVING SW-AVERAGE (STEP-NO) ROUNDED
           ELSE
               MOVE ZERO TO SW-MINIMUM (STEP-NO)
           END-IF
           IF SW-RECENT-NIGHTS (STEP-NO) > ZERO THEN
               DIVIDE SW-RECENT-TOTAL (STEP-NO)
                   BY SW-RECENT-NIGHTS (STEP-NO)
                   GIVING SW-RECENT-AVERAGE (STEP-NO) ROUNDED
           END-IF
           IF SW-EARLIER-NIGHTS (STEP-NO) > ZERO THEN
               DIVIDE SW-EARLIER-TOTAL (STEP-NO)
                   BY SW-EARLIER-NIGHTS (STEP-NO)
                   GIVING SW-EARLIER-AVERAGE (STEP-NO) ROUNDED
           END-IF

           IF SW-RECENT-NIGHTS (STEP-NO) > ZERO AND
             SW-EARLIER-NIGHTS (STEP-NO) > ZERO THEN
               COMPUTE CREEP-LEFT = SW-RECENT-AVERAGE (STEP-NO) * 100
               COMPUTE CREEP-RIGHT = SW-EARLIER-AVERAGE (STEP-NO)
                   * (100 + TREND-DEVIATION-PCT)
               IF CREEP-LEFT > CREEP-RIGHT THEN
                   SET SW-CREEPING (STEP-NO) TO TRUE
                   ADD 1 TO STEPS-CREEPING
               END-IF
           END-IF.

       162-TREND-ONE-NIGHT.
           IF CT-COMPLETE (NIGHT-NO, STEP-NO) AND
             CT-RC (NIGHT-NO, STEP-NO) < 8 THEN
               ADD 1 TO SW-NIGHTS (STEP-NO)
               ADD CT-ELAPSED (NIGHT-NO, STEP-NO) TO SW-TOTAL (STEP-NO)
               IF CT-ELAPSED (NIGHT-NO, STEP-NO) <
                 SW-MINIMUM (STEP-NO) THEN
                   MOVE CT-ELAPSED (NIGHT-NO, STEP-NO)
                       TO SW-MINIMUM (STEP-NO)
               END-IF
               IF CT-ELAPSED (NIGHT-NO, STEP-NO) >
                 SW-MAXIMUM (STEP-NO) THEN
                   MOVE CT-ELAPSED (NIGHT-NO, STEP-NO)
                       TO SW-MAXIMUM (STEP-NO)
               END-IF
               IF NIGHT-NO NOT < RECENT-FROM-NO THEN
                   ADD 1 TO SW-RECENT-NIGHTS (STEP-NO)
                   ADD CT-ELAPSED (NIGHT-NO, STEP-NO)
                       TO SW-RECENT-TOTAL (STEP-NO)
               ELSE
                   ADD 1 TO SW-EARLIER-NIGHTS (STEP-NO)
                   ADD CT-ELAPSED (NIGHT-NO, STEP-NO)
                       TO SW-EARLIER-TOTAL (STEP-NO)
               END-IF
           END-IF.

       *> judges the run date's window. The chain started at the
       *> first start on the log for the run date; what is left
       *> is every step still running, plus every step after the
       *> last one seen - a step before it that never started was
       *> passed over by the chain and is not waited for. Each is
       *> expected to take its history average (its limit when it
       *> has no history); a running step only what is left of
       *> that. The deadline is the first online start after the
       *> chain started.
       170-PROJECT-COMPLETION.
           ACCEPT WORK-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT WORK-CLOCK-TEXT FROM TIME
           PERFORM 149-STAMP-TO-SECONDS
           MOVE STAMP-SECONDS TO NOW-SECONDS

           MOVE ZERO TO CHAIN-START
           MOVE ZERO TO LAST-END
           MOVE ZERO TO LAST-ACTIVE-NO
           MOVE ZERO TO REMAINING-SECONDS

           PERFORM 171-SPAN-ONE-STEP
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT

           PERFORM 172-PROJECT-ONE-STEP
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT

           IF NOT CHAIN-SEEN THEN
               MOVE NOW-SECONDS TO CHAIN-START
           END-IF

           IF STEPS-PENDING EQUAL ZERO AND STEPS-TO-RUN EQUAL ZERO
             AND CHAIN-SEEN THEN
               SET CHAIN-DONE TO TRUE
               MOVE LAST-END TO PROJECTED-END
           ELSE
               COMPUTE PROJECTED-END =
                   NOW-SECONDS + REMAINING-SECONDS
           END-IF

           DIVIDE CHAIN-START BY 86400 GIVING CHAIN-START-DAY
               REMAINDER CHAIN-START-OF-DAY
           COMPUTE DEADLINE-SECONDS =
               CHAIN-START-DAY * 86400 + DEADLINE-OF-DAY
           IF CHAIN-START-OF-DAY NOT < DEADLINE-OF-DAY THEN
               ADD 86400 TO DEADLINE-SECONDS
           END-IF

           MOVE ZERO TO LATE-BY-SECONDS
           IF PROJECTED-END > DEADLINE-SECONDS THEN
               SET RUNNING-LATE TO TRUE
               COMPUTE LATE-BY-SECONDS =
                   PROJECTED-END - DEADLINE-SECONDS
           END-IF.

       *> finds where the run date's chain stands: its first start,
       *> its last end, and the last step seen at all.
       171-SPAN-ONE-STEP.
           IF NOT CT-NOT-SEEN (TONIGHT-NO, STEP-NO) THEN
               MOVE STEP-NO TO LAST-ACTIVE-NO
               IF NOT CHAIN-SEEN OR
                 CT-FIRST-START (TONIGHT-NO, STEP-NO) < CHAIN-START
                 THEN
                   MOVE CT-FIRST-START (TONIGHT-NO, STEP-NO)
                       TO CHAIN-START
                   SET CHAIN-SEEN TO TRUE
               END-IF
           END-IF
           IF CT-COMPLETE (TONIGHT-NO, STEP-NO) THEN
               IF CT-END (TONIGHT-NO, STEP-NO) > LAST-END THEN
                   MOVE CT-END (TONIGHT-NO, STEP-NO) TO LAST-END
               END-IF
           END-IF.

       172-PROJECT-ONE-STEP.
           IF SW-NIGHTS (STEP-NO) > ZERO THEN
               MOVE SW-AVERAGE (STEP-NO) TO EXPECTED-SECONDS
           ELSE
               MOVE SW-LIMIT-SECONDS (STEP-NO) TO EXPECTED-SECONDS
           END-IF

           EVALUATE TRUE
               WHEN CT-COMPLETE (TONIGHT-NO, STEP-NO)
                   ADD 1 TO STEPS-COMPLETE
                   IF CT-ELAPSED (TONIGHT-NO, STEP-NO) >
                     SW-LIMIT-SECONDS (STEP-NO) THEN
                       ADD 1 TO STEPS-OVER
                   END-IF
               WHEN CT-PENDING (TONIGHT-NO, STEP-NO)
                   ADD 1 TO STEPS-PENDING
                   PERFORM 173-TIME-RUNNING-STEP
                   IF RUNNING-SECONDS > SW-LIMIT-SECONDS (STEP-NO)
                     THEN
                       ADD 1 TO STEPS-OVER
                   END-IF
                   IF EXPECTED-SECONDS > RUNNING-SECONDS THEN
                       COMPUTE REMAINING-SECONDS = REMAINING-SECONDS
                           + EXPECTED-SECONDS - RUNNING-SECONDS
                   END-IF
               WHEN OTHER
                   IF STEP-NO > LAST-ACTIVE-NO THEN
                       ADD 1 TO STEPS-TO-RUN
                       ADD EXPECTED-SECONDS TO REMAINING-SECONDS
                   END-IF
           END-EVALUATE.

       *> how long a step with no end yet has been running.
       173-TIME-RUNNING-STEP.
           IF NOW-SECONDS > CT-START (TONIGHT-NO, STEP-NO) THEN
               COMPUTE RUNNING-SECONDS =
                   NOW-SECONDS - CT-START (TONIGHT-NO, STEP-NO)
           ELSE
               MOVE ZERO TO RUNNING-SECONDS
           END-IF.

       *> writes the window section: where the chain stands, when
       *> it will be done, and whether that beats the deadline.
       200-WRITE-WINDOW-SECTION.
           MOVE "BATCH WINDOW" TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE "CHAIN STARTED" TO WL-LABEL
           IF CHAIN-SEEN THEN
               MOVE CHAIN-START TO FMT-SECONDS
               PERFORM 565-FORMAT-STAMP
               MOVE FMT-STAMP TO WL-VALUE
           ELSE
               MOVE "NOT YET - NO STEP ON THE LOG FOR THE RUN DATE"
                   TO WL-VALUE
           END-IF
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "LAST STEP ENDED" TO WL-LABEL
           IF LAST-END > ZERO THEN
               MOVE LAST-END TO FMT-SECONDS
               PERFORM 565-FORMAT-STAMP
               MOVE FMT-STAMP TO WL-VALUE
           ELSE
               MOVE "NONE YET" TO WL-VALUE
           END-IF
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "STEPS ENDED" TO WL-LABEL
           MOVE STEPS-COMPLETE TO WINDOW-COUNT-EDIT
           MOVE WINDOW-COUNT-EDIT TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "STEPS STARTED WITH NO END" TO WL-LABEL
           MOVE STEPS-PENDING TO WINDOW-COUNT-EDIT
           MOVE WINDOW-COUNT-EDIT TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "STEPS STILL TO RUN" TO WL-LABEL
           MOVE STEPS-TO-RUN TO WINDOW-COUNT-EDIT
           MOVE WINDOW-COUNT-EDIT TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "STEPS OVER THEIR LIMIT" TO WL-LABEL
           MOVE STEPS-OVER TO WINDOW-COUNT-EDIT
           MOVE WINDOW-COUNT-EDIT TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "STEPS CREEPING" TO WL-LABEL
           MOVE STEPS-CREEPING TO WINDOW-COUNT-EDIT
           MOVE WINDOW-COUNT-EDIT TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "HISTORY NIGHTS ON THE LOG" TO WL-LABEL
           MOVE HISTORY-NIGHT-COUNT TO WINDOW-COUNT-EDIT
           MOVE WINDOW-COUNT-EDIT TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           IF CHAIN-DONE THEN
               MOVE "CHAIN COMPLETED" TO WL-LABEL
           ELSE
               MOVE "PROJECTED COMPLETION" TO WL-LABEL
           END-IF
           MOVE PROJECTED-END TO FMT-SECONDS
           PERFORM 565-FORMAT-STAMP
           MOVE FMT-STAMP TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "ONLINE SERVICES DEADLINE" TO WL-LABEL
           MOVE DEADLINE-SECONDS TO FMT-SECONDS
           PERFORM 565-FORMAT-STAMP
           MOVE FMT-STAMP TO WL-VALUE
           PERFORM 205-WRITE-WINDOW-LINE

           MOVE "VERDICT" TO WL-LABEL
           IF RUNNING-LATE THEN
               MOVE LATE-BY-SECONDS TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE SPACES TO WL-VALUE
               STRING "LATE - PAST THE DEADLINE BY " FMT-CLOCK
                   DELIMITED BY SIZE INTO WL-VALUE
           ELSE
               MOVE "ON TIME" TO WL-VALUE
           END-IF
           PERFORM 205-WRITE-WINDOW-LINE.

       205-WRITE-WINDOW-LINE.
           MOVE WINDOW-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       *> writes the tonight section: one line per step of the
       *> chain with its times against its limit and average.
       210-WRITE-TONIGHT-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STEPS FOR RUN DATE " WS-RUN-DATE-TEXT
               " - ELAPSED AGAINST THE STEP LIMIT AND THE "
               "HISTORY AVERAGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE STEP-HEADING-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           PERFORM 215-WRITE-ONE-STEP-LINE
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT.

       215-WRITE-ONE-STEP-LINE.
           MOVE SC-STEP (STEP-NO) TO SL-STEP
           MOVE SC-PROGRAM (STEP-NO) TO SL-PROGRAM
           MOVE SW-LIMIT-MINUTES (STEP-NO) TO SL-LIMIT
           MOVE SPACES TO SL-START
           MOVE SPACES TO SL-END
           MOVE SPACES TO SL-ELAPSED
           MOVE SPACES TO SL-RECORDS
           MOVE SPACES TO SL-RC
           MOVE SPACES TO SL-RUNS
           MOVE SPACES TO SL-PCT
           MOVE SPACES TO SL-STATUS

           IF SW-NIGHTS (STEP-NO) > ZERO THEN
               MOVE SW-AVERAGE (STEP-NO) TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE FMT-CLOCK TO SL-AVERAGE
           ELSE
               MOVE "   -" TO SL-AVERAGE
           END-IF

           IF NOT CT-NOT-SEEN (TONIGHT-NO, STEP-NO) THEN
               MOVE CT-FIRST-START (TONIGHT-NO, STEP-NO)
                   TO FMT-SECONDS
               PERFORM 565-FORMAT-STAMP
               MOVE FMT-STAMP-CLOCK TO SL-START
               MOVE CT-ATTEMPTS (TONIGHT-NO, STEP-NO) TO SL-RUNS-EDIT
               MOVE SL-RUNS-EDIT TO SL-RUNS
           END-IF

           EVALUATE TRUE
               WHEN CT-COMPLETE (TONIGHT-NO, STEP-NO)
                   PERFORM 216-FILL-ENDED-STEP
               WHEN CT-PENDING (TONIGHT-NO, STEP-NO)
                   PERFORM 173-TIME-RUNNING-STEP
                   MOVE RUNNING-SECONDS TO FMT-DURATION
                   PERFORM 570-FORMAT-DURATION
                   MOVE FMT-CLOCK TO SL-ELAPSED
                   IF RUNNING-SECONDS > SW-LIMIT-SECONDS (STEP-NO)
                     THEN
                       MOVE "NO END - OVER LIMIT" TO SL-STATUS
                   ELSE
                       MOVE "RUNNING OR NO END" TO SL-STATUS
                   END-IF
               WHEN OTHER
                   IF STEP-NO > LAST-ACTIVE-NO THEN
                       MOVE "STILL TO RUN" TO SL-STATUS
                   ELSE
                       MOVE "NOT RUN" TO SL-STATUS
                   END-IF
           END-EVALUATE

           MOVE STEP-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       *> fills the end, elapsed, records, return code and status
       *> of a step that ended for the run date.
       216-FILL-ENDED-STEP.
           MOVE CT-END (TONIGHT-NO, STEP-NO) TO FMT-SECONDS
           PERFORM 565-FORMAT-STAMP
           MOVE FMT-STAMP-CLOCK TO SL-END
           MOVE CT-ELAPSED (TONIGHT-NO, STEP-NO) TO FMT-DURATION
           PERFORM 570-FORMAT-DURATION
           MOVE FMT-CLOCK TO SL-ELAPSED
           MOVE CT-RECORDS (TONIGHT-NO, STEP-NO) TO SL-RECORDS-EDIT
           MOVE SL-RECORDS-EDIT TO SL-RECORDS
           MOVE CT-RC (TONIGHT-NO, STEP-NO) TO SL-RC

           IF SW-AVERAGE (STEP-NO) > ZERO THEN
               COMPUTE PCT-OF-AVERAGE ROUNDED =
                   CT-ELAPSED (TONIGHT-NO, STEP-NO) * 100
                   / SW-AVERAGE (STEP-NO)
               IF PCT-OF-AVERAGE > 9999 THEN
                   MOVE 9999 TO PCT-OF-AVERAGE
               END-IF
               MOVE PCT-OF-AVERAGE TO SL-PCT-EDIT
               MOVE SPACES TO SL-PCT
               STRING SL-PCT-EDIT "%" DELIMITED BY SIZE INTO SL-PCT
           END-IF

           IF CT-RC (TONIGHT-NO, STEP-NO) NOT < 8 THEN
               MOVE "FAILED" TO SL-STATUS
           ELSE
               IF CT-ELAPSED (TONIGHT-NO, STEP-NO) >
                 SW-LIMIT-SECONDS (STEP-NO) THEN
                   MOVE "OVER LIMIT" TO SL-STATUS
               ELSE
                   IF CT-ATTEMPTS (TONIGHT-NO, STEP-NO) > 1 THEN
                       MOVE "OK AFTER RERUN" TO SL-STATUS
                   ELSE
                       MOVE "OK" TO SL-STATUS
                   END-IF
               END-IF
           END-IF.

       *> writes the trend section: one line per step with its
       *> history nights' average, range, and the last seven
       *> nights against the ones before them.
       230-WRITE-TREND-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE TREND-DEVIATION-PCT TO TREND-PCT-EDIT
           STRING "TREND OVER THE LAST 30 NIGHTS, CLEAN RUNS ONLY - "
               "CREEPING WHEN THE LAST 7 AVERAGE IS OVER "
               TREND-PCT-EDIT "% ABOVE THE EARLIER AVERAGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE TREND-HEADING-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           PERFORM 235-WRITE-ONE-TREND-LINE
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT.

       235-WRITE-ONE-TREND-LINE.
           MOVE SC-STEP (STEP-NO) TO TR-STEP
           MOVE SC-PROGRAM (STEP-NO) TO TR-PROGRAM
           MOVE SW-NIGHTS (STEP-NO) TO TR-NIGHTS
           MOVE SPACES TO TR-FLAG

           IF SW-NIGHTS (STEP-NO) EQUAL ZERO THEN
               MOVE "   -" TO TR-AVERAGE
               MOVE "   -" TO TR-MINIMUM
               MOVE "   -" TO TR-MAXIMUM
               MOVE "NO HISTORY" TO TR-FLAG
           ELSE
               MOVE SW-AVERAGE (STEP-NO) TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE FMT-CLOCK TO TR-AVERAGE
               MOVE SW-MINIMUM (STEP-NO) TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE FMT-CLOCK TO TR-MINIMUM
               MOVE SW-MAXIMUM (STEP-NO) TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE FMT-CLOCK TO TR-MAXIMUM
           END-IF

           IF SW-RECENT-NIGHTS (STEP-NO) > ZERO THEN
               MOVE SW-RECENT-AVERAGE (STEP-NO) TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE FMT-CLOCK TO TR-RECENT
           ELSE
               MOVE "   -" TO TR-RECENT
           END-IF

           IF SW-EARLIER-NIGHTS (STEP-NO) > ZERO THEN
               MOVE SW-EARLIER-AVERAGE (STEP-NO) TO FMT-DURATION
               PERFORM 570-FORMAT-DURATION
               MOVE FMT-CLOCK TO TR-EARLIER
           ELSE
               MOVE "   -" TO TR-EARLIER
           END-IF

           IF SW-CREEPING (STEP-NO) THEN
               MOVE "CREEPING" TO TR-FLAG
           END-IF

           MOVE TREND-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       *> writes the night-by-night grid: every step's elapsed
       *> minutes on each history night, oldest first, then the
       *> run date - a creeping step shows as a rising row. A
       *> dot is a night the step has no clean end for.
       250-WRITE-NIGHT-GRID.
           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF HISTORY-NIGHT-COUNT > ZERO THEN
               STRING "ELAPSED MINUTES PER NIGHT FROM " HN-DATE (1)
                   " TO " WS-RUN-DATE-TEXT
                   " - DAY OF THE MONTH ACROSS THE TOP, THE RUN "
                   "DATE LAST"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ELAPSED MINUTES FOR RUN DATE " WS-RUN-DATE-TEXT
                   " - NO HISTORY NIGHTS ON THE LOG YET"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO GRID-LINE
           MOVE "STEP" TO GL-STEP
           PERFORM 251-HEAD-ONE-GRID-NIGHT
               VARYING NIGHT-NO FROM 1 BY 1
               UNTIL NIGHT-NO > HISTORY-NIGHT-COUNT
           COMPUTE GRID-NO = HISTORY-NIGHT-COUNT + 1
           MOVE WS-RUN-DATE-TEXT (7:2) TO GL-CELL (GRID-NO) (3:2)
           MOVE GRID-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           PERFORM 255-WRITE-ONE-GRID-LINE
               VARYING STEP-NO FROM 1 BY 1
               UNTIL STEP-NO > STEP-COUNT.

       251-HEAD-ONE-GRID-NIGHT.
           MOVE HN-DATE (NIGHT-NO) (7:2) TO GL-CELL (NIGHT-NO) (3:2).

       255-WRITE-ONE-GRID-LINE.
           MOVE SPACES TO GRID-LINE
           MOVE SC-STEP (STEP-NO) TO GL-STEP
           PERFORM 256-FILL-ONE-GRID-CELL
               VARYING NIGHT-NO FROM 1 BY 1
               UNTIL NIGHT-NO > HISTORY-NIGHT-COUNT

           MOVE TONIGHT-NO TO NIGHT-NO
           COMPUTE GRID-NO = HISTORY-NIGHT-COUNT + 1
           PERFORM 257-FILL-GRID-CELL-AT

           MOVE GRID-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE.

       256-FILL-ONE-GRID-CELL.
           MOVE NIGHT-NO TO GRID-NO
           PERFORM 257-FILL-GRID-CELL-AT.

       *> fills grid column GRID-NO from night NIGHT-NO, elapsed
       *> minutes rounded up.
       257-FILL-GRID-CELL-AT.
           IF CT-COMPLETE (NIGHT-NO, STEP-NO) AND
             CT-RC (NIGHT-NO, STEP-NO) < 8 THEN
               COMPUTE GRID-MINUTES =
                   (CT-ELAPSED (NIGHT-NO, STEP-NO) + 59) / 60
               IF GRID-MINUTES > 999 THEN
                   MOVE 999 TO GRID-MINUTES
               END-IF
               MOVE GRID-MINUTES TO GRID-MINUTES-EDIT
               MOVE GRID-MINUTES-EDIT TO GL-CELL (GRID-NO) (2:3)
           ELSE
               MOVE "   ." TO GL-CELL (GRID-NO)
           END-IF.

       300-CLOSE-WINDOW-REPORT.
           CLOSE WINDOW-FILE.

       350-DISPLAY-RESULTS.
           IF RUNNING-LATE OR STEPS-OVER > ZERO THEN
               DISPLAY "BATCH WINDOW: RUN NEEDS ATTENTION"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "BATCH WINDOW: RUN OK"
           END-IF
           IF CHAIN-DONE THEN
               DISPLAY "Chain completed: "
           ELSE
               DISPLAY "Projected completion: "
           END-IF
           MOVE PROJECTED-END TO FMT-SECONDS
           PERFORM 565-FORMAT-STAMP
           DISPLAY FMT-STAMP
           DISPLAY "Steps over their limit: "
           DISPLAY STEPS-OVER
           DISPLAY "Steps creeping: "
           DISPLAY STEPS-CREEPING.

       *> sets DAY-NUMBER to the day number of WORK-DATE - a count
       *> of days that runs on across month and year ends, so two
       *> stamps subtract to the time between them.
       540-COMPUTE-DAY-NUMBER.
           SUBTRACT WORK-MONTH FROM 14 GIVING DN-WORK
           DIVIDE DN-WORK BY 12 GIVING DN-A
           COMPUTE DN-Y = WORK-YEAR + 4800 - DN-A
           COMPUTE DN-M = WORK-MONTH + 12 * DN-A - 3

           COMPUTE DN-WORK = 153 * DN-M + 2
           DIVIDE DN-WORK BY 5 GIVING DN-WORK
           COMPUTE DAY-NUMBER = WORK-DAY + DN-WORK + 365 * DN-Y
           DIVIDE DN-Y BY 4 GIVING DN-WORK
           ADD DN-WORK TO DAY-NUMBER
           DIVIDE DN-Y BY 100 GIVING DN-WORK
           SUBTRACT DN-WORK FROM DAY-NUMBER
           DIVIDE DN-Y BY 400 GIVING DN-WORK
           ADD DN-WORK TO DAY-NUMBER
           SUBTRACT 32045 FROM DAY-NUMBER.

       *> sets WORK-DATE back from DAY-NUMBER - the reverse of
       *> 540-COMPUTE-DAY-NUMBER.
       550-DAY-NUMBER-TO-DATE.
           ADD DAY-NUMBER 32044 GIVING DN-A
           COMPUTE DN-WORK = 4 * DN-A + 3
           DIVIDE DN-WORK BY 146097 GIVING DN-B
           COMPUTE DN-WORK = 146097 * DN-B
           DIVIDE DN-WORK BY 4 GIVING DN-WORK
           SUBTRACT DN-WORK FROM DN-A GIVING DN-C

           COMPUTE DN-WORK = 4 * DN-C + 3
           DIVIDE DN-WORK BY 1461 GIVING DN-D
           COMPUTE DN-WORK = 1461 * DN-D
           DIVIDE DN-WORK BY 4 GIVING DN-WORK
           SUBTRACT DN-WORK FROM DN-C GIVING DN-E

           COMPUTE DN-WORK = 5 * DN-E + 2
           DIVIDE DN-WORK BY 153 GIVING DN-M
           COMPUTE DN-WORK = 153 * DN-M + 2
           DIVIDE DN-WORK BY 5 GIVING DN-WORK
           COMPUTE WORK-DAY = DN-E - DN-WORK + 1

           DIVIDE DN-M BY 10 GIVING DN-WORK
           COMPUTE WORK-MONTH = DN-M + 3 - 12 * DN-WORK
           COMPUTE WORK-YEAR = 100 * DN-B + DN-D - 4800 + DN-WORK.

       *> formats the stamp in FMT-SECONDS as its date and its
       *> HH:MM:SS clock time.
       565-FORMAT-STAMP.
           DIVIDE FMT-SECONDS BY 86400 GIVING DAY-NUMBER
               REMAINDER SECONDS-OF-DAY
           PERFORM 550-DAY-NUMBER-TO-DATE
           MOVE WORK-DATE-TEXT TO FMT-STAMP-DATE
           MOVE SECONDS-OF-DAY TO FMT-DURATION
           PERFORM 570-FORMAT-DURATION
           MOVE FMT-CLOCK TO FMT-STAMP-CLOCK.

       *> formats the seconds in FMT-DURATION as HH:MM:SS.
       570-FORMAT-DURATION.
           DIVIDE FMT-DURATION BY 3600 GIVING FMT-HOURS
               REMAINDER FMT-REST
           IF FMT-HOURS > 99 THEN
               MOVE 99 TO FMT-HOURS
           END-IF
           MOVE FMT-HOURS TO FMT-CLOCK-HH
           DIVIDE FMT-REST BY 60 GIVING FMT-CLOCK-MM
               REMAINDER FMT-CLOCK-SS.

       *> looks one keyword up in the run-control file, leaving its
       *> value in RC-FOUND-VALUE when the file names it. A missing
       *> file simply means nothing is named there - the caller
       *> falls back to its default.
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

       *> writes the staged report line, breaking to a fresh page
       *> with its heading whenever the current page is full.
       800-WRITE-REPORT-LINE.
           IF LINE-COUNT NOT < PAGE-LENGTH THEN
               PERFORM 810-WRITE-PAGE-HEADING
           END-IF
           WRITE WINDOW-FILE-REC FROM REPORT-LINE
           ADD 1 TO LINE-COUNT.

       *> starts a fresh page: the heading line with the run date
       *> and page number, then a blank line.
       810-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE WS-RUN-DATE-TEXT TO HD-RUN-DATE
           MOVE PAGE-COUNT TO HD-PAGE
           WRITE WINDOW-FILE-REC FROM HEADING-LINE
           MOVE SPACES TO WINDOW-FILE-REC
           WRITE WINDOW-FILE-REC
           MOVE 2 TO LINE-COUNT.

       *> stamps this step's end on the step-timing log, with the
       *> timing lines it read and the return code it is ending
       *> on. Every way out of the program performs it - the stops
       *> on an error included, so a failed step shows on the log
       *> with its return code - but only once the start is
       *> stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               MOVE TIMING-LINE-COUNT TO STL-RECORDS
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
