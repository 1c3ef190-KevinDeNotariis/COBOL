       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-HISTORY.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the period the inquiry covers, as "YYYYMMDD YYYYMMDD",
           *> staged by the operator with the inquiry itself.
           SELECT PERIOD-FILE ASSIGN TO "person_history_period.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIOD-FILE.

           *> the persons asked about, one per line: the inquirer's
           *> reference, the name, and the surname - left blank to
           *> follow everyone carrying the name.
           SELECT INQUIRY-FILE ASSIGN TO "person_inquiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INQUIRY-FILE.

           *> the dated file being read for the date the walk is
           *> standing on - the day's FILE1 feed, its quarantined
           *> delivery, its suspense file, the namelist results or
           *> the search responses - under its own name while it is
           *> retained, or under the archive_ copy housekeeping
           *> keeps once it has aged. ASSIGN TO DYNAMIC is required
           *> here, not plain ASSIGN TO - under this dialect a plain
           *> ASSIGN TO identifier-1 is resolved as an external
           *> (ddname-style) reference and never opens the file
           *> whose name is actually sitting in the WS field at run
           *> time, only ASSIGN TO DYNAMIC does.
           SELECT DATED-FILE ASSIGN TO DYNAMIC WS-DATED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATED-FILE.

           *> the acceptance register FEED-GATE keeps of every
           *> delivery it let through - what tells a feed that was
           *> taken in and has since gone from one never received.
           SELECT REGISTER-FILE ASSIGN TO "feed_acceptance_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-FILE.

           *> the roster journal ROSTER-MAINT and ROSTER-RECOVER
           *> append a before and after image to for every change
           *> made to the roster master.
           SELECT JOURNAL-FILE ASSIGN TO "roster_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           *> the events found, one per line, in the order they were
           *> found, and the same events in timeline order.
           SELECT EVENT-WORK ASSIGN TO "person_history_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EVENT-WORK.

           *> sort work file, used to sequence the events on person,
           *> date and source.
           SELECT SORTWK1-FD ASSIGN TO "sortwkh1".

           SELECT EVENT-SORTED ASSIGN TO "person_history_sorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EVENT-SORTED.

           *> the printed history, named for the period it covers.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           01 PERIOD-FILE-REC.
               02 PD-FROM-DATE PIC X(8).
               02 FILLER       PIC X(1).
               02 PD-TO-DATE   PIC X(8).

       FD INQUIRY-FILE.
           01 INQUIRY-FILE-REC.
               02 IQ-REF     PIC X(08).
               02 FILLER     PIC X(01).
               02 IQ-NAME    PIC X(20).
               02 FILLER     PIC X(01).
               02 IQ-SURNAME PIC X(20).

       FD DATED-FILE.
           01 DATED-FILE-REC PIC X(120).

       FD REGISTER-FILE.
           01 REGISTER-FILE-REC PIC X(29).

       FD JOURNAL-FILE.
           01 JOURNAL-FILE-REC PIC X(197).

       FD EVENT-WORK.
           01 EVENT-WORK-REC PIC X(323).

       SD SORTWK1-FD.
           01 SORTWK1-FD-REC.
               02 SRT-PERSON PIC 9(03).
               02 SRT-DATE   PIC X(08).
               02 SRT-RANK   PIC 9(01).
               02 SRT-TIME   PIC X(08).
               02 SRT-SEQ    PIC 9(07).
               02 FILLER     PIC X(296).

       FD EVENT-SORTED.
           01 EVENT-SORTED-REC PIC X(323).

       FD HISTORY-FILE.
           01 HISTORY-FILE-REC PIC X(132).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-PERIOD-FILE   PIC 9(2).
           01 FS-INQUIRY-FILE  PIC 9(2).
           01 FS-DATED-FILE    PIC 9(2).
           01 FS-REGISTER-FILE PIC 9(2).
           01 FS-JOURNAL-FILE  PIC 9(2).
           01 FS-EVENT-WORK    PIC 9(2).
           01 FS-EVENT-SORTED  PIC 9(2).
           01 FS-HISTORY-FILE  PIC 9(2).

           *> define today's date, the period inquired into, and the
           *> printed history's name.
           01 WS-RUN-DATE-TEXT PIC X(8).
           01 PERIOD-FROM-DATE PIC X(8).
           01 PERIOD-TO-DATE   PIC X(8).
           01 PERIOD-DAYS      PIC 9(4) VALUE ZERO.
           01 WS-HISTORY-NAME  PIC X(40).

           *> define the date being stepped, broken out into its parts
           *> so it can be moved one calendar day at a time, and the
           *> date the walk is standing on.
           01 WORK-DATE.
               02 WORK-YEAR  PIC 9(4).
               02 WORK-MONTH PIC 9(2).
               02 WORK-DAY   PIC 9(2).
           01 WORK-DATE-TEXT REDEFINES WORK-DATE PIC X(8).
           01 SCAN-DATE PIC X(8).

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

           *> define the persons inquired about: the inquirer's
           *> reference, the name and surname as asked for, their
           *> match keys, the switch a candidate record raises on
           *> every person it matches, and whether the person was
           *> seen on the feed of the date being read.
           01 PERSON-TABLE.
               02 PT-ENTRY OCCURS 50 TIMES.
                   03 PT-REF          PIC X(08).
                   03 PT-NAME         PIC X(20).
                   03 PT-SURNAME      PIC X(20).
                   03 PT-NORM-NAME    PIC X(20).
                   03 PT-NORM-SURNAME PIC X(20).
                   03 PT-MATCH        PIC X(01).
                       88  PT-MATCHED VALUE 'Y'.
                   03 PT-ON-FEED      PIC X(01).
                       88  PT-SEEN-ON-FEED VALUE 'Y'.
           01 PERSON-COUNT PIC 9(3) VALUE ZERO.
           01 PERSON-SUB   PIC 9(3).
           01 INQUIRY-LINES-UNUSED PIC 9(3) VALUE ZERO.
           01 MATCH-TOTAL  PIC 9(3).

           *> define the FILE1 delivery dates the acceptance register
           *> shows taken in during the period.
           01 REGISTER-TABLE.
               02 REG-DATE PIC X(08) OCCURS 366 TIMES.
           01 REG-COUNT PIC 9(3) VALUE ZERO.
           01 REG-SUB   PIC 9(3).
           01 REGISTER-FOUND-FLAG PIC 9 VALUE ZERO.
               88  DATE-REGISTERED VALUE 1.

           01 REGISTER-ENTRY.
               02 RG-DATE    PIC X(08).
               02 FILLER     PIC X(01).
               02 RG-FEED-ID PIC X(05).
               02 FILLER     PIC X(01).
               02 RG-STAMP   PIC X(14).

           *> define the dated file being opened: the stem of its
           *> production name, the name it was found under, whether
           *> it was found at all and whether it was the archive_
           *> copy, and the records read from it.
           01 DATED-STEM      PIC X(30).
           01 WS-DATED-NAME   PIC X(50).
           01 DATED-FOUND-FLAG PIC 9 VALUE ZERO.
               88  DATED-FOUND VALUE 1.
           01 DATED-ARCHIVE-FLAG PIC 9 VALUE ZERO.
               88  DATED-ARCHIVED VALUE 1.
           01 DATED-RECORD    PIC X(120).
           01 DATED-REC-NUM   PIC 9(6).

           *> define the switches saying what was on file for the
           *> date being read.
           01 FEED-FOUND-FLAG PIC 9 VALUE ZERO.
               88  FEED-FOUND VALUE 1.
           01 QUAR-FOUND-FLAG PIC 9 VALUE ZERO.
               88  QUAR-FOUND VALUE 1.
           01 WS-FEED-NAME PIC X(50).

           *> define the parse layouts of the dated files: a FILE1
           *> record, a suspense line as COUNT-ENTRIES writes it, a
           *> namelist result line, and a search response line.
           01 FEED-RECORD-PARSE.
               02 FR-NAME    PIC X(20).
               02 FR-SURNAME PIC X(20).
               02 FR-PHONE   PIC X(10).

           01 SUSP-LINE-PARSE.
               02 SU-RUN-DATE PIC X(08).
               02 FILLER      PIC X(01).
               02 SU-FEED-ID  PIC X(05).
               02 FILLER      PIC X(01).
               02 SU-ORIG-SEQ PIC X(06).
               02 FILLER      PIC X(01).
               02 SU-REASON   PIC X(24).
               02 FILLER      PIC X(01).
               02 SU-NAME     PIC X(20).
               02 SU-SURNAME  PIC X(20).
               02 SU-PHONE    PIC X(10).

           01 OUTPUT-LINE-PARSE.
               02 OL-NAME     PIC X(20).
               02 FILLER      PIC X(01).
               02 OL-SURNAME  PIC X(20).
               02 FILLER      PIC X(01).
               02 OL-SEQ      PIC X(06).
               02 FILLER      PIC X(01).
               02 OL-RESULT   PIC X(11).
               02 FILLER      PIC X(01).
               02 OL-PHONE    PIC X(10).

           01 RESPONSE-LINE-PARSE.
               02 RL-REQ-ID   PIC X(08).
               02 FILLER      PIC X(01).
               02 RL-TYPE     PIC X(01).
               02 FILLER      PIC X(01).
               02 RL-NAME     PIC X(20).
               02 FILLER      PIC X(01).
               02 RL-SURNAME  PIC X(20).
               02 FILLER      PIC X(01).
               02 RL-SEQ      PIC X(06).
               02 FILLER      PIC X(01).
               02 RL-RESULT   PIC X(11).
               02 FILLER      PIC X(01).
               02 RL-PHONE    PIC X(10).

           *> define the parse layout of one journal line, as
           *> ROSTER-MAINT's 142-WRITE-JOURNAL-LINE writes it, with
           *> the before and after images broken out into the roster
           *> record's fields. An image left as spaces means the
           *> entry did not exist on that side of the change.
           01 JOURNAL-LINE-PARSE.
               02 JP-RUN-DATE PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-RUN-TIME PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-TRAN-NUM PIC X(06).
               02 FILLER      PIC X(01).
               02 JP-ACTION   PIC X(06).
               02 FILLER      PIC X(01).
               02 JP-BEFORE.
                   03 JP-BEFORE-KEY.
                       04 JPB-NAME     PIC X(20).
                       04 JPB-SURNAME  PIC X(20).
                       04 JPB-SEQ      PIC X(06).
                   03 JPB-PHONE    PIC X(10).
                   03 JPB-STATUS   PIC X(01).
                   03 JPB-EFF-FROM PIC X(08).
                   03 JPB-EFF-TO   PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-AFTER.
                   03 JP-AFTER-KEY.
                       04 JPA-NAME     PIC X(20).
                       04 JPA-SURNAME  PIC X(20).
                       04 JPA-SEQ      PIC X(06).
                   03 JPA-PHONE    PIC X(10).
                   03 JPA-STATUS   PIC X(01).
                   03 JPA-EFF-FROM PIC X(08).
                   03 JPA-EFF-TO   PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-REQUESTER PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-APPROVER PIC X(08).
           01 JOURNAL-FOUND-FLAG PIC 9 VALUE ZERO.
               88  JOURNAL-FOUND VALUE 1.
           01 JOURNAL-LINES-USED PIC 9(6) VALUE ZERO.

           *> define the candidate name the matching works on, with
           *> its match keys, and the search result it carries.
           01 CAND-NAME         PIC X(20).
           01 CAND-SURNAME      PIC X(20).
           01 CAND-NORM-NAME    PIC X(20).
           01 CAND-NORM-SURNAME PIC X(20).
           01 CAND-RESULT       PIC X(11).
               88  CAND-TROVATO VALUE 'TROVATO    '.
           01 NAME-AGREES-FLAG PIC 9 VALUE ZERO.
               88  NAME-AGREES VALUE 1.
           01 SURNAME-AGREES-FLAG PIC 9 VALUE ZERO.
               88  SURNAME-AGREES VALUE 1.
           01 SPECIFIC-FLAG PIC 9 VALUE ZERO.
               88  MATCH-SPECIFIC VALUE 1.

           *> define the name normalization work fields - see
           *> 500-NORMALIZE-NAME.
           01 NORM-INPUT   PIC X(20).
           01 NORM-OUTPUT  PIC X(20).
           01 NORM-CHAR    PIC X(01).
           01 NORM-IN-IDX  PIC 9(2).
           01 NORM-OUT-IDX PIC 9(2).

           *> define one event of the timeline: whose it is, the date
           *> and - for a journal change - the time it happened, the
           *> rank of its source within the day, the order it was
           *> found in, where it came from, what it was, the phone
           *> it showed and up to three lines of detail.
           01 EVENT-ENTRY.
               02 EV-PERSON  PIC 9(03).
               02 EV-DATE    PIC X(08).
               02 EV-RANK    PIC 9(01).
                   88  EV-FROM-FEED VALUE 1.
               02 EV-TIME    PIC X(08).
               02 EV-SEQ     PIC 9(07).
               02 EV-SOURCE  PIC X(16).
               02 EV-EVENT   PIC X(21).
               02 EV-PHONE   PIC X(10).
               02 EV-DETAIL  PIC X(83).
               02 EV-DETAIL2 PIC X(83).
               02 EV-DETAIL3 PIC X(83).
           01 EVENT-COUNT PIC 9(7) VALUE ZERO.

           *> define the detail a feed or suspense record is shown
           *> with, and the detail a search result is shown with.
           01 FEED-DETAIL.
               02 FDT-NAME    PIC X(20).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 FDT-SURNAME PIC X(20).
               02 FILLER      PIC X(08) VALUE " RECORD ".
               02 FDT-SEQ     PIC 9(06).
               02 FILLER      PIC X(07) VALUE " PHONE ".
               02 FDT-PHONE   PIC X(10).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 FDT-COPY    PIC X(10).

           01 RESULT-DETAIL.
               02 RDT-NAME    PIC X(20).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 RDT-SURNAME PIC X(20).
               02 FILLER      PIC X(05) VALUE " NO. ".
               02 RDT-SEQ     PIC X(06).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 RDT-PHONE   PIC X(10).
               02 FILLER      PIC X(20) VALUE SPACES.

           01 JOURNAL-DETAIL.
               02 FILLER       PIC X(12) VALUE "TRANSACTION ".
               02 JDT-TRAN-NUM PIC X(06).
               02 FILLER       PIC X(08) VALUE " ACTION ".
               02 JDT-ACTION   PIC X(06).
               02 FILLER       PIC X(14) VALUE " REQUESTED BY ".
               02 JDT-REQUESTER PIC X(08).
               02 FILLER       PIC X(13) VALUE " APPROVED BY ".
               02 JDT-APPROVER PIC X(08).

           *> define a roster image as shown under a journal event.
           01 IMAGE-DETAIL.
               02 IDT-SIDE     PIC X(04).
               02 IDT-NAME     PIC X(20).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 IDT-SURNAME  PIC X(20).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 IDT-SEQ      PIC X(06).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 IDT-PHONE    PIC X(10).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 IDT-STATUS   PIC X(01).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 IDT-EFF-FROM PIC X(08).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 IDT-EFF-TO   PIC X(08).

           *> define the person the print pass is standing on, and
           *> what it has gathered about them for their summary.
           01 CURRENT-PERSON PIC 9(03) VALUE ZERO.
           01 LAST-FEED-PHONE PIC X(10).
           01 LAST-FEED-DATE  PIC X(08).
           01 FIRST-FEED-DATE PIC X(08).
           01 FIRST-TROVATO-DATE PIC X(08).
           01 LAST-COUNTED-DATE  PIC X(08).
           01 PERSON-TALLIES.
               02 DAYS-ON-FEED      PIC 9(4).
               02 DAYS-NOT-ON-FEED  PIC 9(4).
               02 DAYS-QUARANTINED  PIC 9(4).
               02 DAYS-NO-FEED      PIC 9(4).
               02 PHONE-CHANGES     PIC 9(4).
               02 TROVATO-COUNT     PIC 9(4).
               02 NON-TROVATO-COUNT PIC 9(4).
               02 SUSPENSE-COUNT    PIC 9(4).
               02 QUARANTINE-COUNT  PIC 9(4).
               02 JOURNAL-COUNT     PIC 9(4).

           *> define the exit flag for the read loops.
           01 LOOP-EXIT-FLAG PIC 9 VALUE ZERO.
               88  EXIT-FLAG VALUE 1.

           *> define the report line being staged, the page layout
           *> counters, the page heading, and the running head and
           *> column heading printed under it on every page.
           01 REPORT-LINE PIC X(132).
           01 LINE-COUNT  PIC 9(2) VALUE 99.
           01 PAGE-COUNT  PIC 9(3) VALUE ZERO.
           01 PAGE-LENGTH PIC 9(2) VALUE 55.

           01 HEADING-LINE.
               02 FILLER       PIC X(31)
                   VALUE "PERSON HISTORY INQUIRY  PERIOD ".
               02 HD-FROM-DATE PIC X(08).
               02 FILLER       PIC X(04) VALUE " TO ".
               02 HD-TO-DATE   PIC X(08).
               02 FILLER       PIC X(14) VALUE "   PRINTED ON ".
               02 HD-RUN-DATE  PIC X(08).
               02 FILLER       PIC X(51) VALUE SPACES.
               02 FILLER       PIC X(05) VALUE "PAGE ".
               02 HD-PAGE      PIC 9(3).

           01 RUNNING-HEAD-LINE.
               02 FILLER      PIC X(08) VALUE "PERSON: ".
               02 RH-REF      PIC X(08).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 RH-NAME     PIC X(20).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 RH-SURNAME  PIC X(20).
               02 FILLER      PIC X(01) VALUE SPACE.
               02 RH-NOTE     PIC X(73).

           01 COLUMN-HEAD.
               02 FILLER PIC X(09) VALUE "DATE".
               02 FILLER PIC X(17) VALUE "SOURCE".
               02 FILLER PIC X(22) VALUE "EVENT".
               02 FILLER PIC X(84) VALUE "DETAIL".

           *> define one timeline line, and the continuation line
           *> further detail is carried on.
           01 TIMELINE-LINE.
               02 TL-DATE   PIC X(08).
               02 FILLER    PIC X(01) VALUE SPACE.
               02 TL-SOURCE PIC X(16).
               02 FILLER    PIC X(01) VALUE SPACE.
               02 TL-EVENT  PIC X(21).
               02 FILLER    PIC X(01) VALUE SPACE.
               02 TL-DETAIL PIC X(83).

           *> define the summary lines closing each person.
           01 SUMMARY-LINE-1.
               02 FILLER        PIC X(16) VALUE "FIRST ON FEED   ".
               02 SL-FIRST-FEED PIC X(08).
               02 FILLER        PIC X(18) VALUE "   LAST ON FEED   ".
               02 SL-LAST-FEED  PIC X(08).
               02 FILLER        PIC X(30)
                   VALUE "   PHONE CHANGES ON THE FEED  ".
               02 SL-PHONE-CHANGES PIC ZZZ9.

           01 SUMMARY-LINE-2.
               02 FILLER          PIC X(16) VALUE "DAYS ON FEED    ".
               02 SL-ON-FEED      PIC ZZZ9.
               02 FILLER          PIC X(18) VALUE "   NOT ON FEED    ".
               02 SL-NOT-ON-FEED  PIC ZZZ9.
               02 FILLER          PIC X(21)
                   VALUE "   FEED QUARANTINED  ".
               02 SL-QUARANTINED  PIC ZZZ9.
               02 FILLER          PIC X(26)
                   VALUE "   FEED GONE OR NEVER ON  ".
               02 SL-NO-FEED      PIC ZZZ9.

           01 SUMMARY-LINE-3.
               02 FILLER           PIC X(16) VALUE "TROVATO         ".
               02 SL-TROVATO       PIC ZZZ9.
               02 FILLER           PIC X(08) VALUE " (FIRST ".
               02 SL-FIRST-TROVATO PIC X(08).
               02 FILLER           PIC X(16) VALUE ")   NON TROVATO ".
               02 SL-NON-TROVATO   PIC ZZZ9.
               02 FILLER           PIC X(21)
                   VALUE "   SUSPENSE ENTRIES  ".
               02 SL-SUSPENSE      PIC ZZZ9.
               02 FILLER           PIC X(23)
                   VALUE "   QUARANTINE ENTRIES  ".
               02 SL-QUARANTINE    PIC ZZZ9.
               02 FILLER           PIC X(20)
                   VALUE "   JOURNAL ENTRIES  ".
               02 SL-JOURNAL       PIC ZZZ9.

       PROCEDURE DIVISION.

           PERFORM 040-GET-CURRENT-DATE.

           PERFORM 042-READ-PERIOD.

           PERFORM 044-LOAD-INQUIRY.

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 046-LOAD-ACCEPTANCE-REGISTER.

           PERFORM 050-OPEN-FILES.

           PERFORM 100-WALK-PERIOD-DATES.

           PERFORM 170-SCAN-JOURNAL.

           PERFORM 180-SORT-EVENTS.

           PERFORM 200-WRITE-HISTORY.

           PERFORM 300-CLOSE-FILES.

           PERFORM 350-DISPLAY-RESULTS.

       STOP RUN.

       *> takes today's date - the inquiry is asked for on demand,
       *> outside the daily chain, and never looks past today.
       040-GET-CURRENT-DATE.
           ACCEPT WS-RUN-DATE-TEXT FROM DATE YYYYMMDD.

       *> establishes the period inquired into. A period that does
       *> not read as two dates in order, a year or less apart,
       *> stops the run - a history over the wrong dates is worse
       *> than none. A period running past today is cut at today.
       042-READ-PERIOD.
           OPEN INPUT PERIOD-FILE
           IF FS-PERIOD-FILE EQUAL '35' THEN
               DISPLAY "NO INQUIRY PERIOD STAGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
           CLOSE PERIOD-FILE

           IF PD-FROM-DATE IS NOT NUMERIC OR
             PD-TO-DATE IS NOT NUMERIC THEN
               DISPLAY "INQUIRY PERIOD NOT TWO YYYYMMDD DATES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PD-FROM-DATE TO PERIOD-FROM-DATE
           MOVE PD-TO-DATE TO PERIOD-TO-DATE

           MOVE PERIOD-FROM-DATE TO WORK-DATE-TEXT
           IF WORK-MONTH < 1 OR WORK-MONTH > 12 OR
             WORK-DAY < 1 OR WORK-DAY > 31 THEN
               DISPLAY "INQUIRY PERIOD NAMES NO SUCH DAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIOD-TO-DATE TO WORK-DATE-TEXT
           IF WORK-MONTH < 1 OR WORK-MONTH > 12 OR
             WORK-DAY < 1 OR WORK-DAY > 31 THEN
               DISPLAY "INQUIRY PERIOD NAMES NO SUCH DAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PERIOD-TO-DATE > WS-RUN-DATE-TEXT THEN
               MOVE WS-RUN-DATE-TEXT TO PERIOD-TO-DATE
           END-IF
           IF PERIOD-TO-DATE < PERIOD-FROM-DATE THEN
               DISPLAY "INQUIRY PERIOD ENDS BEFORE IT STARTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PERIOD-FROM-DATE TO WORK-DATE-TEXT
           PERFORM 043-COUNT-ONE-PERIOD-DAY
               UNTIL WORK-DATE-TEXT > PERIOD-TO-DATE OR
                 PERIOD-DAYS > 366
           IF PERIOD-DAYS > 366 THEN
               DISPLAY "INQUIRY PERIOD LONGER THAN A YEAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       043-COUNT-ONE-PERIOD-DAY.
           ADD 1 TO PERIOD-DAYS
           PERFORM 510-STEP-DATE-FWD.

       *> loads the persons inquired about. A line with no name is
       *> not used, nor is any line past the fiftieth person; both
       *> are shown on the SYSOUT and end the run return code 4. An
       *> inquiry naming nobody at all stops the run.
       044-LOAD-INQUIRY.
           OPEN INPUT INQUIRY-FILE
           IF FS-INQUIRY-FILE EQUAL '35' THEN
               DISPLAY "NO PERSON INQUIRY STAGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-INQUIRY-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING INQUIRY-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 047-LOAD-ONE-PERSON UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG
           CLOSE INQUIRY-FILE

           IF PERSON-COUNT EQUAL ZERO THEN
               DISPLAY "PERSON INQUIRY NAMES NOBODY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       047-LOAD-ONE-PERSON.
           READ INQUIRY-FILE

           IF FS-INQUIRY-FILE NOT EQUAL '00' AND
             FS-INQUIRY-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING INQUIRY-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-INQUIRY-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               IF INQUIRY-FILE-REC NOT EQUAL SPACES THEN
                   IF IQ-NAME EQUAL SPACES OR PERSON-COUNT EQUAL 50
                   THEN
                       ADD 1 TO INQUIRY-LINES-UNUSED
                       DISPLAY "INQUIRY LINE NOT USED: "
                           INQUIRY-FILE-REC
                   ELSE
                       ADD 1 TO PERSON-COUNT
                       MOVE IQ-REF TO PT-REF (PERSON-COUNT)
                       MOVE IQ-NAME TO PT-NAME (PERSON-COUNT)
                       MOVE IQ-SURNAME TO PT-SURNAME (PERSON-COUNT)
                       MOVE IQ-NAME TO NORM-INPUT
                       PERFORM 500-NORMALIZE-NAME
                       MOVE NORM-OUTPUT TO PT-NORM-NAME (PERSON-COUNT)
                       MOVE IQ-SURNAME TO NORM-INPUT
                       PERFORM 500-NORMALIZE-NAME
                       MOVE NORM-OUTPUT
                           TO PT-NORM-SURNAME (PERSON-COUNT)
                   END-IF
               END-IF
           END-IF.

       *> builds the history name from the period it covers.
       045-BUILD-FILE-NAMES.
           STRING "person_history_" PERIOD-FROM-DATE "_"
               PERIOD-TO-DATE ".txt"
               DELIMITED BY SIZE INTO WS-HISTORY-NAME.

       *> loads the dates in the period the acceptance register
       *> shows a FILE1 delivery taken in on. With no register -
       *> the gate not yet in use - every date with no feed on
       *> file is shown as never on file, not as purged.
       046-LOAD-ACCEPTANCE-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF FS-REGISTER-FILE EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-REGISTER-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING REGISTER-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 048-KEEP-ONE-REGISTER-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE REGISTER-FILE
           END-IF.

       048-KEEP-ONE-REGISTER-LINE.
           READ REGISTER-FILE INTO REGISTER-ENTRY

           IF FS-REGISTER-FILE NOT EQUAL '00' AND
             FS-REGISTER-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING REGISTER-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-REGISTER-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               IF RG-FEED-ID EQUAL 'FILE1' AND
                 RG-DATE NOT < PERIOD-FROM-DATE AND
                 RG-DATE NOT > PERIOD-TO-DATE AND
                 REG-COUNT < 366 THEN
                   ADD 1 TO REG-COUNT
                   MOVE RG-DATE TO REG-DATE (REG-COUNT)
               END-IF
           END-IF.

       050-OPEN-FILES.
           OPEN OUTPUT EVENT-WORK
           IF FS-EVENT-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING EVENT-WORK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> walks every date of the period, from the first to the
       *> last.
       100-WALK-PERIOD-DATES.
           MOVE PERIOD-FROM-DATE TO WORK-DATE-TEXT
           PERFORM 110-SCAN-ONE-DATE
               UNTIL WORK-DATE-TEXT > PERIOD-TO-DATE.

       *> gathers the events of the date the walk is standing on:
       *> each person on or off the day's FILE1 feed - or the gap,
       *> when the feed was quarantined or is no longer on file -
       *> any entry for them in a quarantined delivery or the
       *> suspense file, and their search results. Then steps
       *> forward to the next date.
       110-SCAN-ONE-DATE.
           MOVE WORK-DATE-TEXT TO SCAN-DATE

           PERFORM 120-SCAN-FEED
           PERFORM 130-SCAN-QUARANTINE
           PERFORM 135-WRITE-FEED-STATUS
           PERFORM 140-SCAN-SUSPENSE
           PERFORM 150-SCAN-NAMELIST-RESULTS
           PERFORM 160-SCAN-REQUEST-RESULTS

           MOVE SCAN-DATE TO WORK-DATE-TEXT
           PERFORM 510-STEP-DATE-FWD.

       *> opens the dated file whose production name starts with
       *> DATED-STEM for the date being read - the retained copy
       *> first, then the archive_ copy. DATED-FOUND is left off
       *> when neither is on disk.
       115-OPEN-DATED-FILE.
           MOVE ZERO TO DATED-FOUND-FLAG
           MOVE ZERO TO DATED-ARCHIVE-FLAG
           MOVE ZERO TO DATED-REC-NUM

           MOVE SPACES TO WS-DATED-NAME
           STRING DATED-STEM DELIMITED BY SPACE
               SCAN-DATE ".txt" DELIMITED BY SIZE
               INTO WS-DATED-NAME
           OPEN INPUT DATED-FILE
           IF FS-DATED-FILE EQUAL '35' THEN
               MOVE SPACES TO WS-DATED-NAME
               STRING "archive_" DATED-STEM DELIMITED BY SPACE
                   SCAN-DATE ".txt" DELIMITED BY SIZE
                   INTO WS-DATED-NAME
               OPEN INPUT DATED-FILE
               IF FS-DATED-FILE NOT EQUAL '35' THEN
                   SET DATED-ARCHIVED TO TRUE
               END-IF
           END-IF

           IF FS-DATED-FILE NOT EQUAL '35' THEN
               IF FS-DATED-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-DATED-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET DATED-FOUND TO TRUE
           END-IF.

       *> reads the next record of the open dated file into
       *> DATED-RECORD, raising EXIT-FLAG at the end of it.
       116-READ-DATED-RECORD.
           MOVE SPACES TO DATED-RECORD
           READ DATED-FILE INTO DATED-RECORD

           IF FS-DATED-FILE NOT EQUAL '00' AND
             FS-DATED-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   WS-DATED-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-DATED-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               ADD 1 TO DATED-REC-NUM
           END-IF.

       *> reads the day's FILE1 feed, writing an event for every
       *> record that is one of the persons and marking them seen.
       120-SCAN-FEED.
           PERFORM 125-CLEAR-ON-FEED
               VARYING PERSON-SUB FROM 1 BY 1
               UNTIL PERSON-SUB > PERSON-COUNT

           MOVE "inputfile1_" TO DATED-STEM
           PERFORM 115-OPEN-DATED-FILE
           MOVE ZERO TO FEED-FOUND-FLAG
           MOVE WS-DATED-NAME TO WS-FEED-NAME
           IF DATED-FOUND THEN
               SET FEED-FOUND TO TRUE
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 121-CHECK-ONE-FEED-RECORD UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE DATED-FILE
           END-IF.

       121-CHECK-ONE-FEED-RECORD.
           PERFORM 116-READ-DATED-RECORD
           IF NOT EXIT-FLAG THEN
               MOVE DATED-RECORD TO FEED-RECORD-PARSE
               MOVE FR-NAME TO CAND-NAME
               MOVE FR-SURNAME TO CAND-SURNAME
               PERFORM 400-MATCH-PERSONS
               IF MATCH-TOTAL > ZERO THEN
                   MOVE SPACES TO EVENT-ENTRY
                   MOVE 1 TO EV-RANK
                   MOVE 'FILE1 FEED' TO EV-SOURCE
                   MOVE 'ON FEED' TO EV-EVENT
                   MOVE FR-PHONE TO EV-PHONE
                   PERFORM 128-STAGE-FEED-DETAIL
                   PERFORM 195-WRITE-EVENT-FOR-MATCHES
                   PERFORM 126-MARK-ON-FEED
                       VARYING PERSON-SUB FROM 1 BY 1
                       UNTIL PERSON-SUB > PERSON-COUNT
               END-IF
           END-IF.

       125-CLEAR-ON-FEED.
           MOVE SPACE TO PT-ON-FEED (PERSON-SUB).

       126-MARK-ON-FEED.
           IF PT-MATCHED (PERSON-SUB) THEN
               MOVE 'Y' TO PT-ON-FEED (PERSON-SUB)
           END-IF.

       *> stages the detail a FILE1 record is shown with: who it
       *> names, where it stood in the file, its phone, and
       *> whether it was read from an archive_ copy.
       128-STAGE-FEED-DETAIL.
           MOVE FR-NAME TO FDT-NAME
           MOVE FR-SURNAME TO FDT-SURNAME
           MOVE DATED-REC-NUM TO FDT-SEQ
           MOVE FR-PHONE TO FDT-PHONE
           IF DATED-ARCHIVED THEN
               MOVE '(ARCHIVE)' TO FDT-COPY
           ELSE
               MOVE SPACES TO FDT-COPY
           END-IF
           MOVE FEED-DETAIL TO EV-DETAIL.

       *> reads the day's quarantined FILE1 delivery, if the gate
       *> quarantined one, writing an event for every record in it
       *> that is one of the persons. The header and trailer never
       *> carry a name, so they never match.
       130-SCAN-QUARANTINE.
           MOVE "quarantine_inputfile1_" TO DATED-STEM
           PERFORM 115-OPEN-DATED-FILE
           MOVE ZERO TO QUAR-FOUND-FLAG
           IF DATED-FOUND THEN
               SET QUAR-FOUND TO TRUE
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 131-CHECK-ONE-QUAR-RECORD UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE DATED-FILE
           END-IF.

       131-CHECK-ONE-QUAR-RECORD.
           PERFORM 116-READ-DATED-RECORD
           IF NOT EXIT-FLAG THEN
               MOVE DATED-RECORD TO FEED-RECORD-PARSE
               MOVE FR-NAME TO CAND-NAME
               MOVE FR-SURNAME TO CAND-SURNAME
               PERFORM 400-MATCH-PERSONS
               IF MATCH-TOTAL > ZERO THEN
                   MOVE SPACES TO EVENT-ENTRY
                   MOVE 2 TO EV-RANK
                   MOVE 'FILE1 QUARANTINE' TO EV-SOURCE
                   MOVE 'IN QUARANTINED FEED' TO EV-EVENT
                   MOVE FR-PHONE TO EV-PHONE
                   PERFORM 128-STAGE-FEED-DETAIL
                   MOVE WS-DATED-NAME TO EV-DETAIL2
                   PERFORM 195-WRITE-EVENT-FOR-MATCHES
               END-IF
           END-IF.

       *> writes each person's feed status for the day: not on the
       *> feed, when it was read and they were not in it - or, when
       *> there was no feed to read, the gap: quarantined by the
       *> gate, gone although the gate took it in, or never on file
       *> at all.
       135-WRITE-FEED-STATUS.
           MOVE SPACES TO EVENT-ENTRY
           MOVE 1 TO EV-RANK
           MOVE 'FILE1 FEED' TO EV-SOURCE

           IF FEED-FOUND THEN
               MOVE 'NOT ON FEED' TO EV-EVENT
               STRING "FEED READ: " WS-FEED-NAME
                   DELIMITED BY SIZE INTO EV-DETAIL
           ELSE
               IF QUAR-FOUND THEN
                   MOVE 'FEED QUARANTINED' TO EV-EVENT
                   MOVE "DELIVERY QUARANTINED BY THE GATE AND NOT "
                       & "RE-DELIVERED - NOTHING PROCESSED"
                       TO EV-DETAIL
               ELSE
                   PERFORM 136-CHECK-REGISTER
                   IF DATE-REGISTERED THEN
                       MOVE 'FEED PURGED' TO EV-EVENT
                       MOVE "TAKEN IN BY THE GATE, BUT NO RETAINED "
                           & "OR ARCHIVED COPY IS LEFT"
                           TO EV-DETAIL
                   ELSE
                       MOVE 'NO FEED ON FILE' TO EV-EVENT
                       MOVE "NOT RECEIVED, OR REMOVED BEFORE IT "
                           & "COULD BE ARCHIVED"
                           TO EV-DETAIL
                   END-IF
               END-IF
           END-IF

           PERFORM 137-WRITE-STATUS-FOR-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
               UNTIL PERSON-SUB > PERSON-COUNT.

       136-CHECK-REGISTER.
           MOVE ZERO TO REGISTER-FOUND-FLAG
           PERFORM 138-PROBE-ONE-REGISTER-DATE
               VARYING REG-SUB FROM 1 BY 1
               UNTIL REG-SUB > REG-COUNT OR DATE-REGISTERED.

       137-WRITE-STATUS-FOR-PERSON.
           IF NOT PT-SEEN-ON-FEED (PERSON-SUB) THEN
               MOVE PERSON-SUB TO EV-PERSON
               PERFORM 190-WRITE-EVENT
           END-IF.

       138-PROBE-ONE-REGISTER-DATE.
           IF REG-DATE (REG-SUB) EQUAL SCAN-DATE THEN
               SET DATE-REGISTERED TO TRUE
           END-IF.

       *> reads the day's FILE1 suspense file, writing an event for
       *> every record COUNT-ENTRIES split out that is one of the
       *> persons, with the reason it was suspended.
       140-SCAN-SUSPENSE.
           MOVE "suspense_file1_" TO DATED-STEM
           PERFORM 115-OPEN-DATED-FILE
           IF DATED-FOUND THEN
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 141-CHECK-ONE-SUSP-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE DATED-FILE
           END-IF.

       141-CHECK-ONE-SUSP-LINE.
           PERFORM 116-READ-DATED-RECORD
           IF NOT EXIT-FLAG THEN
               MOVE DATED-RECORD TO SUSP-LINE-PARSE
               MOVE SU-NAME TO CAND-NAME
               MOVE SU-SURNAME TO CAND-SURNAME
               PERFORM 400-MATCH-PERSONS
               IF MATCH-TOTAL > ZERO THEN
                   MOVE SPACES TO EVENT-ENTRY
                   MOVE 3 TO EV-RANK
                   MOVE 'FILE1 SUSPENSE' TO EV-SOURCE
                   MOVE 'SUSPENDED' TO EV-EVENT
                   MOVE SU-PHONE TO EV-PHONE
                   MOVE SU-NAME TO FR-NAME
                   MOVE SU-SURNAME TO FR-SURNAME
                   MOVE SU-PHONE TO FR-PHONE
                   PERFORM 128-STAGE-FEED-DETAIL
                   IF SU-ORIG-SEQ IS NUMERIC THEN
                       MOVE SU-ORIG-SEQ TO FDT-SEQ
                       MOVE FEED-DETAIL TO EV-DETAIL
                   END-IF
                   STRING "REASON: " SU-REASON
                       DELIMITED BY SIZE INTO EV-DETAIL2
                   PERFORM 195-WRITE-EVENT-FOR-MATCHES
               END-IF
           END-IF.

       *> reads the day's namelist results, writing an event for
       *> every TROVATO or NON TROVATO line that answers for one of
       *> the persons. A date with no results on file at all is
       *> shown as a gap.
       150-SCAN-NAMELIST-RESULTS.
           MOVE "outputfile_line_seq_" TO DATED-STEM
           PERFORM 115-OPEN-DATED-FILE
           IF DATED-FOUND THEN
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 151-CHECK-ONE-RESULT-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE DATED-FILE
           ELSE
               MOVE SPACES TO EVENT-ENTRY
               MOVE 5 TO EV-RANK
               MOVE 'NAMELIST SEARCH' TO EV-SOURCE
               MOVE 'NO RESULTS ON FILE' TO EV-EVENT
               MOVE "NO RETAINED OR ARCHIVED NAMELIST RESULTS FOR "
                   & "THE DATE"
                   TO EV-DETAIL
               PERFORM 152-WRITE-GAP-FOR-PERSON
                   VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > PERSON-COUNT
           END-IF.

       151-CHECK-ONE-RESULT-LINE.
           PERFORM 116-READ-DATED-RECORD
           IF NOT EXIT-FLAG THEN
               MOVE DATED-RECORD TO OUTPUT-LINE-PARSE
               MOVE OL-NAME TO CAND-NAME
               MOVE OL-SURNAME TO CAND-SURNAME
               MOVE OL-RESULT TO CAND-RESULT
               PERFORM 420-MATCH-RESULT-LINE
               IF MATCH-TOTAL > ZERO THEN
                   MOVE SPACES TO EVENT-ENTRY
                   MOVE 5 TO EV-RANK
                   MOVE 'NAMELIST SEARCH' TO EV-SOURCE
                   MOVE CAND-RESULT TO EV-EVENT
                   MOVE OL-PHONE TO EV-PHONE
                   MOVE OL-NAME TO RDT-NAME
                   MOVE OL-SURNAME TO RDT-SURNAME
                   MOVE OL-SEQ TO RDT-SEQ
                   MOVE OL-PHONE TO RDT-PHONE
                   PERFORM 155-FINISH-RESULT-DETAIL
                   PERFORM 195-WRITE-EVENT-FOR-MATCHES
               END-IF
           END-IF.

       152-WRITE-GAP-FOR-PERSON.
           MOVE PERSON-SUB TO EV-PERSON
           PERFORM 190-WRITE-EVENT.

       *> finishes the detail a search result is shown with, noting
       *> an answer read from an archive_ copy on the first detail
       *> line still free.
       155-FINISH-RESULT-DETAIL.
           MOVE RESULT-DETAIL TO EV-DETAIL
           IF DATED-ARCHIVED THEN
               IF EV-DETAIL2 EQUAL SPACES THEN
                   STRING "READ FROM " WS-DATED-NAME
                       DELIMITED BY SIZE INTO EV-DETAIL2
               ELSE
                   STRING "READ FROM " WS-DATED-NAME
                       DELIMITED BY SIZE INTO EV-DETAIL3
               END-IF
           END-IF.

       *> reads the day's search responses, when requests were
       *> served, writing an event for every TROVATO or NON
       *> TROVATO line that answers for one of the persons, with
       *> the request it answered.
       160-SCAN-REQUEST-RESULTS.
           MOVE "search_responses_" TO DATED-STEM
           PERFORM 115-OPEN-DATED-FILE
           IF DATED-FOUND THEN
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 161-CHECK-ONE-RESPONSE-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE DATED-FILE
           END-IF.

       161-CHECK-ONE-RESPONSE-LINE.
           PERFORM 116-READ-DATED-RECORD
           IF NOT EXIT-FLAG THEN
               MOVE DATED-RECORD TO RESPONSE-LINE-PARSE
               MOVE RL-NAME TO CAND-NAME
               MOVE RL-SURNAME TO CAND-SURNAME
               MOVE RL-RESULT TO CAND-RESULT
               PERFORM 420-MATCH-RESULT-LINE
               IF MATCH-TOTAL > ZERO THEN
                   MOVE SPACES TO EVENT-ENTRY
                   MOVE 6 TO EV-RANK
                   MOVE 'SEARCH REQUEST' TO EV-SOURCE
                   MOVE CAND-RESULT TO EV-EVENT
                   MOVE RL-PHONE TO EV-PHONE
                   MOVE RL-NAME TO RDT-NAME
                   MOVE RL-SURNAME TO RDT-SURNAME
                   MOVE RL-SEQ TO RDT-SEQ
                   MOVE RL-PHONE TO RDT-PHONE
                   STRING "REQUEST " RL-REQ-ID " TYPE " RL-TYPE
                       DELIMITED BY SIZE INTO EV-DETAIL2
                   PERFORM 155-FINISH-RESULT-DETAIL
                   PERFORM 195-WRITE-EVENT-FOR-MATCHES
               END-IF
           END-IF.

       *> reads the roster journal once, writing an event for every
       *> change in the period whose before or after image is one
       *> of the persons - a rename shows under both the old and
       *> the new name. A journal not on disk is noted on the
       *> history.
       170-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL-FILE EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING JOURNAL-FILE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET JOURNAL-FOUND TO TRUE

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 171-CHECK-ONE-JOURNAL-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
               CLOSE JOURNAL-FILE
           END-IF.

       171-CHECK-ONE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-LINE-PARSE
           READ JOURNAL-FILE INTO JOURNAL-LINE-PARSE

           IF FS-JOURNAL-FILE NOT EQUAL '00' AND
             FS-JOURNAL-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING JOURNAL-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-JOURNAL-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               IF JP-RUN-DATE NOT < PERIOD-FROM-DATE AND
                 JP-RUN-DATE NOT > PERIOD-TO-DATE THEN
                   PERFORM 401-CLEAR-MATCHES
                       VARYING PERSON-SUB FROM 1 BY 1
                       UNTIL PERSON-SUB > PERSON-COUNT
                   MOVE ZERO TO MATCH-TOTAL
                   IF JP-BEFORE NOT EQUAL SPACES THEN
                       MOVE JPB-NAME TO CAND-NAME
                       MOVE JPB-SURNAME TO CAND-SURNAME
                       PERFORM 402-FIND-MATCHES
                   END-IF
                   IF JP-AFTER NOT EQUAL SPACES THEN
                       MOVE JPA-NAME TO CAND-NAME
                       MOVE JPA-SURNAME TO CAND-SURNAME
                       PERFORM 402-FIND-MATCHES
                   END-IF
                   IF MATCH-TOTAL > ZERO THEN
                       ADD 1 TO JOURNAL-LINES-USED
                       PERFORM 172-STAGE-JOURNAL-EVENT
                       PERFORM 195-WRITE-EVENT-FOR-MATCHES
                   END-IF
               END-IF
           END-IF.

       *> stages a journal change as an event: what the change did
       *> to the entry, worked out from the two images the way
       *> ROSTER-CDC works it out, the transaction behind it, and
       *> the entry as it stood before and after.
       172-STAGE-JOURNAL-EVENT.
           MOVE SPACES TO EVENT-ENTRY
           MOVE JP-RUN-DATE TO EV-DATE
           MOVE 4 TO EV-RANK
           MOVE JP-RUN-TIME TO EV-TIME
           MOVE 'ROSTER JOURNAL' TO EV-SOURCE
           MOVE JPA-PHONE TO EV-PHONE

           IF JP-AFTER EQUAL SPACES THEN
               MOVE 'REMOVED FROM MASTER' TO EV-EVENT
           ELSE
               IF JP-BEFORE EQUAL SPACES THEN
                   MOVE 'ADDED TO MASTER' TO EV-EVENT
               ELSE
                   IF JP-BEFORE-KEY NOT EQUAL JP-AFTER-KEY THEN
                       MOVE 'REKEYED' TO EV-EVENT
                   ELSE
                       IF JPB-STATUS EQUAL 'A' AND
                         JPA-STATUS EQUAL 'I' THEN
                           MOVE 'DEACTIVATED' TO EV-EVENT
                       ELSE
                           IF JPB-STATUS EQUAL 'I' AND
                             JPA-STATUS EQUAL 'A' THEN
                               MOVE 'REACTIVATED' TO EV-EVENT
                           ELSE
                               IF JPB-PHONE NOT EQUAL JPA-PHONE THEN
                                   MOVE 'MASTER PHONE CHANGED'
                                       TO EV-EVENT
                               ELSE
                                   MOVE 'MASTER ENTRY CHANGED'
                                       TO EV-EVENT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE JP-TRAN-NUM TO JDT-TRAN-NUM
           MOVE JP-ACTION TO JDT-ACTION
           MOVE JP-REQUESTER TO JDT-REQUESTER
           MOVE JP-APPROVER TO JDT-APPROVER
           MOVE JOURNAL-DETAIL TO EV-DETAIL

           MOVE SPACES TO IMAGE-DETAIL
           MOVE 'WAS ' TO IDT-SIDE
           IF JP-BEFORE EQUAL SPACES THEN
               MOVE '(NOT ON THE MASTER)' TO IDT-NAME
           ELSE
               MOVE JPB-NAME TO IDT-NAME
               MOVE JPB-SURNAME TO IDT-SURNAME
               MOVE JPB-SEQ TO IDT-SEQ
               MOVE JPB-PHONE TO IDT-PHONE
               MOVE JPB-STATUS TO IDT-STATUS
               MOVE JPB-EFF-FROM TO IDT-EFF-FROM
               MOVE JPB-EFF-TO TO IDT-EFF-TO
           END-IF
           MOVE IMAGE-DETAIL TO EV-DETAIL2

           MOVE SPACES TO IMAGE-DETAIL
           MOVE 'NOW ' TO IDT-SIDE
           IF JP-AFTER EQUAL SPACES THEN
               MOVE '(NOT ON THE MASTER)' TO IDT-NAME
           ELSE
               MOVE JPA-NAME TO IDT-NAME
               MOVE JPA-SURNAME TO IDT-SURNAME
               MOVE JPA-SEQ TO IDT-SEQ
               MOVE JPA-PHONE TO IDT-PHONE
               MOVE JPA-STATUS TO IDT-STATUS
               MOVE JPA-EFF-FROM TO IDT-EFF-FROM
               MOVE JPA-EFF-TO TO IDT-EFF-TO
           END-IF
           MOVE IMAGE-DETAIL TO EV-DETAIL3.

       *> sequences the events into one timeline per person: by
       *> date, then by source - the feed, its quarantine, its
       *> suspense, the journal, the namelist results, the search
       *> responses - then in the order they happened or were
       *> found.
       180-SORT-EVENTS.
           CLOSE EVENT-WORK

           SORT SORTWK1-FD ON ASCENDING KEY SRT-PERSON
                                           SRT-DATE
                                           SRT-RANK
                                           SRT-TIME
                                           SRT-SEQ
               USING EVENT-WORK
               GIVING EVENT-SORTED.

       *> writes the event staged in EVENT-ENTRY to the work file,
       *> dated for the day being read unless it carries a date
       *> of its own.
       190-WRITE-EVENT.
           IF EV-DATE EQUAL SPACES THEN
               MOVE SCAN-DATE TO EV-DATE
           END-IF
           IF EV-TIME EQUAL SPACES THEN
               MOVE ZEROS TO EV-TIME
           END-IF
           ADD 1 TO EVENT-COUNT
           MOVE EVENT-COUNT TO EV-SEQ
           WRITE EVENT-WORK-REC FROM EVENT-ENTRY
           IF FS-EVENT-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING EVENT-WORK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> writes the staged event once for every person the record
       *> it came from matched.
       195-WRITE-EVENT-FOR-MATCHES.
           PERFORM 196-WRITE-EVENT-IF-MATCHED
               VARYING PERSON-SUB FROM 1 BY 1
               UNTIL PERSON-SUB > PERSON-COUNT.

       196-WRITE-EVENT-IF-MATCHED.
           IF PT-MATCHED (PERSON-SUB) THEN
               MOVE PERSON-SUB TO EV-PERSON
               PERFORM 190-WRITE-EVENT
           END-IF.

       *> prints the timeline of every person, each starting on a
       *> page of its own, and closes each with their summary.
       200-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF FS-HISTORY-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING HISTORY-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EVENT-SORTED
           IF FS-EVENT-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING EVENT-SORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 210-WRITE-ONE-EVENT UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG
           CLOSE EVENT-SORTED

           IF CURRENT-PERSON > ZERO THEN
               PERFORM 240-WRITE-PERSON-SUMMARY
           END-IF.

       210-WRITE-ONE-EVENT.
           READ EVENT-SORTED INTO EVENT-ENTRY

           IF FS-EVENT-SORTED NOT EQUAL '00' AND
             FS-EVENT-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING EVENT-SORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-EVENT-SORTED EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               IF EV-PERSON NOT EQUAL CURRENT-PERSON THEN
                   IF CURRENT-PERSON > ZERO THEN
                       PERFORM 240-WRITE-PERSON-SUMMARY
                   END-IF
                   PERFORM 220-START-PERSON
               END-IF

               PERFORM 230-TALLY-EVENT

               MOVE SPACES TO TIMELINE-LINE
               MOVE EV-DATE TO TL-DATE
               MOVE EV-SOURCE TO TL-SOURCE
               MOVE EV-EVENT TO TL-EVENT
               MOVE EV-DETAIL TO TL-DETAIL
               MOVE TIMELINE-LINE TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE

               IF EV-DETAIL2 NOT EQUAL SPACES THEN
                   MOVE SPACES TO TIMELINE-LINE
                   MOVE EV-DETAIL2 TO TL-DETAIL
                   MOVE TIMELINE-LINE TO REPORT-LINE
                   PERFORM 800-WRITE-REPORT-LINE
               END-IF
               IF EV-DETAIL3 NOT EQUAL SPACES THEN
                   MOVE SPACES TO TIMELINE-LINE
                   MOVE EV-DETAIL3 TO TL-DETAIL
                   MOVE TIMELINE-LINE TO REPORT-LINE
                   PERFORM 800-WRITE-REPORT-LINE
               END-IF
           END-IF.

       *> starts a new person on a fresh page, with what they were
       *> asked about in the running head.
       220-START-PERSON.
           MOVE EV-PERSON TO CURRENT-PERSON
           MOVE PT-REF (CURRENT-PERSON) TO RH-REF
           MOVE PT-NAME (CURRENT-PERSON) TO RH-NAME
           MOVE PT-SURNAME (CURRENT-PERSON) TO RH-SURNAME
           IF PT-SURNAME (CURRENT-PERSON) EQUAL SPACES THEN
               MOVE "(NAME ONLY - EVERY SURNAME CARRYING IT)"
                   TO RH-NOTE
           ELSE
               MOVE SPACES TO RH-NOTE
           END-IF
           MOVE 99 TO LINE-COUNT

           MOVE SPACES TO LAST-FEED-PHONE
           MOVE SPACES TO LAST-FEED-DATE
           MOVE SPACES TO FIRST-FEED-DATE
           MOVE SPACES TO FIRST-TROVATO-DATE
           MOVE SPACES TO LAST-COUNTED-DATE
           MOVE ZEROS TO PERSON-TALLIES.

       *> counts the event towards the person's summary. A person
       *> asked about by name and surname has their feed phone
       *> followed from day to day: the first day seen in the
       *> period is shown as such, and a day the feed carries a
       *> phone other than the last one seen is shown as a phone
       *> change, with the phone it replaced. Followed by name
       *> alone, the feed lines belong to different people, so no
       *> phone is followed.
       230-TALLY-EVENT.
           EVALUATE EV-EVENT
               WHEN 'ON FEED'
                   IF EV-DATE NOT EQUAL LAST-COUNTED-DATE THEN
                       ADD 1 TO DAYS-ON-FEED
                       MOVE EV-DATE TO LAST-COUNTED-DATE
                   END-IF
                   IF FIRST-FEED-DATE EQUAL SPACES THEN
                       MOVE EV-DATE TO FIRST-FEED-DATE
                       IF PT-SURNAME (CURRENT-PERSON) NOT EQUAL
                         SPACES THEN
                           MOVE 'FIRST ON FEED' TO EV-EVENT
                       END-IF
                   ELSE
                       IF PT-SURNAME (CURRENT-PERSON) NOT EQUAL
                         SPACES AND
                         EV-PHONE NOT EQUAL LAST-FEED-PHONE THEN
                           ADD 1 TO PHONE-CHANGES
                           MOVE 'ON FEED - NEW PHONE' TO EV-EVENT
                           STRING "PHONE WAS " LAST-FEED-PHONE
                               DELIMITED BY SIZE INTO EV-DETAIL2
                       END-IF
                   END-IF
                   MOVE EV-DATE TO LAST-FEED-DATE
                   MOVE EV-PHONE TO LAST-FEED-PHONE
               WHEN 'NOT ON FEED'
                   ADD 1 TO DAYS-NOT-ON-FEED
               WHEN 'FEED QUARANTINED'
                   ADD 1 TO DAYS-QUARANTINED
               WHEN 'FEED PURGED'
                   ADD 1 TO DAYS-NO-FEED
               WHEN 'NO FEED ON FILE'
                   ADD 1 TO DAYS-NO-FEED
               WHEN 'IN QUARANTINED FEED'
                   ADD 1 TO QUARANTINE-COUNT
               WHEN 'SUSPENDED'
                   ADD 1 TO SUSPENSE-COUNT
               WHEN 'TROVATO'
                   ADD 1 TO TROVATO-COUNT
                   IF FIRST-TROVATO-DATE EQUAL SPACES THEN
                       MOVE EV-DATE TO FIRST-TROVATO-DATE
                   END-IF
               WHEN 'NON TROVATO'
                   ADD 1 TO NON-TROVATO-COUNT
               WHEN OTHER
                   IF EV-SOURCE EQUAL 'ROSTER JOURNAL' THEN
                       ADD 1 TO JOURNAL-COUNT
                   END-IF
           END-EVALUATE.

       *> closes a person's timeline with their summary.
       240-WRITE-PERSON-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           IF FIRST-FEED-DATE EQUAL SPACES THEN
               MOVE 'NEVER' TO SL-FIRST-FEED
               MOVE 'NEVER' TO SL-LAST-FEED
           ELSE
               MOVE FIRST-FEED-DATE TO SL-FIRST-FEED
               MOVE LAST-FEED-DATE TO SL-LAST-FEED
           END-IF
           MOVE PHONE-CHANGES TO SL-PHONE-CHANGES
           MOVE SUMMARY-LINE-1 TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE DAYS-ON-FEED TO SL-ON-FEED
           MOVE DAYS-NOT-ON-FEED TO SL-NOT-ON-FEED
           MOVE DAYS-QUARANTINED TO SL-QUARANTINED
           MOVE DAYS-NO-FEED TO SL-NO-FEED
           MOVE SUMMARY-LINE-2 TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE TROVATO-COUNT TO SL-TROVATO
           IF FIRST-TROVATO-DATE EQUAL SPACES THEN
               MOVE 'NEVER' TO SL-FIRST-TROVATO
           ELSE
               MOVE FIRST-TROVATO-DATE TO SL-FIRST-TROVATO
           END-IF
           MOVE NON-TROVATO-COUNT TO SL-NON-TROVATO
           MOVE SUSPENSE-COUNT TO SL-SUSPENSE
           MOVE QUARANTINE-COUNT TO SL-QUARANTINE
           MOVE JOURNAL-COUNT TO SL-JOURNAL
           MOVE SUMMARY-LINE-3 TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           IF NOT JOURNAL-FOUND THEN
               MOVE "NO ROSTER JOURNAL ON FILE - MASTER CHANGES "
                   & "COULD NOT BE SHOWN"
                   TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

       300-CLOSE-FILES.
           CLOSE HISTORY-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Person history written: " WS-HISTORY-NAME
           DISPLAY "Number of persons inquired about: "
           DISPLAY PERSON-COUNT
           DISPLAY "Number of dates walked: "
           DISPLAY PERIOD-DAYS
           DISPLAY "Number of journal changes shown: "
           DISPLAY JOURNAL-LINES-USED
           DISPLAY "Number of timeline events: "
           DISPLAY EVENT-COUNT

           IF INQUIRY-LINES-UNUSED > ZERO THEN
               DISPLAY "Number of inquiry lines not used: "
               DISPLAY INQUIRY-LINES-UNUSED
               MOVE 4 TO RETURN-CODE
           END-IF.

       *> raises PT-MATCH on every person the name and surname in
       *> CAND-NAME and CAND-SURNAME are - on the name alone for a
       *> person asked about by name only - counting them in
       *> MATCH-TOTAL. Names are compared on their normalized keys,
       *> so a feed spelling 'DELL'ACQUA' still finds 'Dellacqua'.
       400-MATCH-PERSONS.
           PERFORM 401-CLEAR-MATCHES
               VARYING PERSON-SUB FROM 1 BY 1
               UNTIL PERSON-SUB > PERSON-COUNT
           MOVE ZERO TO MATCH-TOTAL
           PERFORM 402-FIND-MATCHES.

       401-CLEAR-MATCHES.
           MOVE SPACE TO PT-MATCH (PERSON-SUB).

       *> adds the persons the candidate matches to those already
       *> matched.
       402-FIND-MATCHES.
           IF CAND-NAME NOT EQUAL SPACES THEN
               MOVE CAND-NAME TO NORM-INPUT
               PERFORM 500-NORMALIZE-NAME
               MOVE NORM-OUTPUT TO CAND-NORM-NAME
               MOVE CAND-SURNAME TO NORM-INPUT
               PERFORM 500-NORMALIZE-NAME
               MOVE NORM-OUTPUT TO CAND-NORM-SURNAME
               PERFORM 405-MATCH-ONE-PERSON
                   VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > PERSON-COUNT
           END-IF.

       405-MATCH-ONE-PERSON.
           IF NOT PT-MATCHED (PERSON-SUB) AND
             CAND-NORM-NAME EQUAL PT-NORM-NAME (PERSON-SUB) THEN
               IF PT-SURNAME (PERSON-SUB) EQUAL SPACES OR
                 CAND-NORM-SURNAME EQUAL PT-NORM-SURNAME (PERSON-SUB)
               THEN
                   MOVE 'Y' TO PT-MATCH (PERSON-SUB)
                   ADD 1 TO MATCH-TOTAL
               END-IF
           END-IF.

       *> raises PT-MATCH on every person a search result line
       *> answers for. A TROVATO line answers for a person when it
       *> carries their name - and, for a person asked about by
       *> name and surname, their surname too: a namelist summary,
       *> which carries the name alone, says only that somebody of
       *> that name was found. A NON TROVATO line answers for a
       *> person when nothing it carries disagrees with them and
       *> it carries at least their name, or their surname: if no
       *> Mario was found, this Mario Rossi was not found either.
       420-MATCH-RESULT-LINE.
           INSPECT CAND-RESULT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 401-CLEAR-MATCHES
               VARYING PERSON-SUB FROM 1 BY 1
               UNTIL PERSON-SUB > PERSON-COUNT
           MOVE ZERO TO MATCH-TOTAL

           IF CAND-RESULT EQUAL 'TROVATO' OR
             CAND-RESULT EQUAL 'NON TROVATO' THEN
               MOVE CAND-NAME TO NORM-INPUT
               PERFORM 500-NORMALIZE-NAME
               MOVE NORM-OUTPUT TO CAND-NORM-NAME
               MOVE CAND-SURNAME TO NORM-INPUT
               PERFORM 500-NORMALIZE-NAME
               MOVE NORM-OUTPUT TO CAND-NORM-SURNAME
               PERFORM 425-MATCH-RESULT-PERSON
                   VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > PERSON-COUNT
           END-IF.

       425-MATCH-RESULT-PERSON.
           MOVE ZERO TO NAME-AGREES-FLAG
           MOVE ZERO TO SURNAME-AGREES-FLAG
           MOVE ZERO TO SPECIFIC-FLAG

           IF CAND-NAME EQUAL SPACES THEN
               SET NAME-AGREES TO TRUE
           ELSE
               IF CAND-NORM-NAME EQUAL PT-NORM-NAME (PERSON-SUB) THEN
                   SET NAME-AGREES TO TRUE
                   SET MATCH-SPECIFIC TO TRUE
               END-IF
           END-IF

           IF CAND-SURNAME EQUAL SPACES OR
             PT-SURNAME (PERSON-SUB) EQUAL SPACES THEN
               SET SURNAME-AGREES TO TRUE
           ELSE
               IF CAND-NORM-SURNAME EQUAL
                 PT-NORM-SURNAME (PERSON-SUB) THEN
                   SET SURNAME-AGREES TO TRUE
                   SET MATCH-SPECIFIC TO TRUE
               END-IF
           END-IF

           IF CAND-TROVATO THEN
               IF CAND-NAME NOT EQUAL SPACES AND NAME-AGREES AND
                 (PT-SURNAME (PERSON-SUB) EQUAL SPACES OR
                  (CAND-SURNAME NOT EQUAL SPACES AND SURNAME-AGREES))
               THEN
                   MOVE 'Y' TO PT-MATCH (PERSON-SUB)
                   ADD 1 TO MATCH-TOTAL
               END-IF
           ELSE
               IF NAME-AGREES AND SURNAME-AGREES AND MATCH-SPECIFIC
               THEN
                   MOVE 'Y' TO PT-MATCH (PERSON-SUB)
                   ADD 1 TO MATCH-TOTAL
               END-IF
           END-IF.

       *> builds the match key for the name sitting in NORM-INPUT:
       *> hyphens and apostrophes are squeezed out, the remaining
       *> characters are pushed up to upper case, and what is left
       *> is left-aligned in the fixed-width key - so 'Dell'Acqua',
       *> 'DELLACQUA' and 'dell-acqua  ' all carry the same key, the
       *> way the normalized matching of the daily chain keys them.
       500-NORMALIZE-NAME.
           MOVE SPACES TO NORM-OUTPUT
           MOVE ZERO TO NORM-OUT-IDX
           PERFORM 505-NORMALIZE-ONE-CHAR
               VARYING NORM-IN-IDX FROM 1 BY 1
               UNTIL NORM-IN-IDX > 20
           INSPECT NORM-OUTPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       *> carries one character of the name into the key, unless it
       *> is one of the squeezed-out ones.
       505-NORMALIZE-ONE-CHAR.
           MOVE NORM-INPUT (NORM-IN-IDX:1) TO NORM-CHAR
           IF NORM-CHAR NOT EQUAL '-' AND NORM-CHAR NOT EQUAL "'" THEN
               ADD 1 TO NORM-OUT-IDX
               MOVE NORM-CHAR TO NORM-OUTPUT (NORM-OUT-IDX:1)
           END-IF.

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

       800-WRITE-REPORT-LINE.
           IF LINE-COUNT NOT < PAGE-LENGTH THEN
               PERFORM 810-WRITE-PAGE-HEADING
           END-IF
           WRITE HISTORY-FILE-REC FROM REPORT-LINE
           ADD 1 TO LINE-COUNT.

       *> starts a fresh page: the heading line with the period and
       *> page number, the running head naming the person, the
       *> column heading, then a blank line.
       810-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE PERIOD-FROM-DATE TO HD-FROM-DATE
           MOVE PERIOD-TO-DATE TO HD-TO-DATE
           MOVE WS-RUN-DATE-TEXT TO HD-RUN-DATE
           MOVE PAGE-COUNT TO HD-PAGE
           WRITE HISTORY-FILE-REC FROM HEADING-LINE
           WRITE HISTORY-FILE-REC FROM RUNNING-HEAD-LINE
           WRITE HISTORY-FILE-REC FROM COLUMN-HEAD
           MOVE SPACES TO HISTORY-FILE-REC
           WRITE HISTORY-FILE-REC
           MOVE 4 TO LINE-COUNT.
