       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHONE-CONFLICT.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used for its own dated file names, so
           *> this program checks that same day's feed - see
           *> 040-GET-CURRENT-DATE.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the day's sorted FILE1 work copy COUNT-ENTRIES writes,
           *> carrying every record's original sequence number in
           *> front of it. The deduplicated copy is rebuilt from it
           *> here under COUNT-ENTRIES' own rule, so every record
           *> checked keeps the sequence number the roster team
           *> needs to find it again. ASSIGN TO DYNAMIC is required
           *> here, not plain ASSIGN TO - under this dialect a plain
           *> ASSIGN TO identifier-1 is resolved as an external
           *> (ddname-style) reference and never opens the file
           *> whose name is actually sitting in the WS field at run
           *> time, only ASSIGN TO DYNAMIC does.
           SELECT SORTED-FEED ASSIGN TO DYNAMIC WS-SORTED-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SORTED-FEED.

           *> the deduplicated feed records, with their original
           *> sequence numbers, as the first pass keeps them.
           SELECT FEED-WORK ASSIGN TO "phone_feed_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED-WORK.

           *> sort work file, used to sequence the kept feed records
           *> on name+surname - the master's own key order - so the
           *> phone comparison can walk the two side by side.
           SELECT SORTWK1-FD ASSIGN TO "sortwkp1".

           *> the kept feed records in name+surname order.
           SELECT FEED-BY-NAME ASSIGN TO "phone_feed_sorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEED-BY-NAME.

           *> the single persistent roster master ROSTER-MAINT
           *> maintains - read here in key order, never written.
           SELECT ROSTER-MASTER ASSIGN TO "roster_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS FS-ROSTER-MASTER.

           *> every phone checked - each kept feed record and each
           *> master entry carrying a phone - tagged with where it
           *> came from, so the shared-phone checks can group them
           *> on the phone number alone.
           SELECT PHONE-WORK ASSIGN TO "phone_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PHONE-WORK.

           *> sort work file, used to sequence the phones checked on
           *> the phone number.
           SELECT SORTWK2-FD ASSIGN TO "sortwkp2".

           *> the phones checked in phone-number order.
           SELECT PHONE-SORTED ASSIGN TO "phone_work_sorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PHONE-SORTED.

           *> the conflict report: one line per finding, tagged
           *> SHARED PHONE, PHONE DIFFERS or INACTIVE REUSE, with
           *> totals at the foot.
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

       FD SORTED-FEED.
           01 SORTED-FEED-REC PIC X(56).

       FD FEED-WORK.
           01 FEED-WORK-REC PIC X(56).

       SD SORTWK1-FD.
           01 SORTWK1-FD-REC.
               02 SRT1-NAME    PIC X(20).
               02 SRT1-SURNAME PIC X(20).
               02 SRT1-SEQ     PIC 9(06).
               02 SRT1-PHONE   PIC X(10).

       FD FEED-BY-NAME.
           01 FEED-BY-NAME-REC PIC X(56).

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

       FD PHONE-WORK.
           01 PHONE-WORK-REC PIC X(57).

       SD SORTWK2-FD.
           01 SORTWK2-FD-REC.
               02 SRT2-PHONE   PIC X(10).
               02 SRT2-SOURCE  PIC X(01).
               02 SRT2-NAME    PIC X(20).
               02 SRT2-SURNAME PIC X(20).
               02 SRT2-SEQ     PIC 9(06).

       FD PHONE-SORTED.
           01 PHONE-SORTED-REC PIC X(57).

       FD REPORT-FILE.
           01 REPORT-FILE-REC PIC X(132).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-RUN-DATE-FILE PIC 9(2).
           01 FS-SORTED-FEED   PIC 9(2).
           01 FS-FEED-WORK     PIC 9(2).
           01 FS-FEED-BY-NAME  PIC 9(2).
           01 FS-ROSTER-MASTER PIC 9(2).
           01 FS-PHONE-WORK    PIC 9(2).
           01 FS-PHONE-SORTED  PIC 9(2).
           01 FS-REPORT-FILE   PIC 9(2).

           *> define the run date and the run-dated file names.
           01 WS-RUN-DATE-TEXT    PIC X(8).
           01 WS-SORTED-FEED-NAME PIC X(35).
           01 WS-REPORT-NAME      PIC X(40).

           *> define one sorted FILE1 record, as COUNT-ENTRIES
           *> writes it.
           01 SORTED-FEED-ENTRY.
               02 SF-ORIG-SEQ PIC 9(06).
               02 SF-NAME     PIC X(20).
               02 SF-SURNAME  PIC X(20).
               02 SF-PHONE    PIC X(10).

           *> define the last kept feed person, so a repeat of the
           *> same name+surname is dropped the way COUNT-ENTRIES'
           *> dedup pass drops it.
           01 PREV-KEPT-KEY PIC X(40) VALUE SPACES.
           01 KEPT-ANY-FLAG PIC 9 VALUE ZERO.
               88  KEPT-ANY VALUE 1.

           *> define one kept feed record, in name+surname order.
           01 FE-FEED-ENTRY.
               02 FE-FEED-KEY.
                   03 FE-FEED-NAME    PIC X(20).
                   03 FE-FEED-SURNAME PIC X(20).
               02 FE-FEED-SEQ   PIC 9(06).
               02 FE-FEED-PHONE PIC X(10).

           *> define one phone checked, tagged with its source - A an
           *> active master entry, F a kept feed record, I an
           *> inactive master entry.
           01 PHONE-ENTRY.
               02 PE-PHONE   PIC X(10).
               02 PE-SOURCE  PIC X(01).
               02 PE-KEY.
                   03 PE-NAME    PIC X(20).
                   03 PE-SURNAME PIC X(20).
               02 PE-SEQ     PIC 9(06).

           *> define the phone group the shared-phone pass is
           *> standing on: every entry carrying the same phone,
           *> buffered so each can be weighed against the others.
           01 GROUP-PHONE PIC X(10).
           01 GROUP-COUNT PIC 9(4) VALUE ZERO.
           01 PHONE-GROUP-TABLE.
               02 PG-ENTRY OCCURS 500 TIMES INDEXED BY PG-IDX PG-HIT.
                   03 PG-SOURCE PIC X(01).
                   03 PG-KEY    PIC X(40).
                   03 PG-SEQ    PIC 9(06).

           *> define the number of distinct feed people in the group,
           *> the last feed person counted, and the subscript of the
           *> inactive entry being weighed.
           01 GROUP-FEED-PEOPLE PIC 9(4).
           01 GROUP-LAST-KEY    PIC X(40).
           01 INACTIVE-IDX      PIC 9(4).

           *> define the work fields for looking a person up in the
           *> group: the key looked for, the source wanted, and the
           *> sequence number found.
           01 LOOKUP-KEY    PIC X(40).
           01 LOOKUP-SOURCE PIC X(01).
           01 LOOKUP-SEQ    PIC X(06).

           *> define the end-of-side switches for the name merge -
           *> each side runs out independently - and for the phone
           *> pass.
           01 MASTER-EOF-FLAG PIC 9 VALUE ZERO.
               88  MASTER-EOF VALUE 1.
           01 FEED-EOF-FLAG PIC 9 VALUE ZERO.
               88  FEED-EOF VALUE 1.
           01 PHONE-EOF-FLAG PIC 9 VALUE ZERO.
               88  PHONE-EOF VALUE 1.

           *> define the tallies reported at the end of the run.
           01 FEED-KEPT-COUNT      PIC 9(6) VALUE ZERO.
           01 MASTER-READ-COUNT    PIC 9(6) VALUE ZERO.
           01 SHARED-PHONE-COUNT   PIC 9(4) VALUE ZERO.
           01 SHARED-ENTRY-COUNT   PIC 9(4) VALUE ZERO.
           01 PHONE-DIFFERS-COUNT  PIC 9(4) VALUE ZERO.
           01 INACTIVE-REUSE-COUNT PIC 9(4) VALUE ZERO.
           01 NO-PHONE-SKIPPED     PIC 9(4) VALUE ZERO.

           *> define the report heading.
           01 HEADING-LINE.
               02 FILLER       PIC X(35)
                   VALUE "SHARED AND CONFLICTING PHONES     ".
               02 FILLER       PIC X(09) VALUE "RUN DATE ".
               02 HD-RUN-DATE  PIC X(08).

           *> define the column heading over the findings.
           01 COLUMN-LINE.
               02 FILLER PIC X(15) VALUE "FINDING".
               02 FILLER PIC X(11) VALUE "PHONE".
               02 FILLER PIC X(21) VALUE "NAME".
               02 FILLER PIC X(21) VALUE "SURNAME".
               02 FILLER PIC X(07) VALUE "F1-SEQ".
               02 FILLER PIC X(07) VALUE "RM-SEQ".
               02 FILLER PIC X(48) VALUE "DETAIL".

           *> define the finding line: the person concerned, with the
           *> original FILE1 sequence number and the master RM-SEQ
           *> where they have one, and a detail area read according
           *> to the tag.
           01 CONFLICT-LINE.
               02 CL-TAG     PIC X(14).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 CL-PHONE   PIC X(10).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 CL-NAME    PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 CL-SURNAME PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 CL-F1-SEQ  PIC X(06).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 CL-RM-SEQ  PIC X(06).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 CL-DETAIL  PIC X(48).

           *> define the detail of a SHARED PHONE line: how many
           *> distinct feed people carry the phone.
           01 DETAIL-SHARED.
               02 FILLER    PIC X(10) VALUE "SHARED BY ".
               02 DS-PEOPLE PIC ZZZ9.
               02 FILLER    PIC X(15) VALUE " FEED PEOPLE".

           *> define the detail of a PHONE DIFFERS line: the phone the
           *> master holds for the person.
           01 DETAIL-ROSTER-PHONE.
               02 FILLER    PIC X(18) VALUE "MASTER HOLDS PHONE".
               02 FILLER    PIC X(01) VALUE SPACE.
               02 DR-PHONE  PIC X(10).

           *> define the detail of an INACTIVE REUSE line: the
           *> inactive master entry the phone also belongs to.
           01 DETAIL-INACTIVE.
               02 DI-NAME    PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 DI-SURNAME PIC X(20).
               02 FILLER     PIC X(01) VALUE SPACE.
               02 DI-SEQ     PIC 9(06).

           *> define the totals lines written at the foot of the
           *> report.
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
               02 STL-STEP        PIC X(8) VALUE "STEP018".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "PHONE-CONFLICT".
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

           PERFORM 050-OPEN-FILES.

           PERFORM 100-KEEP-DEDUP-FEED.

           PERFORM 150-SORT-FEED-BY-NAME.

           PERFORM 200-COMPARE-MASTER-PHONES.

           PERFORM 250-SORT-PHONES.

           PERFORM 300-CHECK-SHARED-PHONES.

           PERFORM 400-WRITE-TOTALS.

           PERFORM 450-CLOSE-FILES.

           PERFORM 500-DISPLAY-RESULTS.

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
       *> file names, from RUN-DATE-FILE, so the checks run against
       *> that same day's feed. When RUN-DATE-FILE does not exist
       *> (this program run standalone) the run date is derived
       *> from today's date.
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

       *> builds the run-dated feed and report names from the run
       *> date.
       045-BUILD-FILE-NAMES.
           STRING "inputfile1_" WS-RUN-DATE-TEXT "_sorted.txt"
               DELIMITED BY SIZE INTO WS-SORTED-FEED-NAME
           STRING "phone_conflict_report_" WS-RUN-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.

       *> makes sure the feed and the master are both on disk before
       *> anything is sorted or written. Either missing is the
       *> expected state on a first day or a standalone run, so it
       *> ends the run as a warning rather than an error.
       046-CHECK-INPUTS.
           OPEN INPUT SORTED-FEED
           IF FS-SORTED-FEED EQUAL '35' THEN
               DISPLAY "NO SORTED FEED " WS-SORTED-FEED-NAME
                   " TO CHECK - PHONE CHECKS SKIPPED"
               MOVE 4 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           IF FS-SORTED-FEED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   WS-SORTED-FEED-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           CLOSE SORTED-FEED

           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER EQUAL '35' THEN
               DISPLAY "NO ROSTER MASTER ON DISK YET - "
                   "PHONE CHECKS SKIPPED"
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
           CLOSE ROSTER-MASTER.

       050-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF FS-REPORT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE-TEXT TO HD-RUN-DATE
           WRITE REPORT-FILE-REC FROM HEADING-LINE
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           WRITE REPORT-FILE-REC FROM COLUMN-LINE

           OPEN OUTPUT PHONE-WORK
           IF FS-PHONE-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PHONE-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> rebuilds the day's deduplicated FILE1 from the sorted copy
       *> under COUNT-ENTRIES' own rule - a record with a phone that
       *> is not numeric went to suspense, and only the first
       *> record of each name+surname was kept - but keeping each
       *> record's original sequence number. Every kept record goes
       *> onto the phone work file as a feed phone.
       100-KEEP-DEDUP-FEED.
           OPEN INPUT SORTED-FEED
           IF FS-SORTED-FEED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   WS-SORTED-FEED-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN OUTPUT FEED-WORK
           IF FS-FEED-WORK NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING FEED-WORK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 110-KEEP-ONE-FEED-REC UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG

           CLOSE SORTED-FEED
           CLOSE FEED-WORK.

       110-KEEP-ONE-FEED-REC.
           READ SORTED-FEED INTO SORTED-FEED-ENTRY

           IF FS-SORTED-FEED NOT EQUAL '00' AND
             FS-SORTED-FEED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   WS-SORTED-FEED-NAME
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-SORTED-FEED EQUAL '00' THEN
               IF SF-PHONE IS NUMERIC THEN
                   IF NOT KEPT-ANY OR
                     SORTED-FEED-ENTRY (7:40) NOT EQUAL PREV-KEPT-KEY
                   THEN
                       SET KEPT-ANY TO TRUE
                       MOVE SORTED-FEED-ENTRY (7:40) TO PREV-KEPT-KEY
                       ADD 1 TO FEED-KEPT-COUNT

                       MOVE SF-NAME TO FE-FEED-NAME
                       MOVE SF-SURNAME TO FE-FEED-SURNAME
                       MOVE SF-ORIG-SEQ TO FE-FEED-SEQ
                       MOVE SF-PHONE TO FE-FEED-PHONE
                       WRITE FEED-WORK-REC FROM FE-FEED-ENTRY

                       MOVE SF-PHONE TO PE-PHONE
                       MOVE 'F' TO PE-SOURCE
                       MOVE SF-NAME TO PE-NAME
                       MOVE SF-SURNAME TO PE-SURNAME
                       MOVE SF-ORIG-SEQ TO PE-SEQ
                       WRITE PHONE-WORK-REC FROM PHONE-ENTRY
                   END-IF
               END-IF
           END-IF

           IF FS-SORTED-FEED EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> sequences the kept feed records on name+surname - the
       *> master's own key order.
       150-SORT-FEED-BY-NAME.
           SORT SORTWK1-FD ON ASCENDING KEY SRT1-NAME
                                           SRT1-SURNAME
                                           SRT1-SEQ
               USING FEED-WORK
               GIVING FEED-BY-NAME.

       *> walks the master in key order beside the kept feed in the
       *> same order, reporting every active master entry whose
       *> phone differs from the one the person arrived with today.
       *> Every master entry carrying a phone also goes onto the
       *> phone work file, tagged active or inactive.
       200-COMPARE-MASTER-PHONES.
           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN INPUT FEED-BY-NAME
           IF FS-FEED-BY-NAME NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING FEED-BY-NAME"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           PERFORM 210-READ-NEXT-MASTER-REC
           PERFORM 220-READ-NEXT-FEED-REC

           PERFORM 230-MATCH-ONE-MASTER-REC UNTIL MASTER-EOF

           CLOSE ROSTER-MASTER
           CLOSE FEED-BY-NAME
           CLOSE PHONE-WORK.

       *> reads the next master entry in key order, putting it on
       *> the phone work file when it carries a phone. At end of
       *> file the key is raised to HIGH-VALUES.
       210-READ-NEXT-MASTER-REC.
           READ ROSTER-MASTER NEXT RECORD

           IF FS-ROSTER-MASTER NOT EQUAL '00' AND
             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-ROSTER-MASTER EQUAL '00' THEN
               ADD 1 TO MASTER-READ-COUNT
               IF RM-PHONE NOT EQUAL SPACES THEN
                   MOVE RM-PHONE TO PE-PHONE
                   IF RM-INACTIVE THEN
                       MOVE 'I' TO PE-SOURCE
                   ELSE
                       MOVE 'A' TO PE-SOURCE
                   END-IF
                   MOVE RM-NAME TO PE-NAME
                   MOVE RM-SURNAME TO PE-SURNAME
                   MOVE RM-SEQ TO PE-SEQ
                   WRITE PHONE-WORK-REC FROM PHONE-ENTRY
               END-IF
           END-IF

           IF FS-ROSTER-MASTER EQUAL '10' THEN
               SET MASTER-EOF TO TRUE
               MOVE HIGH-VALUES TO RM-KEY
           END-IF.

       *> reads the next kept feed record; at end of file the key is
       *> raised to HIGH-VALUES.
       220-READ-NEXT-FEED-REC.
           READ FEED-BY-NAME INTO FE-FEED-ENTRY

           IF FS-FEED-BY-NAME NOT EQUAL '00' AND
             FS-FEED-BY-NAME NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING FEED-BY-NAME"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-FEED-BY-NAME EQUAL '10' THEN
               SET FEED-EOF TO TRUE
               MOVE HIGH-VALUES TO FE-FEED-KEY
           END-IF.

       *> weighs the master entry in hand against the feed person
       *> the feed side is standing on. The master side only moves
       *> on once the entry is settled, so every entry of a person
       *> holding several sequence numbers is weighed in turn.
       230-MATCH-ONE-MASTER-REC.
           IF RM-NAME-SURNAME EQUAL FE-FEED-KEY THEN
               IF RM-ACTIVE AND RM-PHONE NOT EQUAL FE-FEED-PHONE THEN
                   IF RM-PHONE EQUAL SPACES THEN
                       ADD 1 TO NO-PHONE-SKIPPED
                   ELSE
                       PERFORM 240-REPORT-PHONE-DIFFERS
                   END-IF
               END-IF
               PERFORM 210-READ-NEXT-MASTER-REC
           ELSE
               IF RM-NAME-SURNAME < FE-FEED-KEY THEN
                   PERFORM 210-READ-NEXT-MASTER-REC
               ELSE
                   PERFORM 220-READ-NEXT-FEED-REC
               END-IF
           END-IF.

       *> writes the finding for an active master entry whose phone
       *> is not the one the person arrived with on today's feed.
       240-REPORT-PHONE-DIFFERS.
           ADD 1 TO PHONE-DIFFERS-COUNT
           MOVE SPACES TO CONFLICT-LINE
           MOVE 'PHONE DIFFERS ' TO CL-TAG
           MOVE FE-FEED-PHONE TO CL-PHONE
           MOVE RM-NAME TO CL-NAME
           MOVE RM-SURNAME TO CL-SURNAME
           MOVE FE-FEED-SEQ TO CL-F1-SEQ
           MOVE RM-SEQ TO CL-RM-SEQ
           MOVE RM-PHONE TO DR-PHONE
           MOVE DETAIL-ROSTER-PHONE TO CL-DETAIL
           WRITE REPORT-FILE-REC FROM CONFLICT-LINE.

       *> sequences every phone checked on the phone number, then
       *> source and person, so each phone's entries arrive
       *> together.
       250-SORT-PHONES.
           SORT SORTWK2-FD ON ASCENDING KEY SRT2-PHONE
                                           SRT2-SOURCE
                                           SRT2-NAME
                                           SRT2-SURNAME
                                           SRT2-SEQ
               USING PHONE-WORK
               GIVING PHONE-SORTED.

       *> walks the phones checked one phone at a time.
       300-CHECK-SHARED-PHONES.
           OPEN INPUT PHONE-SORTED
           IF FS-PHONE-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PHONE-SORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           PERFORM 310-READ-NEXT-PHONE-REC
           PERFORM 320-CHECK-ONE-PHONE UNTIL PHONE-EOF

           CLOSE PHONE-SORTED.

       310-READ-NEXT-PHONE-REC.
           READ PHONE-SORTED INTO PHONE-ENTRY

           IF FS-PHONE-SORTED NOT EQUAL '00' AND
             FS-PHONE-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING PHONE-SORTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-PHONE-SORTED EQUAL '10' THEN
               SET PHONE-EOF TO TRUE
           END-IF.

       *> buffers every entry carrying the phone the pass is
       *> standing on, then weighs the group: a phone on more than
       *> one distinct feed person is shared, and a phone on an
       *> inactive master entry and also on a different active
       *> person has been handed on.
       320-CHECK-ONE-PHONE.
           MOVE PE-PHONE TO GROUP-PHONE
           MOVE ZERO TO GROUP-COUNT
           MOVE ZERO TO GROUP-FEED-PEOPLE
           MOVE SPACES TO GROUP-LAST-KEY
           PERFORM 330-BUFFER-ONE-PHONE-REC
               UNTIL PHONE-EOF OR PE-PHONE NOT EQUAL GROUP-PHONE

           IF GROUP-FEED-PEOPLE > 1 THEN
               ADD 1 TO SHARED-PHONE-COUNT
               PERFORM 340-REPORT-SHARED-ENTRY
                   VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > GROUP-COUNT
           END-IF

           PERFORM 350-WEIGH-INACTIVE-ENTRY
               VARYING INACTIVE-IDX FROM 1 BY 1
               UNTIL INACTIVE-IDX > GROUP-COUNT.

       *> buffers one entry of the current phone, counting the
       *> distinct feed people as they pass - the feed entries of a
       *> phone arrive together, in name+surname order. A phone
       *> carried by more entries than the buffer holds stops the
       *> run - that is a damaged feed or master, not a busier one.
       330-BUFFER-ONE-PHONE-REC.
           IF GROUP-COUNT EQUAL 500 THEN
               DISPLAY "TOO MANY ENTRIES CARRYING PHONE " GROUP-PHONE
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO GROUP-COUNT
           SET PG-IDX TO GROUP-COUNT
           MOVE PE-SOURCE TO PG-SOURCE (PG-IDX)
           MOVE PE-KEY TO PG-KEY (PG-IDX)
           MOVE PE-SEQ TO PG-SEQ (PG-IDX)

           IF PE-SOURCE EQUAL 'F' AND PE-KEY NOT EQUAL GROUP-LAST-KEY
           THEN
               ADD 1 TO GROUP-FEED-PEOPLE
               MOVE PE-KEY TO GROUP-LAST-KEY
           END-IF

           PERFORM 310-READ-NEXT-PHONE-REC.

       *> writes the SHARED PHONE finding for one feed entry of a
       *> shared phone, with the master RM-SEQ the person holds
       *> under the same phone when they have one.
       340-REPORT-SHARED-ENTRY.
           IF PG-SOURCE (PG-IDX) EQUAL 'F' THEN
               ADD 1 TO SHARED-ENTRY-COUNT
               MOVE PG-KEY (PG-IDX) TO LOOKUP-KEY
               MOVE 'A' TO LOOKUP-SOURCE
               PERFORM 360-LOOKUP-GROUP-SEQ

               MOVE SPACES TO CONFLICT-LINE
               MOVE 'SHARED PHONE  ' TO CL-TAG
               MOVE GROUP-PHONE TO CL-PHONE
               MOVE PG-KEY (PG-IDX) (1:20) TO CL-NAME
               MOVE PG-KEY (PG-IDX) (21:20) TO CL-SURNAME
               MOVE PG-SEQ (PG-IDX) TO CL-F1-SEQ
               MOVE LOOKUP-SEQ TO CL-RM-SEQ
               MOVE GROUP-FEED-PEOPLE TO DS-PEOPLE
               MOVE DETAIL-SHARED TO CL-DETAIL
               WRITE REPORT-FILE-REC FROM CONFLICT-LINE
           END-IF.

       *> weighs one entry of the group: when it is an inactive
       *> master entry, every active master entry of a different
       *> person carrying the same phone is reported against it.
       350-WEIGH-INACTIVE-ENTRY.
           IF PG-SOURCE (INACTIVE-IDX) EQUAL 'I' THEN
               PERFORM 355-REPORT-INACTIVE-REUSE
                   VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > GROUP-COUNT
           END-IF.

       *> writes the INACTIVE REUSE finding for one active person
       *> now carrying an inactive entry's phone, with their FILE1
       *> sequence number when they are on today's feed under it.
       355-REPORT-INACTIVE-REUSE.
           IF PG-SOURCE (PG-IDX) EQUAL 'A' AND
             PG-KEY (PG-IDX) NOT EQUAL PG-KEY (INACTIVE-IDX) THEN
               ADD 1 TO INACTIVE-REUSE-COUNT
               MOVE PG-KEY (PG-IDX) TO LOOKUP-KEY
               MOVE 'F' TO LOOKUP-SOURCE
               PERFORM 360-LOOKUP-GROUP-SEQ

               MOVE SPACES TO CONFLICT-LINE
               MOVE 'INACTIVE REUSE' TO CL-TAG
               MOVE GROUP-PHONE TO CL-PHONE
               MOVE PG-KEY (PG-IDX) (1:20) TO CL-NAME
               MOVE PG-KEY (PG-IDX) (21:20) TO CL-SURNAME
               MOVE LOOKUP-SEQ TO CL-F1-SEQ
               MOVE PG-SEQ (PG-IDX) TO CL-RM-SEQ
               MOVE PG-KEY (INACTIVE-IDX) (1:20) TO DI-NAME
               MOVE PG-KEY (INACTIVE-IDX) (21:20) TO DI-SURNAME
               MOVE PG-SEQ (INACTIVE-IDX) TO DI-SEQ
               MOVE DETAIL-INACTIVE TO CL-DETAIL
               WRITE REPORT-FILE-REC FROM CONFLICT-LINE
           END-IF.

       *> looks the group up for an entry of LOOKUP-KEY from
       *> LOOKUP-SOURCE, leaving its sequence number in LOOKUP-SEQ,
       *> or spaces when the group holds none.
       360-LOOKUP-GROUP-SEQ.
           MOVE SPACES TO LOOKUP-SEQ
           PERFORM 365-PROBE-ONE-GROUP-ENTRY
               VARYING PG-HIT FROM 1 BY 1
               UNTIL PG-HIT > GROUP-COUNT
                  OR LOOKUP-SEQ NOT EQUAL SPACES.

       365-PROBE-ONE-GROUP-ENTRY.
           IF PG-SOURCE (PG-HIT) EQUAL LOOKUP-SOURCE AND
             PG-KEY (PG-HIT) EQUAL LOOKUP-KEY THEN
               MOVE PG-SEQ (PG-HIT) TO LOOKUP-SEQ
           END-IF.

       *> writes the totals at the foot of the report.
       400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL FEED RECORDS      ' TO TL-LABEL
           MOVE FEED-KEPT-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL MASTER ENTRIES    ' TO TL-LABEL
           MOVE MASTER-READ-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL SHARED PHONES     ' TO TL-LABEL
           MOVE SHARED-PHONE-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL SHARED ENTRIES    ' TO TL-LABEL
           MOVE SHARED-ENTRY-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL PHONE DIFFERS     ' TO TL-LABEL
           MOVE PHONE-DIFFERS-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL INACTIVE REUSE    ' TO TL-LABEL
           MOVE INACTIVE-REUSE-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL MASTER NO PHONE   ' TO TL-LABEL
           MOVE NO-PHONE-SKIPPED TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE.

       450-CLOSE-FILES.
           CLOSE REPORT-FILE.

       500-DISPLAY-RESULTS.
           DISPLAY "Number of feed records checked: "
           DISPLAY FEED-KEPT-COUNT
           DISPLAY "Number of master entries checked: "
           DISPLAY MASTER-READ-COUNT
           DISPLAY "Number of shared phones: "
           DISPLAY SHARED-PHONE-COUNT
           DISPLAY "Number of master phones differing from feed: "
           DISPLAY PHONE-DIFFERS-COUNT
           DISPLAY "Number of inactive phones reused: "
           DISPLAY INACTIVE-REUSE-COUNT
           DISPLAY "Number of active master entries with no phone: "
           DISPLAY NO-PHONE-SKIPPED.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD FEED-KEPT-COUNT MASTER-READ-COUNT GIVING STL-RECORDS
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
