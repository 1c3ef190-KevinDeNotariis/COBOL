
           *> the before/after journal ROSTER-MAINT appends one line
           *> per applied transaction to - replayed forward from the
           *> snapshot up to the recovery point. Once the rebuild is
           *> done, one line per entry the recovery changed is
           *> appended to it in turn, so the journal goes on telling
           *> the whole story of the master and the change extract
           *> passes the recovery on to the receivers.
           SELECT JOURNAL-FILE ASSIGN TO "roster_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           *> a flat copy of the master as it stood before the
           *> rebuild, in key order - compared with the rebuilt
           *> master afterwards to find what the recovery changed.
           SELECT PRIOR-FILE ASSIGN TO "roster_pre_recover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRIOR-FILE.

           *> the single persistent roster master being rebuilt. It
           *> is re-created from scratch here - whatever damaged or
           *> wrongly-maintained state it was in is replaced by the
           01 SNAPSHOT-FILE-REC PIC X(73).

       FD JOURNAL-FILE.
           01 JOURNAL-FILE-REC PIC X(197).

       FD PRIOR-FILE.
           01 PRIOR-FILE-REC PIC X(73).

       FD ROSTER-MASTER.
           01 ROSTER-MASTER-REC.
           01 FS-JOURNAL-FILE  PIC 9(2).
           01 FS-ROSTER-MASTER PIC 9(2).
           01 FS-REPORT-FILE   PIC 9(2).
           01 FS-PRIOR-FILE    PIC 9(2).

           *> define the recovery point the master is rebuilt as of.
           01 WS-RECOVER-DATE PIC X(8).
           *> ROSTER-MAINT's 142-WRITE-JOURNAL-LINE writes it. The
           *> before and after images each lead with the record's
           *> key; an image left as spaces means the record did not
           *> exist on that side of the transaction. The maker and
           *> checker IDs trailing the images are carried for the
           *> record only - replay does not need them.
           01 JOURNAL-LINE-PARSE.
               02 JP-RUN-DATE PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-AFTER.
                   03 JP-AFTER-KEY  PIC X(46).
                   03 JP-AFTER-DATA PIC X(27).
               02 FILLER      PIC X(01).
               02 JP-REQUESTER PIC X(08).
               02 FILLER      PIC X(01).
               02 JP-APPROVER PIC X(08).

           *> define the snapshot date the search is standing on,
           *> broken out into its parts so it can be stepped back one
           *> define the run-dated snapshot name being probed.
           01 WS-SNAPSHOT-NAME PIC X(35).

           *> define the name handed to the file-delete service
           *> routine when the prior copy is removed, and the status
           *> it comes back with, with the program's own return code
           *> parked around the call.
           01 DELETE-FILE-NAME   PIC X(40).
           01 DELETE-STATUS      PIC S9(4) COMP.
           01 PARKED-RETURN-CODE PIC S9(4) COMP.

           *> define the rebuild tallies reported at the end of the
           *> run.
           01 LOADED-COUNT   PIC 9(6) VALUE ZERO.
           01 REPLAYED-COUNT PIC 9(6) VALUE ZERO.
           01 SKIPPED-COUNT  PIC 9(6) VALUE ZERO.
           01 PRIOR-COUNT    PIC 9(6) VALUE ZERO.
           01 CHANGED-COUNT  PIC 9(6) VALUE ZERO.

           *> define the master entry as it stood before the rebuild,
           *> the side the compare pass is standing on, and the end-
           *> of-side switches - each side runs out independently,
           *> its key raised to HIGH-VALUES.
           01 PRIOR-ENTRY.
               02 PR-KEY  PIC X(46).
               02 PR-DATA PIC X(27).
           01 PRIOR-EOF-FLAG PIC 9 VALUE ZERO.
               88  PRIOR-EOF VALUE 1.
           01 MASTER-EOF-FLAG PIC 9 VALUE ZERO.
               88  MASTER-EOF VALUE 1.

           *> define the journal line written for every entry the
           *> recovery changed, in ROSTER-MAINT's own layout: when
           *> the recovery ran, the entry's images before and after
           *> it, and ROSRECOV as the requester. The transaction
           *> number is left blank - the line answers no transaction,
           *> and ROSTER-MAINT's restart check passes it over.
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-TODAY-TIME PIC 9(8).
           01 RECOVERY-JOURNAL-LINE.
               02 RJ-RUN-DATE  PIC 9(08).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-RUN-TIME  PIC 9(08).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-TRAN-NUM  PIC X(06).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-ACTION    PIC X(06).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-BEFORE    PIC X(73).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-AFTER     PIC X(73).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-REQUESTER PIC X(08).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 RJ-APPROVER  PIC X(08).

           *> define the report lines.
           01 SNAP-REPORT-LINE.
               02 FILLER        PIC X(09) VALUE " SKIPPED ".
               02 RRL-SKIPPED   PIC 9(6).

           01 CHANGED-REPORT-LINE.
               02 FILLER        PIC X(24)
                   VALUE "ENTRIES CHANGED JOURNAL ".
               02 CRL-CHANGED   PIC 9(6).
               02 FILLER        PIC X(20)
                   VALUE " OF PRIOR ENTRIES   ".
               02 CRL-PRIOR     PIC 9(6).

           01 POINT-REPORT-LINE.
               02 FILLER        PIC X(20)
                   VALUE "REBUILT AS OF DATE  ".

           PERFORM 050-FIND-SNAPSHOT.

           PERFORM 058-COPY-PRIOR-MASTER.

           PERFORM 060-REBUILD-FROM-SNAPSHOT.

           PERFORM 100-REPLAY-JOURNAL.

           PERFORM 200-JOURNAL-RECOVERY-CHANGES.

           PERFORM 205-DELETE-PRIOR-COPY.

           PERFORM 250-WRITE-REPORT.

           PERFORM 350-DISPLAY-RESULTS.
               CLOSE SNAPSHOT-FILE
           END-IF.

       *> copies the master, in key order, to a flat file before
       *> the rebuild replaces it, so what the recovery changed can
       *> be found afterwards. A master not on disk (the damage
       *> being recovered from) leaves the copy empty - every
       *> rebuilt entry then counts as changed. A master that is on
       *> disk but cannot be opened or read through is damage of
       *> the same kind, not a reason to stop: the copy keeps what
       *> was read before the failure and the rebuild goes ahead.
       058-COPY-PRIOR-MASTER.
           OPEN OUTPUT PRIOR-FILE
           IF FS-PRIOR-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PRIOR-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER EQUAL '35' THEN
               DISPLAY "NO ROSTER MASTER ON DISK BEFORE THE REBUILD"
           ELSE
               IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
                   DISPLAY "ROSTER MASTER UNREADABLE BEFORE THE "
                       "REBUILD, STATUS " FS-ROSTER-MASTER
                       " - NO PRIOR COPY KEPT"
               ELSE
                   MOVE ZERO TO LOOP-EXIT-FLAG
                   PERFORM 059-COPY-ONE-PRIOR-RECORD UNTIL EXIT-FLAG
                   MOVE ZERO TO LOOP-EXIT-FLAG

                   CLOSE ROSTER-MASTER
               END-IF
           END-IF

           CLOSE PRIOR-FILE.

       059-COPY-ONE-PRIOR-RECORD.
           READ ROSTER-MASTER NEXT RECORD

           IF FS-ROSTER-MASTER NOT EQUAL '00' AND
             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "ROSTER MASTER UNREADABLE AFTER "
                   PRIOR-COUNT " ENTRIES, STATUS " FS-ROSTER-MASTER
                   " - PRIOR COPY KEPT AS FAR AS READ"
               SET EXIT-FLAG TO TRUE
           END-IF

           IF FS-ROSTER-MASTER EQUAL '00' THEN
               ADD 1 TO PRIOR-COUNT
               WRITE PRIOR-FILE-REC FROM ROSTER-MASTER-REC
           END-IF

           IF FS-ROSTER-MASTER EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> re-creates the master from scratch and loads every record
       *> of the snapshot into it - the state the master held before
       *> the snapshot date's maintenance ran.
               END-IF
           END-IF.

       *> walks the master as it stood before the rebuild beside
       *> the rebuilt master, both in key order, journalling every
       *> entry the recovery changed: one it took off the master
       *> (before image only), one it put back (after image only),
       *> and one whose data it wound back (both images). Entries
       *> the recovery left as they were are not journalled.
       200-JOURNAL-RECOVERY-CHANGES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME

           OPEN INPUT PRIOR-FILE
           IF FS-PRIOR-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PRIOR-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING "
                   "ROSTER-MASTER FOR THE COMPARE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF FS-JOURNAL-FILE EQUAL '35' THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING JOURNAL-FILE "
                   "FOR THE RECOVERY CHANGES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 210-READ-NEXT-PRIOR-REC
           PERFORM 220-READ-NEXT-MASTER-REC

           PERFORM 230-COMPARE-ONE-ENTRY
               UNTIL PRIOR-EOF AND MASTER-EOF

           CLOSE PRIOR-FILE
           CLOSE ROSTER-MASTER
           CLOSE JOURNAL-FILE.

       *> removes the prior copy once the compare has journalled
       *> what the recovery changed - it is a work file of this run
       *> only. The routine reports through RETURN-CODE, so the
       *> program's own return code is parked around the call.
       205-DELETE-PRIOR-COPY.
           MOVE "roster_pre_recover.txt" TO DELETE-FILE-NAME
           MOVE RETURN-CODE TO PARKED-RETURN-CODE
           CALL "CBL_DELETE_FILE" USING DELETE-FILE-NAME
           MOVE RETURN-CODE TO DELETE-STATUS
           MOVE PARKED-RETURN-CODE TO RETURN-CODE
           IF DELETE-STATUS NOT EQUAL ZERO THEN
               DISPLAY "COULD NOT REMOVE WORK FILE "
                   DELETE-FILE-NAME
           END-IF.

       210-READ-NEXT-PRIOR-REC.
           READ PRIOR-FILE INTO PRIOR-ENTRY

           IF FS-PRIOR-FILE NOT EQUAL '00' AND
             FS-PRIOR-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING PRIOR-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-PRIOR-FILE EQUAL '10' THEN
               SET PRIOR-EOF TO TRUE
               MOVE HIGH-VALUES TO PR-KEY
           END-IF.

       220-READ-NEXT-MASTER-REC.
           READ ROSTER-MASTER NEXT RECORD

           IF FS-ROSTER-MASTER NOT EQUAL '00' AND
             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER "
                   "FOR THE COMPARE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-ROSTER-MASTER EQUAL '10' THEN
               SET MASTER-EOF TO TRUE
               MOVE HIGH-VALUES TO RM-KEY
           END-IF.

       *> weighs the lower of the two keys in hand, journalling the
       *> entry when the recovery changed it, and moves on past it.
       230-COMPARE-ONE-ENTRY.
           MOVE SPACES TO RJ-BEFORE
           MOVE SPACES TO RJ-AFTER

           IF PR-KEY EQUAL RM-KEY THEN
               IF PRIOR-ENTRY NOT EQUAL ROSTER-MASTER-REC THEN
                   MOVE PRIOR-ENTRY TO RJ-BEFORE
                   MOVE ROSTER-MASTER-REC TO RJ-AFTER
                   PERFORM 240-WRITE-RECOVERY-LINE
               END-IF
               PERFORM 210-READ-NEXT-PRIOR-REC
               PERFORM 220-READ-NEXT-MASTER-REC
           ELSE
               IF PR-KEY < RM-KEY THEN
                   MOVE PRIOR-ENTRY TO RJ-BEFORE
                   PERFORM 240-WRITE-RECOVERY-LINE
                   PERFORM 210-READ-NEXT-PRIOR-REC
               ELSE
                   MOVE ROSTER-MASTER-REC TO RJ-AFTER
                   PERFORM 240-WRITE-RECOVERY-LINE
                   PERFORM 220-READ-NEXT-MASTER-REC
               END-IF
           END-IF.

       240-WRITE-RECOVERY-LINE.
           ADD 1 TO CHANGED-COUNT
           MOVE WS-TODAY-DATE TO RJ-RUN-DATE
           MOVE WS-TODAY-TIME TO RJ-RUN-TIME
           MOVE SPACES TO RJ-TRAN-NUM
           MOVE 'RECOVR' TO RJ-ACTION
           MOVE 'ROSRECOV' TO RJ-REQUESTER
           MOVE SPACES TO RJ-APPROVER
           WRITE JOURNAL-FILE-REC FROM RECOVERY-JOURNAL-LINE
           IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING JOURNAL-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> writes the recovery report: the snapshot reloaded, the
       *> replay tallies, and the point the master now stands at.
       250-WRITE-REPORT.
           MOVE SKIPPED-COUNT TO RRL-SKIPPED
           WRITE REPORT-FILE-REC FROM REPLAY-REPORT-LINE

           MOVE CHANGED-COUNT TO CRL-CHANGED
           MOVE PRIOR-COUNT TO CRL-PRIOR
           WRITE REPORT-FILE-REC FROM CHANGED-REPORT-LINE

           MOVE WS-RECOVER-DATE TO PRL-DATE
           MOVE WS-RECOVER-TIME TO PRL-TIME
           WRITE REPORT-FILE-REC FROM POINT-REPORT-LINE
           DISPLAY "Number of journal lines replayed: "
           DISPLAY REPLAYED-COUNT
           DISPLAY "Number of journal lines skipped: "
           DISPLAY SKIPPED-COUNT
           DISPLAY "Number of entries the recovery changed: "
           DISPLAY CHANGED-COUNT.

       *> steps SNAP-DATE back one calendar day.
       520-STEP-DATE-BACK.
