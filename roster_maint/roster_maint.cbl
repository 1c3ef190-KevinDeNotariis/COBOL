           *> same key ROSTER-MASTER itself is indexed on. This file
           *> is optional - a day with no roster movement simply does
           *> not stage one, and the run reports zero transactions.
           *> Operators no longer stage it directly: it is the file
           *> of approved transactions ROSTER-QUEUE releases from the
           *> pending queue, each one carrying the operator who
           *> entered it and the different operator who approved it.
           SELECT TRAN-FILE ASSIGN TO "roster_approved_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRAN-FILE.

               FILE STATUS IS FS-ROSTER-MASTER.

           *> the audit report: one line per transaction read, saying
           *> whether it was applied or rejected and why. A restart
           *> adds its lines behind the first pass's, see
           *> 050-OPEN-FILES.
           SELECT AUDIT-FILE ASSIGN TO "roster_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-FILE.
           *> roster record before and after it was applied, so the
           *> master can be rebuilt to any point in time from the
           *> last snapshot plus this journal - see ROSTER-RECOVER.
           *> It is also read back at the start of every run, so a
           *> rerun of a run date that already journalled some of
           *> its transactions resumes after the last of them - see
           *> 042-FIND-RESTART-POINT.
           SELECT JOURNAL-FILE ASSIGN TO "roster_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNAPSHOT-FILE.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
       FD TRAN-FILE.
           01 TRAN-FILE-REC PIC X(127).

       *> the roster record carries data beyond its key now: the
       *> phone number, an active/inactive status and the dates the
               02 RM-EFF-TO   PIC X(08).

       FD AUDIT-FILE.
           01 AUDIT-FILE-REC PIC X(128).

       FD RUN-DATE-FILE.
           01 RUN-DATE-FILE-REC PIC X(8).

       FD JOURNAL-FILE.
           01 JOURNAL-FILE-REC PIC X(197).

       FD SNAPSHOT-FILE.
           01 SNAPSHOT-FILE-REC PIC X(73).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.
           *> define the file status flags.
           01 FS-TRAN-FILE     PIC 9(2).
           *> change only updates data fields in place - and the
           *> phone number an add carries onto the master or a change
           *> replaces there (spaces on a change leave the phone as
           *> it stands). Behind the transaction itself come the
           *> operator IDs of the maker who entered it and the
           *> checker who approved it, and the pending-queue entry it
           *> was released from.
           01 TRAN-ENTRY.
               02 TR-ACTION      PIC X(01).
                   88  TR-ADD    VALUE 'A'.
               02 TR-NEW-NAME    PIC X(20).
               02 TR-NEW-SURNAME PIC X(20).
               02 TR-PHONE       PIC X(10).
               02 TR-REQUESTER   PIC X(08).
               02 TR-APPROVER    PIC X(08).
               02 TR-QUEUE-REF   PIC X(14).

           *> define the number of the transaction currently being
           *> applied, counted in arrival order, so every audit line
           01 REJECT-REASON PIC X(30) VALUE SPACES.

           *> define the applied/rejected counters displayed at the
           *> end of the run, and the count of transactions a
           *> restart passed over as already applied.
           01 APPLIED-COUNT  PIC 9(4) VALUE ZERO.
           01 REJECTED-COUNT PIC 9(4) VALUE ZERO.
           01 SKIPPED-COUNT  PIC 9(4) VALUE ZERO.

           *> define the switch raised when the journal already
           *> carries lines for this run date - the run is a rerun
           *> of a STEP015 that got partway through - and the
           *> highest transaction number those lines carry, the
           *> point the rerun resumes after.
           01 RESTART-FLAG PIC 9 VALUE ZERO.
               88  RESTART-RUN VALUE 1.
           01 RESTART-TRAN-NUM PIC 9(6) VALUE ZERO.

           *> define which transaction numbers of this run date the
           *> journal already holds, one byte per transaction in
           *> arrival order - 'J' for journalled - so a restart can
           *> tell a transaction the first pass applied from one it
           *> read and rejected. Bounded the same as the counters
           *> above.
           01 JOURNALLED-TABLE.
               02 JT-JOURNALLED PIC X(01) OCCURS 9999 TIMES.
           01 JOURNALLED-NUM PIC 9(6).

           *> define the parse layout of one journal line read back
           *> by 042-FIND-RESTART-POINT - only the leading run date
           *> and transaction number are looked at.
           01 JOURNAL-SCAN.
               02 JS-RUN-DATE PIC X(08).
               02 FILLER      PIC X(01).
               02 JS-RUN-TIME PIC X(08).
               02 FILLER      PIC X(01).
               02 JS-TRAN-NUM PIC X(06).
               02 FILLER      PIC X(173).

           *> define the switch telling the run whether TRAN-FILE was
           *> actually there to read transactions from; when it is

           *> define the journal line written for every applied
           *> transaction: when it was applied, which transaction it
           *> was, the record images either side of it, and who
           *> asked for it and who approved it.
           01 JOURNAL-LINE.
               02 JRN-RUN-DATE PIC 9(08).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 JRN-BEFORE   PIC X(73).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 JRN-AFTER    PIC X(73).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 JRN-REQUESTER PIC X(08).
               02 FILLER       PIC X(01) VALUE SPACE.
               02 JRN-APPROVER PIC X(08).

           *> define the audit line written for every transaction.
           01 AUDIT-LINE.
               02 AUD-VERDICT   PIC X(08).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 AUD-REASON    PIC X(30).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 AUD-REQUESTER PIC X(08).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 AUD-APPROVER  PIC X(08).

           *> define the condition to exit the transaction loop.
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
               02 STL-STEP        PIC X(8) VALUE "STEP015".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "ROSTER-MAINT".
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

           PERFORM 042-FIND-RESTART-POINT.

           IF RESTART-RUN THEN
               DISPLAY "RERUN OF RUN DATE " WS-RUN-DATE-TEXT
                   " - RESUMING AFTER JOURNALLED TRANSACTION "
                   RESTART-TRAN-NUM
               DISPLAY "PRE-RUN SNAPSHOT ALREADY CUT - KEPT AS IT IS"
           ELSE
               PERFORM 045-SNAPSHOT-ROSTER-MASTER
           END-IF

           PERFORM 050-OPEN-FILES.


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
       *> file names, from RUN-DATE-FILE, so the journal lines and
       *> the snapshot carry the date of the run the batch actually
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

               CLOSE RUN-DATE-FILE
           END-IF.

       *> reads the journal through before anything is touched,
       *> looking for lines this same run date already wrote. Any
       *> such line means STEP015 is being rerun after stopping
       *> partway: the master already carries those transactions,
       *> and the snapshot cut ahead of the first pass is the true
       *> pre-run state, so it must not be cut again over a half-
       *> maintained master. The run then resumes after the highest
       *> transaction number journalled. A journal not on disk yet
       *> means there is nothing to resume.
       042-FIND-RESTART-POINT.
           MOVE SPACES TO JOURNALLED-TABLE

           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL-FILE EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "JOURNAL-FILE FOR THE RESTART CHECK"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 043-SCAN-ONE-JOURNAL-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE JOURNAL-FILE
           END-IF.

       *> reads one journal line, noting its transaction number when
       *> it belongs to this run date. The lines ROSTER-RECOVER
       *> journals carry no transaction number and are passed over.
       043-SCAN-ONE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-SCAN
           READ JOURNAL-FILE INTO JOURNAL-SCAN

           IF FS-JOURNAL-FILE NOT EQUAL '00' AND
             FS-JOURNAL-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING JOURNAL-FILE "
                   "FOR THE RESTART CHECK"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-JOURNAL-FILE EQUAL '00' THEN
               IF JS-RUN-DATE EQUAL WS-RUN-DATE-TEXT AND
                 JS-TRAN-NUM IS NUMERIC THEN
                   SET RESTART-RUN TO TRUE
                   MOVE JS-TRAN-NUM TO JOURNALLED-NUM
                   IF JOURNALLED-NUM > RESTART-TRAN-NUM THEN
                       MOVE JOURNALLED-NUM TO RESTART-TRAN-NUM
                   END-IF
                   IF JOURNALLED-NUM > ZERO AND
                     JOURNALLED-NUM NOT > 9999 THEN
                       MOVE 'J' TO JT-JOURNALLED (JOURNALLED-NUM)
                   END-IF
               END-IF
           END-IF

           IF FS-JOURNAL-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> copies the master, record by record, to a run-dated flat
       *> snapshot before any of the day's maintenance touches it -
       *> the recovery starting point ROSTER-RECOVER reloads before
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "ROSTER-MASTER FOR THE SNAPSHOT"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "SNAPSHOT-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER "
                   "FOR THE SNAPSHOT"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG WHEN WRITING "
                       "SNAPSHOT-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF
               IF FS-TRAN-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING TRAN-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               SET TRAN-FILE-AVAILABLE TO TRUE
                   DISPLAY "SOMETHING WRONG WHEN CREATING "
                       "ROSTER-MASTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE ROSTER-MASTER
           IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           *> a restart appends to the first pass's report, so the
           *> reasons it gave for its rejections stay ahead of the
           *> lines the rerun writes.
           IF RESTART-RUN THEN
               OPEN EXTEND AUDIT-FILE
               IF FS-AUDIT-FILE EQUAL '35' THEN
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF FS-AUDIT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING AUDIT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING JOURNAL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> writing one audit line saying what became of it. A rejected
       *> transaction never stops the run - the rest of the day's
       *> maintenance still applies, and the rejection stands in the
       *> audit report for someone to follow up. On a restart every
       *> transaction up to the last one journalled was already
       *> dealt with by the first pass and is only listed, never
       *> applied a second time.
       100-APPLY-TRANSACTION.
           READ TRAN-FILE INTO TRAN-ENTRY

             FS-TRAN-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING TRAN-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-TRAN-FILE EQUAL '00' THEN
               ADD 1 TO TRAN-NUM
               IF TRAN-NUM NOT > RESTART-TRAN-NUM THEN
                   PERFORM 150-WRITE-SKIPPED-LINE
               ELSE
                   PERFORM 105-CHECK-APPROVAL
                   IF REJECT-REASON NOT EQUAL SPACES THEN
                       PERFORM 145-WRITE-REJECTED-LINE
                   ELSE
                       IF TR-ADD THEN
                           PERFORM 110-APPLY-ADD
                       ELSE
                           IF TR-CHANGE THEN
                               PERFORM 120-APPLY-CHANGE
                           ELSE
                               IF TR-DELETE THEN
                                   PERFORM 130-APPLY-DELETE
                               ELSE
                                   PERFORM 145-WRITE-REJECTED-LINE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> refuses a transaction that has not been through the
       *> maker-checker queue properly - no maker named, no checker
       *> named, or the maker approving their own change - staging
       *> the reason for the rejected line. ROSTER-QUEUE already
       *> releases nothing else; the check here keeps the master
       *> safe from a released file put together by hand.
       105-CHECK-APPROVAL.
           MOVE SPACES TO REJECT-REASON
           IF TR-REQUESTER EQUAL SPACES THEN
               MOVE 'NO REQUESTER ID' TO REJECT-REASON
           ELSE
               IF TR-APPROVER EQUAL SPACES THEN
                   MOVE 'NOT APPROVED' TO REJECT-REASON
               ELSE
                   IF TR-APPROVER EQUAL TR-REQUESTER THEN
                       MOVE 'APPROVER SAME AS REQUESTER'
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       *> applies an add: writes a new active roster entry under the
       *> transaction's key, effective from the run date, carrying
       *> the transaction's phone number. A key already on the
                   DISPLAY "SOMETHING WRONG WRITING ROSTER-MASTER "
                       "FOR TRANSACTION " TRAN-NUM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF.
               DISPLAY "SOMETHING WRONG READING ROSTER-MASTER "
                   "FOR TRANSACTION " TRAN-NUM
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

                   DISPLAY "SOMETHING WRONG REWRITING ROSTER-MASTER "
                       "FOR TRANSACTION " TRAN-NUM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               MOVE ROSTER-MASTER-REC TO JRN-AFTER-IMAGE
                       DISPLAY "SOMETHING WRONG READING ROSTER-MASTER "
                           "FOR TRANSACTION " TRAN-NUM
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF
                   MOVE ROSTER-MASTER-REC TO JRN-BEFORE-IMAGE
               DISPLAY "SOMETHING WRONG REWRITING ROSTER-MASTER "
                   "FOR TRANSACTION " TRAN-NUM
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           MOVE ROSTER-MASTER-REC TO JRN-AFTER-IMAGE
                   DISPLAY "SOMETHING WRONG WRITING ROSTER-MASTER "
                       "FOR TRANSACTION " TRAN-NUM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG DELETING ROSTER-MASTER "
                       "FOR TRANSACTION " TRAN-NUM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                   DISPLAY "SOMETHING WRONG READING ROSTER-MASTER "
                       "FOR TRANSACTION " TRAN-NUM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

                       DISPLAY "SOMETHING WRONG REWRITING "
                           "ROSTER-MASTER FOR TRANSACTION " TRAN-NUM
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF


       *> writes the audit line for an applied transaction, and the
       *> journal line behind it - every change to the master leaves
       *> both its audit trail and its before/after images. On a
       *> restart the line says the transaction went in on the
       *> rerun, not on the first pass.
       140-WRITE-APPLIED-LINE.
           ADD 1 TO APPLIED-COUNT
           PERFORM 148-FORMAT-AUDIT-LINE
           MOVE 'APPLIED ' TO AUD-VERDICT
           IF RESTART-RUN THEN
               MOVE 'APPLIED ON RESTART' TO AUD-REASON
           ELSE
               MOVE SPACES TO AUD-REASON
           END-IF
           WRITE AUDIT-FILE-REC FROM AUDIT-LINE
           PERFORM 142-WRITE-JOURNAL-LINE.

           MOVE AUD-ACTION TO JRN-ACTION
           MOVE JRN-BEFORE-IMAGE TO JRN-BEFORE
           MOVE JRN-AFTER-IMAGE TO JRN-AFTER
           MOVE TR-REQUESTER TO JRN-REQUESTER
           MOVE TR-APPROVER TO JRN-APPROVER
           WRITE JOURNAL-FILE-REC FROM JOURNAL-LINE
           IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING JOURNAL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.


           WRITE AUDIT-FILE-REC FROM AUDIT-LINE.

       *> writes the audit line for a transaction a restart passed
       *> over: one the first pass journalled is skipped as already
       *> applied; one lying below the resume point with no journal
       *> line was read and rejected by the first pass, and is not
       *> tried again either - the master has moved on since, and
       *> the first pass's line above it in the report holds its
       *> reason.
       150-WRITE-SKIPPED-LINE.
           ADD 1 TO SKIPPED-COUNT
           PERFORM 148-FORMAT-AUDIT-LINE
           MOVE 'SKIPPED ' TO AUD-VERDICT
           IF TRAN-NUM NOT > 9999 AND
             JT-JOURNALLED (TRAN-NUM) EQUAL 'J' THEN
               MOVE 'ALREADY APPLIED BEFORE RESTART' TO AUD-REASON
           ELSE
               MOVE 'REJECTED BEFORE RESTART' TO AUD-REASON
           END-IF
           WRITE AUDIT-FILE-REC FROM AUDIT-LINE.

       *> fills the common part of the audit line - transaction
       *> number, spelled-out action, the key the transaction
       *> addressed, and who asked for it and who approved it.
       148-FORMAT-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE
           MOVE TRAN-NUM TO AUD-TRAN-NUM
           END-IF
           MOVE TR-NAME TO AUD-NAME
           MOVE TR-SURNAME TO AUD-SURNAME
           MOVE TR-SEQ TO AUD-SEQ
           MOVE TR-REQUESTER TO AUD-REQUESTER
           MOVE TR-APPROVER TO AUD-APPROVER.

       300-CLOSE-FILES.
           IF TRAN-FILE-AVAILABLE THEN
           DISPLAY "Number of transactions applied: "
           DISPLAY APPLIED-COUNT
           DISPLAY "Number of transactions rejected: "
           DISPLAY REJECTED-COUNT
           IF RESTART-RUN THEN
               DISPLAY "Number of transactions skipped as already "
                   "processed: "
               DISPLAY SKIPPED-COUNT
           END-IF.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD APPLIED-COUNT REJECTED-COUNT GIVING STL-RECORDS
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
