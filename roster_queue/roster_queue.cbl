       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-QUEUE.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used, so the queue entries, their
           *> decisions and their release are stamped with the run
           *> the batch actually processed - see 040-GET-CURRENT-DATE.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the roster maintenance transactions operators stage,
           *> each one carrying the ID of the operator who entered
           *> it. Nothing staged here touches the master any more:
           *> every transaction is taken into the pending queue
           *> below, to wait for a second operator's decision. The
           *> file is optional - a day with no roster movement
           *> simply does not stage one - and it is consumed once
           *> queued. A rerun that finds it still staged - the step
           *> stopped before consuming it - passes over every line
           *> already on the queue from this run date, see
           *> 115-FIND-EARLIER-COPY, so nothing is queued twice.
           SELECT TRAN-FILE ASSIGN TO "roster_transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRAN-FILE.

           *> the decisions a checker stages against the queue: one
           *> line per queue entry, naming the entry, the decision -
           *> A approve, R reject - and the checker's own operator
           *> ID. Optional, and consumed once applied, the same as
           *> the staged transactions.
           SELECT APPROVAL-FILE ASSIGN TO "roster_approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVAL-FILE.

           *> the persistent pending queue, keyed on the queue
           *> reference - the date the entry was queued, the source
           *> it came from (T a staged transaction, R a ROSTER-RECON
           *> proposal) and a sequence number within the two. Every
           *> transaction bound for the master waits here, with its
           *> requester, until a different operator approves or
           *> rejects it; entries are never deleted, so the queue is
           *> also the record of who asked for what and who signed
           *> it off.
           SELECT QUEUE-FILE ASSIGN TO "roster_queue.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-REF
               FILE STATUS IS FS-QUEUE-FILE.

           *> the approved transactions released to ROSTER-MAINT for
           *> this run date, each carrying its requester, approver
           *> and queue reference - the only file ROSTER-MAINT
           *> applies from.
           SELECT RELEASE-FILE ASSIGN TO "roster_approved_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEASE-FILE.

           *> the run-dated queue report: one line per transaction
           *> queued, per decision applied or refused, per entry
           *> released, and per entry still waiting at the end of
           *> the run. ASSIGN TO DYNAMIC is required here, not plain
           *> ASSIGN TO - under this dialect a plain ASSIGN TO
           *> identifier-1 is resolved as an external (ddname-style)
           *> reference and never opens the file whose name is
           *> actually sitting in the WS field at run time, only
           *> ASSIGN TO DYNAMIC does.
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

       FD TRAN-FILE.
           01 TRAN-FILE-REC PIC X(105).

       FD APPROVAL-FILE.
           01 APPROVAL-FILE-REC PIC X(25).

       *> one queue entry: its reference, where it stands, who
       *> entered it and who decided it, the dates it was decided
       *> and released on, and the transaction itself in
       *> ROSTER-MAINT's own layout.
       FD QUEUE-FILE.
           01 QUEUE-REC.
               02 QE-REF.
                   03 QE-QUEUED-DATE PIC X(08).
                   03 QE-SOURCE      PIC X(01).
                   03 QE-SEQ         PIC 9(05).
               02 QE-STATUS       PIC X(01).
                   88  QE-PENDING  VALUE 'P'.
                   88  QE-APPROVED VALUE 'A'.
                   88  QE-REJECTED VALUE 'R'.
                   88  QE-RELEASED VALUE 'S'.
               02 QE-REQUESTER    PIC X(08).
               02 QE-APPROVER     PIC X(08).
               02 QE-DECIDED-DATE  PIC X(08).
               02 QE-RELEASED-DATE PIC X(08).
               02 QE-TRAN.
                   03 QE-ACTION      PIC X(01).
                   03 QE-NAME        PIC X(20).
                   03 QE-SURNAME     PIC X(20).
                   03 QE-SEQ-NUM     PIC 9(06).
                   03 QE-NEW-NAME    PIC X(20).
                   03 QE-NEW-SURNAME PIC X(20).
                   03 QE-PHONE       PIC X(10).

       FD RELEASE-FILE.
           01 RELEASE-FILE-REC PIC X(127).

       FD REPORT-FILE.
           01 REPORT-FILE-REC PIC X(128).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.
           *> define the file status flags.
           01 FS-RUN-DATE-FILE PIC 9(2).
           01 FS-TRAN-FILE     PIC 9(2).
           01 FS-APPROVAL-FILE PIC 9(2).
           01 FS-QUEUE-FILE    PIC 9(2).
           01 FS-RELEASE-FILE  PIC 9(2).
           01 FS-REPORT-FILE   PIC 9(2).

           *> define the staged transaction as the maker enters it -
           *> ROSTER-MAINT's transaction layout with the requester's
           *> operator ID behind it.
           01 STAGED-ENTRY.
               02 ST-TRAN        PIC X(97).
               02 ST-REQUESTER   PIC X(08).

           *> define one checker decision as staged.
           01 APPROVAL-ENTRY.
               02 AP-QUEUE-REF   PIC X(14).
               02 FILLER         PIC X(01).
               02 AP-DECISION    PIC X(01).
                   88  AP-APPROVE VALUE 'A'.
                   88  AP-REJECT  VALUE 'R'.
               02 FILLER         PIC X(01).
               02 AP-APPROVER    PIC X(08).

           *> define the released transaction ROSTER-MAINT reads -
           *> the transaction, then who entered it, who approved it,
           *> and the queue entry it came from.
           01 RELEASE-LINE.
               02 RL-TRAN        PIC X(97).
               02 RL-REQUESTER   PIC X(08).
               02 RL-APPROVER    PIC X(08).
               02 RL-QUEUE-REF   PIC X(14).

           *> define the queue report line.
           01 REPORT-LINE.
               02 QR-QUEUE-REF  PIC X(14).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-ACTION     PIC X(06).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-NAME       PIC X(20).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-SURNAME    PIC X(20).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-SEQ        PIC X(06).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-REQUESTER  PIC X(08).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-APPROVER   PIC X(08).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-VERDICT    PIC X(08).
               02 FILLER        PIC X(01) VALUE SPACE.
               02 QR-REASON     PIC X(30).

           *> define the run date and the run-dated report name.
           01 WS-RUN-DATE-TEXT PIC X(8).
           01 WS-REPORT-NAME   PIC X(40).

           *> define the sequence number the next staged transaction
           *> is queued under - one past the highest already queued
           *> from the staged file on this run date.
           01 NEXT-QUEUE-SEQ PIC 9(5) VALUE ZERO.

           *> define the switch ending the probe for the highest
           *> sequence number already queued on this run date.
           01 PROBE-DONE-FLAG PIC 9 VALUE ZERO.
               88  PROBE-DONE VALUE 1.

           *> define the entries already queued from the staged file
           *> on this run date, picked up by the same probe - each
           *> one's reference, transaction and requester, and a
           *> switch raised once a staged line has been matched to
           *> it, so each earlier entry accounts for one staged line
           *> only - and the switch raised when the staged line in
           *> hand is one of them, with the reference it was queued
           *> under.
           01 TODAYS-ENTRY-COUNT PIC 9(4) VALUE ZERO.

           01 TODAYS-ENTRY-TABLE.
               02 TE-ENTRY OCCURS 2000 TIMES INDEXED BY TE-IDX.
                   03 TE-REF         PIC X(14).
                   03 TE-TRAN        PIC X(97).
                   03 TE-REQUESTER   PIC X(08).
                   03 TE-MATCHED-FLAG PIC 9.
                       88  TE-MATCHED VALUE 1.

           01 EARLIER-COPY-FLAG PIC 9 VALUE ZERO.
               88  EARLIER-COPY-FOUND VALUE 1.
           01 EARLIER-COPY-REF PIC X(14).

           *> define the reason a staged transaction or a decision
           *> is refused, staged ahead of the report line.
           01 REFUSE-REASON PIC X(30) VALUE SPACES.

           *> define the counters displayed at the end of the run.
           01 QUEUED-COUNT        PIC 9(4) VALUE ZERO.
           01 NOT-QUEUED-COUNT    PIC 9(4) VALUE ZERO.
           01 APPROVED-COUNT      PIC 9(4) VALUE ZERO.
           01 REJECTED-COUNT      PIC 9(4) VALUE ZERO.
           01 REFUSED-COUNT       PIC 9(4) VALUE ZERO.
           01 RELEASED-COUNT      PIC 9(4) VALUE ZERO.
           01 STILL-PENDING-COUNT PIC 9(4) VALUE ZERO.
           01 HELD-COUNT          PIC 9(4) VALUE ZERO.
           01 ALREADY-QUEUED-COUNT PIC 9(4) VALUE ZERO.

           *> define the switch raised when the queue already holds
           *> entries released on the run date - this run is then a
           *> rerun of a date whose release ROSTER-MAINT may already
           *> be part way through.
           01 RELEASED-TODAY-FLAG PIC 9 VALUE ZERO.
               88  RELEASED-TODAY VALUE 1.

           *> define the staged-file name being consumed, and the
           *> work fields for CBL_DELETE_FILE - its return status,
           *> and the step's own return code parked around the call
           *> so the call's status never leaks out as the step's.
           01 DELETE-FILE-NAME   PIC X(40).
           01 DELETE-STATUS      PIC S9(4) COMP.
           01 PARKED-RETURN-CODE PIC S9(4) COMP.

           *> define the switches saying whether each staged file was
           *> there to read.
           01 TRAN-STAGED-FLAG PIC 9 VALUE ZERO.
               88  TRAN-STAGED VALUE 1.
           01 APPROVAL-STAGED-FLAG PIC 9 VALUE ZERO.
               88  APPROVAL-STAGED VALUE 1.

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
               02 STL-STEP        PIC X(8) VALUE "STEP012".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "ROSTER-QUEUE".
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

           PERFORM 050-OPEN-FILES.

           PERFORM 100-QUEUE-STAGED-TRANSACTIONS.

           PERFORM 200-APPLY-DECISIONS.

           PERFORM 250-RELEASE-APPROVED.

           PERFORM 300-CLOSE-FILES.

           PERFORM 310-CONSUME-STAGED-FILES.

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
       *> file names, from RUN-DATE-FILE. When RUN-DATE-FILE does not
       *> exist (this program run standalone) the run date is
       *> derived from today's date.
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

       *> opens the queue I-O - creating it empty first on the
       *> first-ever run - the release file and the report. The two
       *> staged files are opened where they are read.
       050-OPEN-FILES.
           OPEN I-O QUEUE-FILE
           IF FS-QUEUE-FILE EQUAL '35' THEN
               OPEN OUTPUT QUEUE-FILE
               IF FS-QUEUE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN CREATING QUEUE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF
           IF FS-QUEUE-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING QUEUE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN OUTPUT RELEASE-FILE
           IF FS-RELEASE-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING RELEASE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           STRING "roster_queue_report_" WS-RUN-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           IF FS-REPORT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> takes every staged transaction into the queue as a
       *> pending entry under the next free reference for the run
       *> date. A transaction that does not say who entered it is
       *> refused - the whole point of the queue is that every
       *> change has a named maker.
       100-QUEUE-STAGED-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
           IF FS-TRAN-FILE EQUAL '35' THEN
               DISPLAY "TRAN-FILE NOT SUPPLIED FOR THIS RUN - "
                   "NOTHING NEW TO QUEUE"
           ELSE
               IF FS-TRAN-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING TRAN-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               SET TRAN-STAGED TO TRUE

               PERFORM 105-FIND-NEXT-QUEUE-SEQ

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 110-QUEUE-ONE-TRANSACTION UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE TRAN-FILE
           END-IF.

       *> finds the highest sequence number already queued from the
       *> staged file on this run date, by positioning the queue at
       *> the run date's first staged reference and reading forward
       *> while the references still belong to it - so a second
       *> staged file on the same date carries on numbering instead
       *> of colliding - tabling each of those entries on the way.
       105-FIND-NEXT-QUEUE-SEQ.
           MOVE ZERO TO NEXT-QUEUE-SEQ
           MOVE ZERO TO TODAYS-ENTRY-COUNT
           MOVE ZERO TO PROBE-DONE-FLAG
           MOVE WS-RUN-DATE-TEXT TO QE-QUEUED-DATE
           MOVE 'T' TO QE-SOURCE
           MOVE ZERO TO QE-SEQ
           START QUEUE-FILE KEY IS NOT LESS THAN QE-REF
           IF FS-QUEUE-FILE NOT EQUAL '00' THEN
               SET PROBE-DONE TO TRUE
           END-IF
           PERFORM 106-PROBE-ONE-QUEUE-ENTRY UNTIL PROBE-DONE
           ADD 1 TO NEXT-QUEUE-SEQ.

       106-PROBE-ONE-QUEUE-ENTRY.
           READ QUEUE-FILE NEXT RECORD

           IF FS-QUEUE-FILE NOT EQUAL '00' AND
             FS-QUEUE-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING QUEUE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-QUEUE-FILE EQUAL '00' THEN
               IF QE-QUEUED-DATE EQUAL WS-RUN-DATE-TEXT AND
                 QE-SOURCE EQUAL 'T' THEN
                   MOVE QE-SEQ TO NEXT-QUEUE-SEQ
                   PERFORM 107-TABLE-TODAYS-ENTRY
               ELSE
                   SET PROBE-DONE TO TRUE
               END-IF
           ELSE
               SET PROBE-DONE TO TRUE
           END-IF.

       *> adds one entry queued from the staged file on this run
       *> date to the table. More than the table holds in one day
       *> stops the run - that is a damaged queue, not a busier day.
       107-TABLE-TODAYS-ENTRY.
           IF TODAYS-ENTRY-COUNT EQUAL 2000 THEN
               DISPLAY "TOO MANY ENTRIES QUEUED FOR " WS-RUN-DATE-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO TODAYS-ENTRY-COUNT
           SET TE-IDX TO TODAYS-ENTRY-COUNT
           MOVE QE-REF TO TE-REF (TE-IDX)
           MOVE QE-TRAN TO TE-TRAN (TE-IDX)
           MOVE QE-REQUESTER TO TE-REQUESTER (TE-IDX)
           MOVE ZERO TO TE-MATCHED-FLAG (TE-IDX).

       *> reads one staged transaction and writes it to the queue
       *> as a pending entry - unless it is already there from an
       *> earlier run of this run date, when it is reported as
       *> skipped against the entry that holds it.
       110-QUEUE-ONE-TRANSACTION.
           MOVE SPACES TO STAGED-ENTRY
           READ TRAN-FILE INTO STAGED-ENTRY

           IF FS-TRAN-FILE NOT EQUAL '00' AND
             FS-TRAN-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING TRAN-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-TRAN-FILE EQUAL '00' THEN
               MOVE SPACES TO QUEUE-REC
               MOVE ST-TRAN TO QE-TRAN
               MOVE ST-REQUESTER TO QE-REQUESTER
               IF ST-REQUESTER EQUAL SPACES THEN
                   ADD 1 TO NOT-QUEUED-COUNT
                   MOVE 'NO REQUESTER ID - NOT QUEUED' TO REFUSE-REASON
                   PERFORM 400-FORMAT-REPORT-LINE
                   MOVE 'REFUSED ' TO QR-VERDICT
                   MOVE REFUSE-REASON TO QR-REASON
                   WRITE REPORT-FILE-REC FROM REPORT-LINE
               ELSE
                   PERFORM 115-FIND-EARLIER-COPY
                   IF EARLIER-COPY-FOUND THEN
                       ADD 1 TO ALREADY-QUEUED-COUNT
                       MOVE EARLIER-COPY-REF TO QE-REF
                       PERFORM 400-FORMAT-REPORT-LINE
                       MOVE 'SKIPPED ' TO QR-VERDICT
                       MOVE 'ALREADY QUEUED ON THIS RUN DATE'
                           TO QR-REASON
                       WRITE REPORT-FILE-REC FROM REPORT-LINE
                   ELSE
                       MOVE WS-RUN-DATE-TEXT TO QE-QUEUED-DATE
                       MOVE 'T' TO QE-SOURCE
                       MOVE NEXT-QUEUE-SEQ TO QE-SEQ
                       SET QE-PENDING TO TRUE
                       WRITE QUEUE-REC
                       IF FS-QUEUE-FILE NOT EQUAL '00' THEN
                           DISPLAY "SOMETHING WRONG WRITING "
                               "QUEUE-FILE ENTRY " QE-REF
                           MOVE 8 TO RETURN-CODE
                           PERFORM 990-LOG-STEP-END
                           STOP RUN
                       END-IF
                       ADD 1 TO NEXT-QUEUE-SEQ
                       ADD 1 TO QUEUED-COUNT
                       PERFORM 400-FORMAT-REPORT-LINE
                       MOVE 'QUEUED  ' TO QR-VERDICT
                       WRITE REPORT-FILE-REC FROM REPORT-LINE
                   END-IF
               END-IF
           END-IF

           IF FS-TRAN-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> looks for an entry queued from the staged file earlier on
       *> this run date, not yet matched to a staged line, carrying
       *> the same transaction from the same requester as the line
       *> in hand. The earlier run queued the staged lines in file
       *> order, so matching the first such entry pairs each line
       *> with the one it queued; the entry is then marked so the
       *> next identical line, if any, pairs with the next.
       115-FIND-EARLIER-COPY.
           MOVE ZERO TO EARLIER-COPY-FLAG
           PERFORM 116-CHECK-ONE-TODAYS-ENTRY
               VARYING TE-IDX FROM 1 BY 1
               UNTIL TE-IDX > TODAYS-ENTRY-COUNT OR
                 EARLIER-COPY-FOUND.

       *> checks one tabled entry against the staged line in hand,
       *> keeping its reference when it matches.
       116-CHECK-ONE-TODAYS-ENTRY.
           IF NOT TE-MATCHED (TE-IDX) AND
             TE-TRAN (TE-IDX) EQUAL QE-TRAN AND
             TE-REQUESTER (TE-IDX) EQUAL QE-REQUESTER THEN
               SET TE-MATCHED (TE-IDX) TO TRUE
               MOVE TE-REF (TE-IDX) TO EARLIER-COPY-REF
               SET EARLIER-COPY-FOUND TO TRUE
           END-IF.

       *> applies the checkers' staged decisions to the queue.
       200-APPLY-DECISIONS.
           OPEN INPUT APPROVAL-FILE
           IF FS-APPROVAL-FILE EQUAL '35' THEN
               DISPLAY "APPROVAL-FILE NOT SUPPLIED FOR THIS RUN - "
                   "NO DECISIONS TO APPLY"
           ELSE
               IF FS-APPROVAL-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       "APPROVAL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               SET APPROVAL-STAGED TO TRUE

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 210-APPLY-ONE-DECISION UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE APPROVAL-FILE
           END-IF.

       *> reads one decision and applies it to the entry it names.
       *> A decision is refused - and the entry left pending for a
       *> proper checker - when the entry is not in the queue, is
       *> no longer pending, carries no approver ID, is decided by
       *> the same operator who entered it, or names a decision
       *> other than approve or reject.
       210-APPLY-ONE-DECISION.
           MOVE SPACES TO APPROVAL-ENTRY
           READ APPROVAL-FILE INTO APPROVAL-ENTRY

           IF FS-APPROVAL-FILE NOT EQUAL '00' AND
             FS-APPROVAL-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WENT WRONG WHEN READING "
                   "APPROVAL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-APPROVAL-FILE EQUAL '00' THEN
               MOVE SPACES TO REFUSE-REASON
               MOVE AP-QUEUE-REF TO QE-REF
               READ QUEUE-FILE
               IF FS-QUEUE-FILE EQUAL '23' THEN
                   MOVE SPACES TO QUEUE-REC
                   MOVE AP-QUEUE-REF TO QE-REF
                   MOVE 'ENTRY NOT IN QUEUE' TO REFUSE-REASON
               ELSE
                   IF FS-QUEUE-FILE NOT EQUAL '00' THEN
                       DISPLAY "SOMETHING WRONG READING QUEUE-FILE "
                           "ENTRY " AP-QUEUE-REF
                       MOVE 8 TO RETURN-CODE
                       PERFORM 990-LOG-STEP-END
                       STOP RUN
                   END-IF
                   PERFORM 215-JUDGE-DECISION
               END-IF

               IF REFUSE-REASON NOT EQUAL SPACES THEN
                   ADD 1 TO REFUSED-COUNT
                   PERFORM 400-FORMAT-REPORT-LINE
                   MOVE AP-APPROVER TO QR-APPROVER
                   MOVE 'REFUSED ' TO QR-VERDICT
                   MOVE REFUSE-REASON TO QR-REASON
                   WRITE REPORT-FILE-REC FROM REPORT-LINE
               ELSE
                   PERFORM 220-RECORD-DECISION
               END-IF
           END-IF

           IF FS-APPROVAL-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> judges a decision against the entry it names, staging
       *> the refusal reason when it cannot stand.
       215-JUDGE-DECISION.
           IF NOT QE-PENDING THEN
               MOVE 'ENTRY ALREADY DECIDED' TO REFUSE-REASON
           ELSE
               IF AP-APPROVER EQUAL SPACES THEN
                   MOVE 'NO APPROVER ID' TO REFUSE-REASON
               ELSE
                   IF AP-APPROVER EQUAL QE-REQUESTER THEN
                       MOVE 'APPROVER SAME AS REQUESTER'
                           TO REFUSE-REASON
                   ELSE
                       IF NOT AP-APPROVE AND NOT AP-REJECT THEN
                           MOVE 'UNKNOWN DECISION CODE'
                               TO REFUSE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> records an accepted decision on the entry - approved or
       *> rejected, by whom and on which run date.
       220-RECORD-DECISION.
           IF AP-APPROVE THEN
               SET QE-APPROVED TO TRUE
               ADD 1 TO APPROVED-COUNT
           ELSE
               SET QE-REJECTED TO TRUE
               ADD 1 TO REJECTED-COUNT
           END-IF
           MOVE AP-APPROVER TO QE-APPROVER
           MOVE WS-RUN-DATE-TEXT TO QE-DECIDED-DATE
           REWRITE QUEUE-REC
           IF FS-QUEUE-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG REWRITING QUEUE-FILE "
                   "ENTRY " QE-REF
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           PERFORM 400-FORMAT-REPORT-LINE
           IF QE-APPROVED THEN
               MOVE 'APPROVED' TO QR-VERDICT
           ELSE
               MOVE 'REJECTED' TO QR-VERDICT
           END-IF
           WRITE REPORT-FILE-REC FROM REPORT-LINE.

       *> walks the whole queue in reference order, releasing every
       *> approved entry to ROSTER-MAINT and marking it released on
       *> the run date, and listing every entry still pending. On a
       *> rerun of a run date whose release already happened, only
       *> the entries released on that date are released again -
       *> the same entries, in the same reference order, so
       *> ROSTER-MAINT's restart check, which goes by the position
       *> of each transaction in the file, sees the identical file.
       *> Entries approved since are held, still approved, for the
       *> next run date's release.
       250-RELEASE-APPROVED.
           PERFORM 245-CHECK-TODAYS-RELEASE

           MOVE LOW-VALUES TO QE-REF
           START QUEUE-FILE KEY IS NOT LESS THAN QE-REF
           IF FS-QUEUE-FILE EQUAL '00' THEN
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 260-RELEASE-ONE-ENTRY UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG
           END-IF.

       *> reads the queue through looking for an entry already
       *> released on the run date, raising RELEASED-TODAY on the
       *> first one found.
       245-CHECK-TODAYS-RELEASE.
           MOVE ZERO TO RELEASED-TODAY-FLAG
           MOVE LOW-VALUES TO QE-REF
           START QUEUE-FILE KEY IS NOT LESS THAN QE-REF
           IF FS-QUEUE-FILE EQUAL '00' THEN
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 246-PROBE-ONE-ENTRY
                   UNTIL EXIT-FLAG OR RELEASED-TODAY
               MOVE ZERO TO LOOP-EXIT-FLAG
           END-IF

           IF RELEASED-TODAY THEN
               DISPLAY "RELEASE FOR " WS-RUN-DATE-TEXT
                   " ALREADY MADE - RELEASED AGAIN AS IT STOOD, "
                   "NEW APPROVALS HELD FOR THE NEXT RUN DATE"
           END-IF.

       246-PROBE-ONE-ENTRY.
           READ QUEUE-FILE NEXT RECORD

           IF FS-QUEUE-FILE NOT EQUAL '00' AND
             FS-QUEUE-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING QUEUE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-QUEUE-FILE EQUAL '00' THEN
               IF QE-RELEASED AND
                 QE-RELEASED-DATE EQUAL WS-RUN-DATE-TEXT THEN
                   SET RELEASED-TODAY TO TRUE
               END-IF
           END-IF

           IF FS-QUEUE-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       260-RELEASE-ONE-ENTRY.
           READ QUEUE-FILE NEXT RECORD

           IF FS-QUEUE-FILE NOT EQUAL '00' AND
             FS-QUEUE-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING QUEUE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-QUEUE-FILE EQUAL '00' THEN
               IF QE-APPROVED THEN
                   IF RELEASED-TODAY THEN
                       PERFORM 265-HOLD-ENTRY
                   ELSE
                       SET QE-RELEASED TO TRUE
                       MOVE WS-RUN-DATE-TEXT TO QE-RELEASED-DATE
                       REWRITE QUEUE-REC
                       IF FS-QUEUE-FILE NOT EQUAL '00' THEN
                           DISPLAY "SOMETHING WRONG REWRITING "
                               "QUEUE-FILE ENTRY " QE-REF
                           MOVE 8 TO RETURN-CODE
                           PERFORM 990-LOG-STEP-END
                           STOP RUN
                       END-IF
                       PERFORM 270-WRITE-RELEASE-LINE
                   END-IF
               ELSE
                   IF QE-RELEASED AND
                     QE-RELEASED-DATE EQUAL WS-RUN-DATE-TEXT THEN
                       PERFORM 270-WRITE-RELEASE-LINE
                   ELSE
                       IF QE-PENDING THEN
                           ADD 1 TO STILL-PENDING-COUNT
                           PERFORM 400-FORMAT-REPORT-LINE
                           MOVE 'PENDING ' TO QR-VERDICT
                           STRING "WAITING SINCE " QE-QUEUED-DATE
                               DELIMITED BY SIZE INTO QR-REASON
                           WRITE REPORT-FILE-REC FROM REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF FS-QUEUE-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> lists an approved entry held back from a rerun's release
       *> - it stays approved and goes out with the next run date.
       265-HOLD-ENTRY.
           ADD 1 TO HELD-COUNT
           PERFORM 400-FORMAT-REPORT-LINE
           MOVE 'HELD    ' TO QR-VERDICT
           MOVE 'APPROVED AFTER TODAYS RELEASE' TO QR-REASON
           WRITE REPORT-FILE-REC FROM REPORT-LINE.

       *> writes one released transaction for ROSTER-MAINT, and its
       *> report line.
       270-WRITE-RELEASE-LINE.
           ADD 1 TO RELEASED-COUNT
           MOVE QE-TRAN TO RL-TRAN
           MOVE QE-REQUESTER TO RL-REQUESTER
           MOVE QE-APPROVER TO RL-APPROVER
           MOVE QE-REF TO RL-QUEUE-REF
           WRITE RELEASE-FILE-REC FROM RELEASE-LINE
           IF FS-RELEASE-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING RELEASE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           PERFORM 400-FORMAT-REPORT-LINE
           MOVE 'RELEASED' TO QR-VERDICT
           WRITE REPORT-FILE-REC FROM REPORT-LINE.

       300-CLOSE-FILES.
           CLOSE QUEUE-FILE
           CLOSE RELEASE-FILE
           CLOSE REPORT-FILE.

       *> removes the staged transaction and decision files once
       *> everything in them is safely on the queue, so neither can
       *> be taken in a second time by a rerun.
       310-CONSUME-STAGED-FILES.
           IF TRAN-STAGED THEN
               MOVE "roster_transactions.txt" TO DELETE-FILE-NAME
               PERFORM 320-DELETE-STAGED-FILE
           END-IF
           IF APPROVAL-STAGED THEN
               MOVE "roster_approvals.txt" TO DELETE-FILE-NAME
               PERFORM 320-DELETE-STAGED-FILE
           END-IF.

       320-DELETE-STAGED-FILE.
           MOVE RETURN-CODE TO PARKED-RETURN-CODE
           CALL "CBL_DELETE_FILE" USING DELETE-FILE-NAME
           MOVE RETURN-CODE TO DELETE-STATUS
           MOVE PARKED-RETURN-CODE TO RETURN-CODE
           IF DELETE-STATUS NOT EQUAL ZERO THEN
               DISPLAY "COULD NOT REMOVE STAGED FILE "
                   DELETE-FILE-NAME
           END-IF.

       350-DISPLAY-RESULTS.
           DISPLAY "Number of transactions queued: "
           DISPLAY QUEUED-COUNT
           DISPLAY "Number of transactions already on the queue: "
           DISPLAY ALREADY-QUEUED-COUNT
           DISPLAY "Number of transactions refused at intake: "
           DISPLAY NOT-QUEUED-COUNT
           DISPLAY "Number of entries approved: "
           DISPLAY APPROVED-COUNT
           DISPLAY "Number of entries rejected: "
           DISPLAY REJECTED-COUNT
           DISPLAY "Number of decisions refused: "
           DISPLAY REFUSED-COUNT
           DISPLAY "Number of transactions released: "
           DISPLAY RELEASED-COUNT
           DISPLAY "Number of entries still pending: "
           DISPLAY STILL-PENDING-COUNT
           DISPLAY "Number of approved entries held for the next "
               "release: "
           DISPLAY HELD-COUNT.

       *> fills the common part of the report line from the queue
       *> entry in hand - reference, spelled-out action, key, and
       *> the requester and approver IDs.
       400-FORMAT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE QE-REF TO QR-QUEUE-REF
           EVALUATE QE-ACTION
               WHEN 'A'
                   MOVE 'ADD   ' TO QR-ACTION
               WHEN 'C'
                   MOVE 'CHANGE' TO QR-ACTION
               WHEN 'D'
                   MOVE 'DELETE' TO QR-ACTION
               WHEN OTHER
                   MOVE QE-ACTION TO QR-ACTION
           END-EVALUATE
           MOVE QE-NAME TO QR-NAME
           MOVE QE-SURNAME TO QR-SURNAME
           MOVE QE-TRAN (42:6) TO QR-SEQ
           MOVE QE-REQUESTER TO QR-REQUESTER
           MOVE QE-APPROVER TO QR-APPROVER.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD QUEUED-COUNT NOT-QUEUED-COUNT APPROVED-COUNT
                   REJECTED-COUNT REFUSED-COUNT GIVING STL-RECORDS
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
