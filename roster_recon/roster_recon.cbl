
           *> the single persistent roster master ROSTER-MAINT
           *> maintains - read here in key order, never written: the
           *> reconciliation only ever proposes transactions, which
           *> wait on the pending queue for an operator's approval
           *> like any other change to the master.
           SELECT ROSTER-MASTER ASSIGN TO "roster_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           *> the proposed maintenance transactions that would bring
           *> the master back in line with the feed - adds for the
           *> feed-only people, deletes for the master-only entries
           *> - written in ROSTER-MAINT's own transaction layout,
           *> with the requester ID they are queued under behind it,
           *> as the operator's review copy of what was queued.
           *> Never applied here.
           SELECT PROPOSED-FILE ASSIGN TO DYNAMIC WS-PROPOSED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSED-FILE.

           *> the persistent pending queue ROSTER-QUEUE keeps in front
           *> of the master. Every proposal is entered on it as a
           *> pending entry from source R, requested by ROSRECON, so
           *> it reaches the master only once an operator approves
           *> it - see ROSTER-QUEUE for the key and the decisions.
           SELECT QUEUE-FILE ASSIGN TO "roster_queue.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-REF
               FILE STATUS IS FS-QUEUE-FILE.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-DATE-FILE.
           01 REPORT-FILE-REC PIC X(80).

       FD PROPOSED-FILE.
           01 PROPOSED-FILE-REC PIC X(105).

       FD QUEUE-FILE.
           01 QUEUE-REC.
               02 QE-REF.
                   03 QE-QUEUED-DATE PIC X(08).
                   03 QE-SOURCE      PIC X(01).
                   03 QE-SEQ         PIC 9(05).
               02 QE-STATUS       PIC X(01).
                   88  QE-PENDING  VALUE 'P'.
                   88  QE-APPROVED VALUE 'A'.
               02 QE-REQUESTER    PIC X(08).
               02 QE-APPROVER     PIC X(08).
               02 QE-DECIDED-DATE  PIC X(08).
               02 QE-RELEASED-DATE PIC X(08).
               02 QE-TRAN         PIC X(97).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           01 FS-FEED-SORTED   PIC 9(2).
           01 FS-REPORT-FILE   PIC 9(2).
           01 FS-PROPOSED-FILE PIC 9(2).
           01 FS-QUEUE-FILE    PIC 9(2).

           *> define the record currently held from the sorted feed.
           *> The name+surname pair is grouped so it compares as one
           01 PROPOSED-ADDS     PIC 9(4) VALUE ZERO.
           01 PROPOSED-DELETES  PIC 9(4) VALUE ZERO.
           01 INACTIVE-SKIPPED  PIC 9(4) VALUE ZERO.
           01 PROPOSALS-QUEUED  PIC 9(4) VALUE ZERO.
           01 ALREADY-QUEUED-COUNT PIC 9(4) VALUE ZERO.

           *> define the sequence number the next proposal is queued
           *> under - one past the highest already queued for the run
           *> date, so a rerun carries on behind what the first run
           *> got onto the queue.
           01 NEXT-QUEUE-SEQ PIC 9(5) VALUE ZERO.

           *> define the action, name, surname and sequence number of
           *> the proposal being queued, as they lead its transaction,
           *> the switch raised when the queue already holds the same
           *> proposal still waiting on an operator or approved and
           *> not yet released, and the switch ending the queue load.
           01 PROPOSAL-KEY PIC X(47).
           01 OUTSTANDING-FLAG PIC 9 VALUE ZERO.
               88  ALREADY-OUTSTANDING VALUE 1.
           01 QUEUE-SCAN-FLAG PIC 9 VALUE ZERO.
               88  QUEUE-SCAN-DONE VALUE 1.

           *> define the outstanding entries - pending or approved,
           *> from any source and any date - loaded from the queue
           *> once at the start of the run, each held as the action,
           *> name, surname and sequence number leading its
           *> transaction, so every proposal is checked against this
           *> table rather than against the queue's whole history.
           01 OUTSTANDING-COUNT PIC 9(4) VALUE ZERO.

           01 OUTSTANDING-TABLE.
               02 OT-ENTRY OCCURS 2000 TIMES INDEXED BY OT-IDX.
                   03 OT-KEY PIC X(47).

           *> define the run date and the run-dated file names.
           01 WS-RUN-DATE-TEXT PIC X(8).
               02 TL-COUNT PIC 9(4).

           *> define the proposed transaction line, in ROSTER-MAINT's
           *> own transaction layout, and the requester ID it is
           *> queued under.
           01 PROPOSED-LINE.
               02 PR-ACTION      PIC X(01).
               02 PR-NAME        PIC X(20).
               02 PR-NEW-NAME    PIC X(20).
               02 PR-NEW-SURNAME PIC X(20).
               02 PR-PHONE       PIC X(10).
               02 PR-REQUESTER   PIC X(08).

           *> define the step-timing line this step appends at its
           *> start and at its end: the run date, this step and
           *> program, the wall-clock stamp, the records processed
           *> and the return code - see 030-LOG-STEP-START.
           01 FS-STEP-TIMING PIC 9(2).
           01 STEP-TIMING-LINE.
               02 STL-RUN-DATE    PIC X(8).
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-STEP        PIC X(8) VALUE "STEP017".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "ROSTER-RECON".
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
       *> file names, from RUN-DATE-FILE, so the reconciliation runs
       *> against that same day's deduplicated feed. When
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

               DISPLAY "NO DEDUPLICATED FEED " WS-FEED-FILE-NAME
                   " TO RECONCILE AGAINST - RECONCILIATION SKIPPED"
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
           CLOSE FEED-FILE
               DISPLAY "NO ROSTER MASTER ON DISK YET - "
                   "RECONCILIATION SKIPPED"
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
           IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-FEED-SORTED NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING THE SORTED FEED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-REPORT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-PROPOSED-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING PROPOSED-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           PERFORM 055-OPEN-QUEUE.

       *> opens the pending queue I-O - creating it empty first when
       *> ROSTER-QUEUE has never run - and reads it through once,
       *> loading the outstanding entries 145-FIND-OUTSTANDING-ENTRY
       *> checks each proposal against, and finding the highest
       *> sequence number already queued for the run date. A rerun
       *> - after an abend part way through queueing, say - so
       *> queues only the proposals the first run did not get to.
       055-OPEN-QUEUE.
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

           MOVE 1 TO NEXT-QUEUE-SEQ
           MOVE ZERO TO OUTSTANDING-COUNT
           MOVE ZERO TO QUEUE-SCAN-FLAG

           MOVE LOW-VALUES TO QE-REF
           START QUEUE-FILE KEY IS NOT LESS THAN QE-REF
           IF FS-QUEUE-FILE NOT EQUAL '00' THEN
               SET QUEUE-SCAN-DONE TO TRUE
           END-IF

           PERFORM 056-LOAD-ONE-QUEUE-ENTRY UNTIL QUEUE-SCAN-DONE.

       *> reads one queue entry, tabling it when it is still
       *> pending or approved - rejected and released entries are
       *> settled business - and moving the next sequence number
       *> past it when it is a proposal queued for the run date. An
       *> outstanding queue bigger than the table stops the run; it
       *> is a queue no operator is working, not a bigger one.
       056-LOAD-ONE-QUEUE-ENTRY.
           READ QUEUE-FILE NEXT RECORD

           IF FS-QUEUE-FILE NOT EQUAL '00' AND
             FS-QUEUE-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING QUEUE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-QUEUE-FILE EQUAL '10' THEN
               SET QUEUE-SCAN-DONE TO TRUE
           ELSE
               IF QE-PENDING OR QE-APPROVED THEN
                   PERFORM 057-TABLE-OUTSTANDING-ENTRY
               END-IF
               IF QE-QUEUED-DATE EQUAL WS-RUN-DATE-TEXT AND
                 QE-SOURCE EQUAL 'R' AND
                 QE-SEQ NOT LESS THAN NEXT-QUEUE-SEQ THEN
                   COMPUTE NEXT-QUEUE-SEQ = QE-SEQ + 1
               END-IF
           END-IF.

       *> adds one transaction's action, name, surname and sequence
       *> number to the outstanding table.
       057-TABLE-OUTSTANDING-ENTRY.
           IF OUTSTANDING-COUNT EQUAL 2000 THEN
               DISPLAY "TOO MANY OUTSTANDING ENTRIES ON QUEUE-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO OUTSTANDING-COUNT
           SET OT-IDX TO OUTSTANDING-COUNT
           MOVE QE-TRAN (1:47) TO OT-KEY (OT-IDX).

       *> reads the next active master entry in key order, passing
       *> over inactive ones - a person the feed dropped and a
       *> delete already deactivated is settled business. At end of
             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

               DISPLAY "TOO MANY MASTER ENTRIES FOR "
                   MASTER-PERSON-KEY
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF
           ADD 1 TO MASTER-PERSON-COUNT
             FS-FEED-SORTED NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING THE SORTED FEED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

       *> both sides is matched; one on the master side only gets a
       *> proposed delete per entry; one on the feed side only gets
       *> a proposed add. Nothing here touches the master - the
       *> proposals go onto the pending queue for an operator.
       100-MATCH-PERSONS.
           IF MASTER-PERSON-KEY EQUAL FE-FEED-KEY THEN
               ADD 1 TO MATCHED-COUNT
           MOVE MASTER-PERSON-KEY (1:20) TO PR-NAME
           MOVE MASTER-PERSON-KEY (21:20) TO PR-SURNAME
           MOVE MP-SEQ (MP-IDX) TO PR-SEQ
           MOVE 'ROSRECON' TO PR-REQUESTER
           WRITE PROPOSED-FILE-REC FROM PROPOSED-LINE
           PERFORM 140-QUEUE-PROPOSAL.

       *> writes the report line for a person on the feed but not on
       *> the master, and the proposed add that would bring them on.
           MOVE FE-FEED-SURNAME TO PR-SURNAME
           MOVE 1 TO PR-SEQ
           MOVE FE-FEED-PHONE TO PR-PHONE
           MOVE 'ROSRECON' TO PR-REQUESTER
           WRITE PROPOSED-FILE-REC FROM PROPOSED-LINE
           PERFORM 140-QUEUE-PROPOSAL.

       *> enters the proposal just written on the pending queue, as
       *> a pending entry from source R requested by ROSRECON - so
       *> only a named operator can ever approve it. A discrepancy
       *> stays open until someone acts on it, so the same proposal
       *> comes round every night: one the queue already holds,
       *> pending or approved, is not entered again but counted as
       *> already queued.
       140-QUEUE-PROPOSAL.
           PERFORM 145-FIND-OUTSTANDING-ENTRY

           IF ALREADY-OUTSTANDING THEN
               ADD 1 TO ALREADY-QUEUED-COUNT
           ELSE
               MOVE SPACES TO QUEUE-REC
               MOVE WS-RUN-DATE-TEXT TO QE-QUEUED-DATE
               MOVE 'R' TO QE-SOURCE
               MOVE NEXT-QUEUE-SEQ TO QE-SEQ
               SET QE-PENDING TO TRUE
               MOVE PR-REQUESTER TO QE-REQUESTER
               MOVE PROPOSED-LINE (1:97) TO QE-TRAN
               WRITE QUEUE-REC
               IF FS-QUEUE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WRITING QUEUE-FILE ENTRY "
                       QE-REF
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               ADD 1 TO NEXT-QUEUE-SEQ
               ADD 1 TO PROPOSALS-QUEUED
               PERFORM 057-TABLE-OUTSTANDING-ENTRY
           END-IF.

       *> looks through the outstanding table for an entry whose
       *> transaction carries the same action, name, surname and
       *> sequence number as the proposal, raising
       *> ALREADY-OUTSTANDING when it finds one.
       145-FIND-OUTSTANDING-ENTRY.
           MOVE PROPOSED-LINE (1:47) TO PROPOSAL-KEY
           MOVE ZERO TO OUTSTANDING-FLAG

           PERFORM 146-CHECK-ONE-OUTSTANDING-ENTRY
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > OUTSTANDING-COUNT OR
                 ALREADY-OUTSTANDING.

       146-CHECK-ONE-OUTSTANDING-ENTRY.
           IF OT-KEY (OT-IDX) EQUAL PROPOSAL-KEY THEN
               SET ALREADY-OUTSTANDING TO TRUE
           END-IF.

       *> writes the bucket totals at the foot of the report.
       250-WRITE-TOTALS.
           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL INACTIVE SKIPPED  ' TO TL-LABEL
           MOVE INACTIVE-SKIPPED TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL PROPOSALS QUEUED  ' TO TL-LABEL
           MOVE PROPOSALS-QUEUED TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE

           MOVE SPACES TO TOTAL-LINE
           MOVE 'TOTAL ALREADY QUEUED    ' TO TL-LABEL
           MOVE ALREADY-QUEUED-COUNT TO TL-COUNT
           WRITE REPORT-FILE-REC FROM TOTAL-LINE.

       300-CLOSE-FILES.
           CLOSE ROSTER-MASTER
           CLOSE FEED-SORTED
           CLOSE REPORT-FILE
           CLOSE PROPOSED-FILE
           CLOSE QUEUE-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Number of matched persons: "
           DISPLAY "Number of proposed deletes: "
           DISPLAY PROPOSED-DELETES
           DISPLAY "Number of inactive master entries skipped: "
           DISPLAY INACTIVE-SKIPPED
           DISPLAY "Number of proposals queued for approval: "
           DISPLAY PROPOSALS-QUEUED
           DISPLAY "Number of proposals already on the queue: "
           DISPLAY ALREADY-QUEUED-COUNT.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               ADD MATCHED-COUNT MASTER-ONLY-COUNT FEED-ONLY-COUNT
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
