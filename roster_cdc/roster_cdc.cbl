       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-CDC.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> one-record control file carrying the run date COUNT-
           *> ENTRIES actually used for its own dated file names, so
           *> the extract is named and stamped with the run the batch
           *> actually processed - see 040-GET-CURRENT-DATE.
           SELECT RUN-DATE-FILE ASSIGN TO "rundate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-DATE-FILE.

           *> the optional extract-mode switch: D (the default when
           *> the file is not staged) cuts the changes journalled
           *> since the last extract, F cuts a full refresh of every
           *> active master entry for a receiver that has to rebuild
           *> its copy. It is only staged by an on-demand job, as a
           *> work copy of that job's own control file - the chain's
           *> own step never has one - and is removed once read, see
           *> 042-READ-EXTRACT-MODE.
           SELECT MODE-FILE ASSIGN TO "roster_cdc_mode.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MODE-FILE.

           *> the extract control record, rewritten at the end of
           *> every run: the sequence number of the last extract cut,
           *> how many journal lines it had taken in, and the run
           *> date and mode it was cut for. Each extract starts at
           *> the first journal line the previous one did not take,
           *> so a change is sent once, whichever run date or job
           *> journalled it.
           SELECT CONTROL-FILE ASSIGN TO "roster_cdc_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-FILE.

           *> the before/after journal ROSTER-MAINT appends one line
           *> per applied transaction to, and ROSTER-RECOVER one line
           *> per entry a recovery changed.
           SELECT JOURNAL-FILE ASSIGN TO "roster_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL-FILE.

           *> the single persistent roster master, read in key order
           *> for a full refresh - never written here.
           SELECT ROSTER-MASTER ASSIGN TO "roster_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS FS-ROSTER-MASTER.

           *> the run-dated delimited change extract handed to HR and
           *> the switchboard directory: per extract one header
           *> record carrying its sequence number, one detail record
           *> per change, and one trailer record carrying the detail
           *> count. A second extract cut on the same run date - a
           *> rerun, a full refresh, a recovery - is appended behind
           *> the first under the next sequence number, so nothing
           *> the receivers have not yet collected is overwritten.
           *> Each extract is only appended once it is complete, see
           *> 305-APPEND-BLOCK-TO-EXTRACT.
           *> ASSIGN TO DYNAMIC is required here, not plain ASSIGN TO
           *> - under this dialect a plain ASSIGN TO identifier-1 is
           *> resolved as an external (ddname-style) reference and
           *> never opens the file whose name is actually sitting in
           *> the WS field at run time, only ASSIGN TO DYNAMIC does.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACT-FILE.

           *> the step-timing log every step of the daily chain
           *> appends a start line and an end line to - read back by
           *> BATCH-WINDOW to show which step ate the batch window.
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-TIMING.

           *> the extract being cut - header, details and trailer -
           *> built here in full before any of it goes onto the
           *> run-dated extract, so a run that stops part way leaves
           *> nothing behind for a receiver to collect.
           SELECT BLOCK-FILE ASSIGN TO "roster_cdc_block.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BLOCK-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-DATE-FILE.
           01 RUN-DATE-FILE-REC PIC X(8).

       FD MODE-FILE.
           01 MODE-FILE-REC PIC X(1).

       FD CONTROL-FILE.
           01 CONTROL-FILE-REC PIC X(30).

       FD JOURNAL-FILE.
           01 JOURNAL-FILE-REC PIC X(197).

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

       FD EXTRACT-FILE.
           01 EXTRACT-FILE-REC PIC X(200).

       FD BLOCK-FILE.
           01 BLOCK-FILE-REC PIC X(200).

       FD STEP-TIMING-FILE.
           01 STEP-TIMING-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-RUN-DATE-FILE PIC 9(2).
           01 FS-MODE-FILE     PIC 9(2).
           01 FS-CONTROL-FILE  PIC 9(2).
           01 FS-JOURNAL-FILE  PIC 9(2).
           01 FS-ROSTER-MASTER PIC 9(2).
           01 FS-EXTRACT-FILE  PIC 9(2).
           01 FS-BLOCK-FILE    PIC 9(2).

           *> define the run date and the run-dated extract name.
           01 WS-RUN-DATE-TEXT PIC X(8).
           01 WS-EXTRACT-NAME  PIC X(35).

           *> define the date and time the extract was cut, stamped
           *> on its header record.
           01 WS-CURRENT-DATE PIC 9(8).
           01 WS-CURRENT-TIME PIC 9(8).

           *> define the extract mode: D the journalled changes, F a
           *> full refresh of the active master entries.
           01 EXTRACT-MODE PIC X(1) VALUE 'D'.
               88  DELTA-EXTRACT VALUE 'D'.
               88  FULL-EXTRACT  VALUE 'F'.
           01 EXTRACT-MODE-NAME PIC X(5).

           *> define the switch saying the mode was staged - an
           *> on-demand extract, not the chain's own STEP016 - and the
           *> work fields for the file-delete service routine the
           *> staged mode and the finished block are removed through,
           *> with the program's own return code parked around the
           *> call.
           01 ON-DEMAND-FLAG PIC 9 VALUE ZERO.
               88  ON-DEMAND-EXTRACT VALUE 1.
           01 DELETE-FILE-NAME   PIC X(40).
           01 DELETE-STATUS      PIC S9(4) COMP.
           01 PARKED-RETURN-CODE PIC S9(4) COMP.

           *> define the extract control record, as read at the start
           *> of the run and written back at its end.
           01 CONTROL-ENTRY.
               02 CC-LAST-SEQ      PIC 9(06).
               02 FILLER           PIC X(01) VALUE SPACE.
               02 CC-JOURNAL-MARK  PIC 9(08).
               02 FILLER           PIC X(01) VALUE SPACE.
               02 CC-LAST-RUN-DATE PIC X(08).
               02 FILLER           PIC X(01) VALUE SPACE.
               02 CC-LAST-MODE     PIC X(05).

           *> define the sequence number of the extract being cut,
           *> the journal line it starts after, and the journal
           *> lines read so far.
           01 EXTRACT-SEQ   PIC 9(6).
           01 JOURNAL-START PIC 9(8) VALUE ZERO.
           01 JOURNAL-LINES PIC 9(8) VALUE ZERO.

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

           *> define the change being extracted, in the fields the
           *> detail record carries: the change type, when it was
           *> journalled, the key either side of it (spaces on the
           *> side the entry did not exist) and the entry's data as
           *> it now stands - as it last stood, for an entry a
           *> recovery took off the master.
           01 CHANGE-ENTRY.
               02 CE-TYPE        PIC X(10).
               02 CE-DATE        PIC X(08).
               02 CE-TIME        PIC X(08).
               02 CE-OLD-NAME    PIC X(20).
               02 CE-OLD-SURNAME PIC X(20).
               02 CE-OLD-SEQ     PIC X(06).
               02 CE-NEW-NAME    PIC X(20).
               02 CE-NEW-SURNAME PIC X(20).
               02 CE-NEW-SEQ     PIC X(06).
               02 CE-PHONE       PIC X(10).
               02 CE-STATUS      PIC X(01).
               02 CE-EFF-FROM    PIC X(08).
               02 CE-EFF-TO      PIC X(08).

           *> define the detail count and the per-type tallies
           *> displayed at the end of the run.
           01 DETAIL-COUNT     PIC 9(6) VALUE ZERO.
           01 ADD-COUNT        PIC 9(6) VALUE ZERO.
           01 CHANGE-COUNT     PIC 9(6) VALUE ZERO.
           01 REKEY-COUNT      PIC 9(6) VALUE ZERO.
           01 DEACTIVATE-COUNT PIC 9(6) VALUE ZERO.
           01 REACTIVATE-COUNT PIC 9(6) VALUE ZERO.
           01 REMOVE-COUNT     PIC 9(6) VALUE ZERO.
           01 REFRESH-COUNT    PIC 9(6) VALUE ZERO.

           *> define the delimited record being built, and the
           *> character position the next field is appended at.
           01 EXTRACT-LINE PIC X(200).
           01 EXTRACT-PTR  PIC 9(3).

           *> define the field currently being appended to the
           *> delimited record, its width, and the length it trims
           *> to once trailing spaces are dropped - the receiving
           *> systems want the values, not the fixed-width padding.
           01 TRIM-FIELD PIC X(40).
           01 TRIM-MAX   PIC 9(2).
           01 TRIM-LEN   PIC 9(2).
           01 TRIM-DONE-FLAG PIC 9 VALUE ZERO.
               88  TRIM-DONE VALUE 1.

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
               02 STL-STEP        PIC X(8) VALUE "STEP016".
               02 FILLER          PIC X(1) VALUE SPACE.
               02 STL-PROGRAM     PIC X(22)
                   VALUE "ROSTER-CDC".
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

           PERFORM 042-READ-EXTRACT-MODE.

           PERFORM 030-LOG-STEP-START.

           PERFORM 043-READ-EXTRACT-CONTROL.

           PERFORM 050-OPEN-FILES.

           PERFORM 060-WRITE-HEADER-RECORD.

           PERFORM 100-EXTRACT-JOURNAL-CHANGES.

           IF FULL-EXTRACT THEN
               PERFORM 150-EXTRACT-ACTIVE-MASTER
           END-IF

           PERFORM 250-WRITE-TRAILER-RECORD.

           PERFORM 300-CLOSE-FILES.

           PERFORM 305-APPEND-BLOCK-TO-EXTRACT.

           PERFORM 310-SAVE-EXTRACT-CONTROL.

           PERFORM 350-DISPLAY-RESULTS.

           PERFORM 990-LOG-STEP-END.

       STOP RUN.

       *> stamps this step's start on the step-timing log, once the
       *> run date it is working for is in hand. An on-demand
       *> extract is not a step of the chain and stamps nothing -
       *> its lines would be taken for the chain's own STEP016.
       030-LOG-STEP-START.
           IF NOT ON-DEMAND-EXTRACT THEN
               MOVE WS-RUN-DATE-TEXT TO STL-RUN-DATE
               MOVE 'START' TO STL-EVENT
               MOVE ZERO TO STL-RECORDS
               MOVE ZERO TO STL-RETURN-CODE
               PERFORM 995-WRITE-STEP-TIMING-LINE
               SET STEP-TIMING-STARTED TO TRUE
           END-IF.

       *> picks up the run date COUNT-ENTRIES used for its own dated
       *> file names, from RUN-DATE-FILE. When RUN-DATE-FILE does
       *> not exist (this program run standalone) the run date is
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
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.

       *> reads the optional extract-mode switch. Not staged, the
       *> run cuts the journalled changes as it does every night; a
       *> value other than D or F stops the run before anything is
       *> sent. A staged switch marks the run as an on-demand
       *> extract, and is removed as soon as it is read, good or
       *> bad - one left behind would turn the chain's own step
       *> into an on-demand run every night after.
       042-READ-EXTRACT-MODE.
           OPEN INPUT MODE-FILE
           IF FS-MODE-FILE EQUAL '35' THEN
               CONTINUE
           ELSE
               SET ON-DEMAND-EXTRACT TO TRUE
               IF FS-MODE-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING MODE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               READ MODE-FILE INTO EXTRACT-MODE
               IF FS-MODE-FILE NOT EQUAL '00' AND
                 FS-MODE-FILE NOT EQUAL '10' THEN
                   DISPLAY "SOMETHING WRONG WHEN READING MODE-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
               IF FS-MODE-FILE EQUAL '10' THEN
                   MOVE 'D' TO EXTRACT-MODE
               END-IF

               CLOSE MODE-FILE

               MOVE "roster_cdc_mode.txt" TO DELETE-FILE-NAME
               PERFORM 045-DELETE-WORK-FILE
               IF DELETE-STATUS EQUAL ZERO THEN
                   DISPLAY "EXTRACT MODE TAKEN IN AND REMOVED: "
                       DELETE-FILE-NAME
               END-IF
           END-IF

           IF NOT DELTA-EXTRACT AND NOT FULL-EXTRACT THEN
               DISPLAY "MODE-FILE CARRIES AN UNKNOWN EXTRACT MODE "
                   EXTRACT-MODE " - NOTHING EXTRACTED"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> reads the control record the last extract left behind. No
       *> control record on disk means no receiver has ever been
       *> sent anything, so the first extract is cut as a full
       *> refresh whatever the mode switch said - a run of changes
       *> means nothing to a receiver without the copy they apply
       *> to.
       043-READ-EXTRACT-CONTROL.
           MOVE ZERO TO CC-LAST-SEQ
           MOVE ZERO TO CC-JOURNAL-MARK
           MOVE SPACES TO CC-LAST-RUN-DATE
           MOVE SPACES TO CC-LAST-MODE

           OPEN INPUT CONTROL-FILE
           IF FS-CONTROL-FILE EQUAL '35' THEN
               IF DELTA-EXTRACT THEN
                   DISPLAY "NO EXTRACT CONTROL ON DISK - FIRST "
                       "EXTRACT CUT AS A FULL REFRESH"
                   SET FULL-EXTRACT TO TRUE
               END-IF
           ELSE
               IF FS-CONTROL-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING CONTROL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               READ CONTROL-FILE INTO CONTROL-ENTRY
               IF FS-CONTROL-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN READING CONTROL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               IF CC-LAST-SEQ IS NOT NUMERIC OR
                 CC-JOURNAL-MARK IS NOT NUMERIC THEN
                   DISPLAY "CONTROL-FILE UNUSABLE - NOTHING "
                       "EXTRACTED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               CLOSE CONTROL-FILE
           END-IF

           IF CC-LAST-SEQ EQUAL 999999 THEN
               MOVE 1 TO EXTRACT-SEQ
           ELSE
               COMPUTE EXTRACT-SEQ = CC-LAST-SEQ + 1
           END-IF
           MOVE CC-JOURNAL-MARK TO JOURNAL-START

           IF FULL-EXTRACT THEN
               MOVE 'FULL ' TO EXTRACT-MODE-NAME
           ELSE
               MOVE 'DELTA' TO EXTRACT-MODE-NAME
           END-IF.

       *> hands a file this run has finished with to the
       *> file-delete service routine. The routine reports through
       *> RETURN-CODE, so the program's own return code is parked
       *> around the call; a file that cannot be removed is shown
       *> on the SYSOUT and costs nothing else.
       045-DELETE-WORK-FILE.
           MOVE RETURN-CODE TO PARKED-RETURN-CODE
           CALL "CBL_DELETE_FILE" USING DELETE-FILE-NAME
           MOVE RETURN-CODE TO DELETE-STATUS
           MOVE PARKED-RETURN-CODE TO RETURN-CODE
           IF DELETE-STATUS NOT EQUAL ZERO THEN
               DISPLAY "COULD NOT REMOVE " DELETE-FILE-NAME
           END-IF.

       *> opens the block the extract is cut into - afresh, so
       *> whatever a run that stopped part way left in it is
       *> dropped - and builds the run-dated extract name it is
       *> appended to once complete.
       050-OPEN-FILES.
           STRING "roster_cdc_" WS-RUN-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-EXTRACT-NAME

           OPEN OUTPUT BLOCK-FILE
           IF FS-BLOCK-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING BLOCK-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       *> writes the header record: record type H, the extract's
       *> sequence number - one more than the last extract's, so a
       *> receiver can tell a gap from a replay - the run date, the
       *> mode, and when the extract was cut.
       060-WRITE-HEADER-RECORD.
           MOVE SPACES TO EXTRACT-LINE
           STRING "H," EXTRACT-SEQ "," WS-RUN-DATE-TEXT ","
               DELIMITED BY SIZE
               EXTRACT-MODE-NAME DELIMITED BY SPACE
               "," WS-CURRENT-DATE "," WS-CURRENT-TIME
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE BLOCK-FILE-REC FROM EXTRACT-LINE.

       *> reads the journal through from the top, passing over the
       *> lines earlier extracts already took in and extracting one
       *> change per line after them. A full refresh sends the
       *> master as it stands instead, so it only counts the lines,
       *> marking every one of them as taken in. A journal shorter
       *> than the lines already taken in has been cut back or
       *> replaced - the changes since cannot be told apart, so the
       *> run stops and a full refresh is needed.
       100-EXTRACT-JOURNAL-CHANGES.
           OPEN INPUT JOURNAL-FILE
           IF FS-JOURNAL-FILE EQUAL '35' THEN
               CONTINUE
           ELSE
               IF FS-JOURNAL-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING JOURNAL-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 110-READ-ONE-JOURNAL-LINE UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE JOURNAL-FILE
           END-IF

           IF DELTA-EXTRACT AND JOURNAL-LINES < JOURNAL-START THEN
               DISPLAY "JOURNAL HOLDS " JOURNAL-LINES
                   " LINES BUT " JOURNAL-START
                   " WERE ALREADY EXTRACTED - RUN A FULL REFRESH"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF.

       110-READ-ONE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-LINE-PARSE
           READ JOURNAL-FILE INTO JOURNAL-LINE-PARSE

           IF FS-JOURNAL-FILE NOT EQUAL '00' AND
             FS-JOURNAL-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING JOURNAL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-JOURNAL-FILE EQUAL '00' THEN
               ADD 1 TO JOURNAL-LINES
               IF DELTA-EXTRACT AND JOURNAL-LINES > JOURNAL-START
               THEN
                   IF JP-BEFORE NOT EQUAL SPACES OR
                     JP-AFTER NOT EQUAL SPACES THEN
                       PERFORM 120-CLASSIFY-CHANGE
                       PERFORM 200-WRITE-DETAIL-RECORD
                   END-IF
               END-IF
           END-IF

           IF FS-JOURNAL-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> works out from the two images what the change did to the
       *> entry, whatever the journal's own action said - a delete
       *> is journalled as a deactivation, an add of an inactive key
       *> as a reactivation, and a recovery journals the images
       *> alone. An entry with no after image was taken off the
       *> master by a recovery winding back its add. The entry's
       *> data is taken from the after image, or from the before
       *> image when there is none.
       120-CLASSIFY-CHANGE.
           MOVE SPACES TO CHANGE-ENTRY
           MOVE JP-RUN-DATE TO CE-DATE
           MOVE JP-RUN-TIME TO CE-TIME

           IF JP-BEFORE NOT EQUAL SPACES THEN
               MOVE JPB-NAME TO CE-OLD-NAME
               MOVE JPB-SURNAME TO CE-OLD-SURNAME
               MOVE JPB-SEQ TO CE-OLD-SEQ
           END-IF

           IF JP-AFTER EQUAL SPACES THEN
               MOVE 'REMOVE    ' TO CE-TYPE
               ADD 1 TO REMOVE-COUNT
               MOVE JPB-PHONE TO CE-PHONE
               MOVE JPB-STATUS TO CE-STATUS
               MOVE JPB-EFF-FROM TO CE-EFF-FROM
               MOVE JPB-EFF-TO TO CE-EFF-TO
           ELSE
               MOVE JPA-NAME TO CE-NEW-NAME
               MOVE JPA-SURNAME TO CE-NEW-SURNAME
               MOVE JPA-SEQ TO CE-NEW-SEQ
               MOVE JPA-PHONE TO CE-PHONE
               MOVE JPA-STATUS TO CE-STATUS
               MOVE JPA-EFF-FROM TO CE-EFF-FROM
               MOVE JPA-EFF-TO TO CE-EFF-TO

               IF JP-BEFORE EQUAL SPACES THEN
                   MOVE 'ADD       ' TO CE-TYPE
                   ADD 1 TO ADD-COUNT
               ELSE
                   IF JP-BEFORE-KEY NOT EQUAL JP-AFTER-KEY THEN
                       MOVE 'REKEY     ' TO CE-TYPE
                       ADD 1 TO REKEY-COUNT
                   ELSE
                       IF JPB-STATUS EQUAL 'A' AND
                         JPA-STATUS EQUAL 'I' THEN
                           MOVE 'DEACTIVATE' TO CE-TYPE
                           ADD 1 TO DEACTIVATE-COUNT
                       ELSE
                           IF JPB-STATUS EQUAL 'I' AND
                             JPA-STATUS EQUAL 'A' THEN
                               MOVE 'REACTIVATE' TO CE-TYPE
                               ADD 1 TO REACTIVATE-COUNT
                           ELSE
                               MOVE 'CHANGE    ' TO CE-TYPE
                               ADD 1 TO CHANGE-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> sends every active master entry, in key order, as a
       *> REFRESH detail - the whole roster a receiver rebuilds its
       *> copy from. A master not on disk yet leaves the refresh
       *> empty, as a warning.
       150-EXTRACT-ACTIVE-MASTER.
           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER EQUAL '35' THEN
               DISPLAY "NO ROSTER MASTER ON DISK YET - "
                   "FULL REFRESH IS EMPTY"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-MASTER"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 160-EXTRACT-ONE-MASTER-REC UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE ROSTER-MASTER
           END-IF.

       160-EXTRACT-ONE-MASTER-REC.
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
                   MOVE SPACES TO CHANGE-ENTRY
                   MOVE 'REFRESH   ' TO CE-TYPE
                   ADD 1 TO REFRESH-COUNT
                   MOVE WS-CURRENT-DATE TO CE-DATE
                   MOVE WS-CURRENT-TIME TO CE-TIME
                   MOVE RM-NAME TO CE-NEW-NAME
                   MOVE RM-SURNAME TO CE-NEW-SURNAME
                   MOVE RM-SEQ TO CE-NEW-SEQ
                   MOVE RM-PHONE TO CE-PHONE
                   MOVE RM-STATUS TO CE-STATUS
                   MOVE RM-EFF-FROM TO CE-EFF-FROM
                   MOVE RM-EFF-TO TO CE-EFF-TO
                   PERFORM 200-WRITE-DETAIL-RECORD
               END-IF
           END-IF

           IF FS-ROSTER-MASTER EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> builds and writes one delimited detail record: record type
       *> D, the extract's sequence number and the detail's own
       *> number within it, then the change's fields, each trimmed
       *> of its fixed-width padding and set off by the delimiter.
       200-WRITE-DETAIL-RECORD.
           ADD 1 TO DETAIL-COUNT
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO EXTRACT-PTR
           STRING "D," EXTRACT-SEQ "," DETAIL-COUNT DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER EXTRACT-PTR

           MOVE CE-TYPE TO TRIM-FIELD
           MOVE 10 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-DATE TO TRIM-FIELD
           MOVE 8 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-TIME TO TRIM-FIELD
           MOVE 8 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-OLD-NAME TO TRIM-FIELD
           MOVE 20 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-OLD-SURNAME TO TRIM-FIELD
           MOVE 20 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-OLD-SEQ TO TRIM-FIELD
           MOVE 6 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-NEW-NAME TO TRIM-FIELD
           MOVE 20 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-NEW-SURNAME TO TRIM-FIELD
           MOVE 20 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-NEW-SEQ TO TRIM-FIELD
           MOVE 6 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-PHONE TO TRIM-FIELD
           MOVE 10 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-STATUS TO TRIM-FIELD
           MOVE 1 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-EFF-FROM TO TRIM-FIELD
           MOVE 8 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           MOVE CE-EFF-TO TO TRIM-FIELD
           MOVE 8 TO TRIM-MAX
           PERFORM 210-APPEND-FIELD

           WRITE BLOCK-FILE-REC FROM EXTRACT-LINE.

       *> appends the delimiter and then the current field, cut back
       *> to its trimmed length, to the record being built. A field
       *> that trims away to nothing still gets its delimiter, so
       *> every detail record carries the same number of fields.
       210-APPEND-FIELD.
           PERFORM 212-FIND-TRIM-LEN
           STRING "," DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER EXTRACT-PTR
           IF TRIM-LEN > ZERO THEN
               STRING TRIM-FIELD (1:TRIM-LEN) DELIMITED BY SIZE
                   INTO EXTRACT-LINE WITH POINTER EXTRACT-PTR
           END-IF.

       *> finds the length of the current field once its trailing
       *> spaces are dropped, by stepping back from the field's full
       *> width to the last non-space character.
       212-FIND-TRIM-LEN.
           MOVE TRIM-MAX TO TRIM-LEN
           MOVE ZERO TO TRIM-DONE-FLAG
           PERFORM 213-TRIM-ONE-CHAR UNTIL TRIM-DONE.

       213-TRIM-ONE-CHAR.
           IF TRIM-LEN EQUAL ZERO THEN
               SET TRIM-DONE TO TRUE
           ELSE
               IF TRIM-FIELD (TRIM-LEN:1) EQUAL SPACE THEN
                   SUBTRACT 1 FROM TRIM-LEN
               ELSE
                   SET TRIM-DONE TO TRUE
               END-IF
           END-IF.

       *> writes the trailer record: record type T, the extract's
       *> sequence number again, and the detail record count.
       250-WRITE-TRAILER-RECORD.
           MOVE SPACES TO EXTRACT-LINE
           STRING "T," EXTRACT-SEQ "," DETAIL-COUNT
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE BLOCK-FILE-REC FROM EXTRACT-LINE.

       300-CLOSE-FILES.
           CLOSE BLOCK-FILE.

       *> appends the finished block - header, details and trailer -
       *> to the run-dated extract, behind any extract already cut
       *> for the same run date, then removes the block.
       305-APPEND-BLOCK-TO-EXTRACT.
           OPEN INPUT BLOCK-FILE
           IF FS-BLOCK-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING BLOCK-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           OPEN EXTEND EXTRACT-FILE
           IF FS-EXTRACT-FILE EQUAL '35' THEN
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           IF FS-EXTRACT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING EXTRACT-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE ZERO TO LOOP-EXIT-FLAG
           PERFORM 306-APPEND-ONE-BLOCK-RECORD UNTIL EXIT-FLAG
           MOVE ZERO TO LOOP-EXIT-FLAG

           CLOSE BLOCK-FILE
           CLOSE EXTRACT-FILE

           MOVE "roster_cdc_block.txt" TO DELETE-FILE-NAME
           PERFORM 045-DELETE-WORK-FILE.

       306-APPEND-ONE-BLOCK-RECORD.
           READ BLOCK-FILE

           IF FS-BLOCK-FILE NOT EQUAL '00' AND
             FS-BLOCK-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING BLOCK-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           IF FS-BLOCK-FILE EQUAL '00' THEN
               WRITE EXTRACT-FILE-REC FROM BLOCK-FILE-REC
               IF FS-EXTRACT-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN WRITING EXTRACT-FILE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 990-LOG-STEP-END
                   STOP RUN
               END-IF
           END-IF

           IF FS-BLOCK-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           END-IF.

       *> writes the control record back once the extract is safely
       *> closed - a run that stops before this point leaves the
       *> control as it was, so its rerun cuts the same sequence
       *> number over the same journal lines again.
       310-SAVE-EXTRACT-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF FS-CONTROL-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING CONTROL-FILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 990-LOG-STEP-END
               STOP RUN
           END-IF

           MOVE EXTRACT-SEQ TO CC-LAST-SEQ
           MOVE JOURNAL-LINES TO CC-JOURNAL-MARK
           MOVE WS-RUN-DATE-TEXT TO CC-LAST-RUN-DATE
           MOVE EXTRACT-MODE-NAME TO CC-LAST-MODE
           WRITE CONTROL-FILE-REC FROM CONTROL-ENTRY

           CLOSE CONTROL-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Extract sequence number cut: "
           DISPLAY EXTRACT-SEQ
           DISPLAY "Extract mode: "
           DISPLAY EXTRACT-MODE-NAME
           DISPLAY "Number of detail records extracted: "
           DISPLAY DETAIL-COUNT
           IF FULL-EXTRACT THEN
               DISPLAY "Number of active entries refreshed: "
               DISPLAY REFRESH-COUNT
           ELSE
               DISPLAY "Number of adds: "
               DISPLAY ADD-COUNT
               DISPLAY "Number of changes: "
               DISPLAY CHANGE-COUNT
               DISPLAY "Number of re-keys: "
               DISPLAY REKEY-COUNT
               DISPLAY "Number of deactivations: "
               DISPLAY DEACTIVATE-COUNT
               DISPLAY "Number of reactivations: "
               DISPLAY REACTIVATE-COUNT
               DISPLAY "Number of entries removed by a recovery: "
               DISPLAY REMOVE-COUNT
           END-IF.

       *> stamps this step's end on the step-timing log, with the
       *> records it processed and the return code it is ending on.
       *> Every way out of the program performs it - the stops on
       *> an error included, so a failed step shows on the log with
       *> its return code - but only once the start is stamped.
       990-LOG-STEP-END.
           IF STEP-TIMING-STARTED THEN
               MOVE 'END' TO STL-EVENT
               MOVE DETAIL-COUNT TO STL-RECORDS
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
