       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DATA-MASK.
       DATE-WRITTEN. OCTOBER 15TH 2026.
       AUTHOR. KEVIN DE NOTARIIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the control file the operator stages for every run, as
           *> "YYYYMMDD NNN NNN KKKKKKKK": the run date whose files
           *> are to be masked, how many duplicate and how many
           *> invalid records to add to FILE1 and FILE4, and the
           *> mask key. The same key always gives the same masked
           *> names, so test sets built on different days under one
           *> key still join up with each other.
           SELECT MASK-PARM-FILE ASSIGN TO "test_data_mask_parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-PARM-FILE.

           *> the production file being masked, and the masked copy
           *> being written under the masked_ prefix - both opened
           *> under names built at run time. ASSIGN TO DYNAMIC is
           *> required here, not plain ASSIGN TO - under this dialect
           *> a plain ASSIGN TO identifier-1 is resolved as an
           *> external (ddname-style) reference and never opens the
           *> file whose name is actually sitting in the WS field at
           *> run time, only ASSIGN TO DYNAMIC does.
           SELECT MASK-IN-FILE ASSIGN TO DYNAMIC WS-MASK-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-IN-FILE.
           SELECT MASK-OUT-FILE ASSIGN TO DYNAMIC WS-MASK-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-OUT-FILE.

           *> the single persistent roster master ROSTER-MAINT
           *> maintains - read here in key order, never written.
           SELECT ROSTER-MASTER ASSIGN TO "roster_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS FS-ROSTER-MASTER.

           *> the masked copy of the roster master, in the same
           *> layout and on the same key. Masking changes the key
           *> order, so it is loaded by key rather than in sequence.
           SELECT MASKED-MASTER ASSIGN TO "masked_roster_master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-KEY
               FILE STATUS IS FS-MASKED-MASTER.

           *> the run-dated count report: records in and out of
           *> every file masked, and what was added to them.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD MASK-PARM-FILE.
           01 MASK-PARM-REC.
               02 MP-RUN-DATE      PIC X(08).
               02 FILLER           PIC X(01).
               02 MP-DUP-COUNT     PIC X(03).
               02 FILLER           PIC X(01).
               02 MP-INVALID-COUNT PIC X(03).
               02 FILLER           PIC X(01).
               02 MP-KEY           PIC X(08).

       FD MASK-IN-FILE.
           01 MASK-IN-REC PIC X(105).

       FD MASK-OUT-FILE.
           01 MASK-OUT-REC PIC X(105).

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

       FD MASKED-MASTER.
           01 MASKED-MASTER-REC.
               02 MM-KEY.
                   03 MM-NAME     PIC X(20).
                   03 MM-SURNAME  PIC X(20).
                   03 MM-SEQ      PIC 9(06).
               02 MM-REST     PIC X(27).

       FD REPORT-FILE.
           01 REPORT-FILE-REC PIC X(80).

       WORKING-STORAGE SECTION.

           *> define the file status flags.
           01 FS-MASK-PARM-FILE PIC 9(2).
           01 FS-MASK-IN-FILE   PIC 9(2).
           01 FS-MASK-OUT-FILE  PIC 9(2).
           01 FS-ROSTER-MASTER  PIC 9(2).
           01 FS-MASKED-MASTER  PIC 9(2).
           01 FS-REPORT-FILE    PIC 9(2).

           *> define the run date being masked and the names of the
           *> file being masked, its masked copy and the report.
           01 WS-RUN-DATE-TEXT PIC X(8).
           01 RUN-DATE-PARTS REDEFINES WS-RUN-DATE-TEXT.
               02 RUN-YEAR  PIC 9(4).
               02 RUN-MONTH PIC 9(2).
               02 RUN-DAY   PIC 9(2).
           01 WS-MASK-IN-NAME  PIC X(40).
           01 WS-MASK-OUT-NAME PIC X(48).
           01 WS-REPORT-NAME   PIC X(40).

           *> define how many duplicate and invalid records were
           *> asked for, added to FILE1 and to FILE4 alike.
           01 DUP-WANTED     PIC 9(3) VALUE ZERO.
           01 INVALID-WANTED PIC 9(3) VALUE ZERO.

           *> define the catalogue of files masked, in the order
           *> they are reported: the label printed, the production
           *> name - the stem of it, for a dated feed - whether the
           *> name carries the run date, and whether the file is one
           *> of the day's files every test set needs (R) or one
           *> only staged when a test calls for it (O). The
           *> masking of each file is chosen by its place here.
           01 SOURCE-CATALOGUE-VALUES.
               02 FILLER PIC X(40)
                   VALUE "FILE1         inputfile1_             DR".
               02 FILLER PIC X(40)
                   VALUE "FILE2         inputfile2_             DR".
               02 FILLER PIC X(40)
                   VALUE "FILE3         inputfile3_             DR".
               02 FILLER PIC X(40)
                   VALUE "FILE4         inputfile4_             DR".
               02 FILLER PIC X(40)
                   VALUE "ROSTER FEED   inputfile_line_seq_     DR".
               02 FILLER PIC X(40)
                   VALUE "TRANSACTIONS  roster_transactions.txt UO".
               02 FILLER PIC X(40)
                   VALUE "NAMELIST      namelist.txt            UO".
               02 FILLER PIC X(40)
                   VALUE "SEARCH REQS   searchrequests.txt      UO".
           01 SOURCE-CATALOGUE REDEFINES SOURCE-CATALOGUE-VALUES.
               02 SOURCE-ENTRY OCCURS 8 TIMES.
                   03 SC-LABEL PIC X(14).
                   03 SC-BASE  PIC X(24).
                   03 SC-DATED PIC X(01).
                       88  SC-IS-DATED VALUE 'D'.
                   03 SC-NEED  PIC X(01).
                       88  SC-REQUIRED VALUE 'R'.
           01 SOURCE-COUNT PIC 9(2) VALUE 8.
           01 SOURCE-SUB   PIC 9(2).

           *> define the record being masked, and its layout under
           *> each of the files it can come from.
           01 MASK-RECORD PIC X(105).

           01 FILE1-VIEW REDEFINES MASK-RECORD.
               02 F1-NAME    PIC X(20).
               02 F1-SURNAME PIC X(20).
               02 F1-PHONE   PIC X(10).
               02 FILLER     PIC X(55).

           01 FILE3-VIEW REDEFINES MASK-RECORD.
               02 F3-NAME      PIC X(20).
               02 F3-ANIMALS   PIC X(01).
               02 F3-PREFERRED PIC X(20).
               02 FILLER       PIC X(64).

           01 FILE4-VIEW REDEFINES MASK-RECORD.
               02 F4-SURNAME   PIC X(20).
               02 F4-INVENTION PIC X(40).
               02 F4-YEAR      PIC X(04).
               02 FILLER       PIC X(41).

           01 ROSTER-FEED-VIEW REDEFINES MASK-RECORD.
               02 RF-NAME    PIC X(20).
               02 RF-SURNAME PIC X(20).
               02 FILLER     PIC X(65).

           01 TRANSACTION-VIEW REDEFINES MASK-RECORD.
               02 TR-ACTION      PIC X(01).
               02 TR-NAME        PIC X(20).
               02 TR-SURNAME     PIC X(20).
               02 TR-SEQ         PIC X(06).
               02 TR-NEW-NAME    PIC X(20).
               02 TR-NEW-SURNAME PIC X(20).
               02 TR-PHONE       PIC X(10).
               02 TR-REQUESTER   PIC X(08).

           01 NAMELIST-VIEW REDEFINES MASK-RECORD.
               02 NL-NAME PIC X(20).
               02 FILLER  PIC X(85).

           01 SEARCH-VIEW REDEFINES MASK-RECORD.
               02 SR-ID      PIC X(08).
               02 FILLER     PIC X(01).
               02 SR-TYPE    PIC X(01).
               02 FILLER     PIC X(01).
               02 SR-NAME    PIC X(20).
               02 FILLER     PIC X(01).
               02 SR-SURNAME PIC X(20).
               02 FILLER     PIC X(53).

           *> define the masked FILE1 or FILE4 records kept back as
           *> they are written, for the duplicate and invalid records
           *> to be copied from - no more are kept than could ever be
           *> asked for.
           01 KEEP-TABLE.
               02 KEPT-RECORD PIC X(64) OCCURS 999 TIMES.
           01 KEPT-COUNT  PIC 9(3) VALUE ZERO.
           01 KEEP-SUB    PIC 9(3).
           01 INJECT-NO   PIC 9(4).
           01 INJECT-QUOTIENT PIC 9(3).

           *> define the letters and digits the masking works over:
           *> a letter is replaced by another letter of the same
           *> case, a digit by another digit, and anything else - a
           *> space, a hyphen, an apostrophe - is left where it is.
           01 UPPER-LETTER-VALUES PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 UPPER-LETTER-TABLE REDEFINES UPPER-LETTER-VALUES.
               02 UPPER-LETTER PIC X(01) OCCURS 26 TIMES.
           01 LOWER-LETTER-VALUES PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
           01 LOWER-LETTER-TABLE REDEFINES LOWER-LETTER-VALUES.
               02 LOWER-LETTER PIC X(01) OCCURS 26 TIMES.
           01 DIGIT-VALUES PIC X(10) VALUE "0123456789".
           01 DIGIT-TABLE REDEFINES DIGIT-VALUES.
               02 DIGIT-CHAR PIC X(01) OCCURS 10 TIMES.

           *> define the mask key as staged, and the weight each of
           *> its eight characters carries in the masking.
           01 MASK-KEY-TEXT PIC X(08).
           01 MASK-KEY-WEIGHTS.
               02 KEY-WEIGHT PIC 9(2) OCCURS 8 TIMES.
           01 KEY-SLOT       PIC 9(2).
           01 KEY-CHAR-COUNT PIC 9(2).
           01 KEY-BAD-FLAG PIC 9 VALUE ZERO.
               88  KEY-BAD VALUE 1.

           *> define the masking work fields: the name or phone
           *> being masked, the character being looked at and where
           *> it stands, what it was found to be, and the running
           *> value that carries every earlier letter or digit of
           *> the field into the masking of the next one - see
           *> 500-MASK-NAME-FIELD.
           01 NAME-FIELD     PIC X(20).
           01 PHONE-FIELD    PIC X(10).
           01 MASK-CHAR      PIC X(01).
           01 CHAR-POS       PIC 9(2).
           01 ALPHA-SUB      PIC 9(2).
           01 LETTER-INDEX   PIC 9(2).
           01 LETTER-CASE    PIC X(01).
               88  LETTER-UPPER VALUE 'U'.
               88  LETTER-LOWER VALUE 'L'.
           01 DIGIT-INDEX    PIC 9(2).
           01 CHAR-TOTAL     PIC 9(2).
           01 CHAR-NO        PIC 9(2).
           01 CHAIN-VALUE    PIC 9(2).
           01 SHIFT-SUM      PIC 9(4).
           01 NEW-INDEX      PIC 9(2).
           01 MASK-QUOTIENT  PIC 9(4).

           *> define the switch raised when one of the day's files
           *> every test set needs was not there to be masked.
           01 MISSING-SOURCE-FLAG PIC 9 VALUE ZERO.
               88  SOURCE-MISSING VALUE 1.

           *> define the counts of the file being masked, and the
           *> totals over the run.
           01 FILE-STATUS-TEXT PIC X(10).
           01 FILE-IN-COUNT      PIC 9(6).
           01 FILE-DUP-COUNT     PIC 9(6).
           01 FILE-INVALID-COUNT PIC 9(6).
           01 FILE-OUT-COUNT     PIC 9(6).
           01 TOTAL-IN-COUNT      PIC 9(7) VALUE ZERO.
           01 TOTAL-DUP-COUNT     PIC 9(7) VALUE ZERO.
           01 TOTAL-INVALID-COUNT PIC 9(7) VALUE ZERO.
           01 TOTAL-OUT-COUNT     PIC 9(7) VALUE ZERO.
           01 FILES-MASKED-COUNT  PIC 9(2) VALUE ZERO.

           *> define the exit flag for the read loops.
           01 LOOP-EXIT-FLAG PIC 9 VALUE ZERO.
               88  EXIT-FLAG VALUE 1.

           *> define the report line being staged, the page layout
           *> counters, the page heading and the column heading.
           01 REPORT-LINE PIC X(80).
           01 LINE-COUNT  PIC 9(2) VALUE 99.
           01 PAGE-COUNT  PIC 9(3) VALUE ZERO.
           01 PAGE-LENGTH PIC 9(2) VALUE 55.

           01 HEADING-LINE.
               02 FILLER      PIC X(33)
                   VALUE "MASKED TEST DATA COPY   RUN DATE ".
               02 HD-RUN-DATE PIC X(08).
               02 FILLER      PIC X(31) VALUE SPACES.
               02 FILLER      PIC X(05) VALUE "PAGE ".
               02 HD-PAGE     PIC 9(3).

           01 COLUMN-HEAD.
               02 FILLER PIC X(14) VALUE "SOURCE".
               02 FILLER PIC X(10) VALUE "STATUS".
               02 FILLER PIC X(14) VALUE "    RECORDS IN".
               02 FILLER PIC X(14) VALUE "    DUPS ADDED".
               02 FILLER PIC X(14) VALUE " INVALID ADDED".
               02 FILLER PIC X(14) VALUE "   RECORDS OUT".

           *> define one file's count line, and the line under it
           *> naming the file read and the masked copy written.
           01 DETAIL-LINE.
               02 DL-LABEL         PIC X(14).
               02 DL-STATUS        PIC X(10).
               02 FILLER           PIC X(05) VALUE SPACES.
               02 DL-IN-COUNT      PIC Z,ZZZ,ZZ9.
               02 FILLER           PIC X(05) VALUE SPACES.
               02 DL-DUP-COUNT     PIC Z,ZZZ,ZZ9.
               02 FILLER           PIC X(05) VALUE SPACES.
               02 DL-INVALID-COUNT PIC Z,ZZZ,ZZ9.
               02 FILLER           PIC X(05) VALUE SPACES.
               02 DL-OUT-COUNT     PIC Z,ZZZ,ZZ9.

           01 FILE-NAME-LINE.
               02 FILLER     PIC X(07) VALUE "  FROM ".
               02 FN-FROM    PIC X(31).
               02 FN-TO-WORD PIC X(04).
               02 FN-TO      PIC X(38).

           *> define the lines closing the report: what was asked
           *> for, and the warning printed when the set is short.
           01 ASKED-LINE.
               02 FILLER           PIC X(18)
                   VALUE "DUPLICATES ASKED: ".
               02 AL-DUP-WANTED    PIC ZZ9.
               02 FILLER           PIC X(26)
                   VALUE "   INVALID RECORDS ASKED: ".
               02 AL-INVALID-WANTED PIC ZZ9.
               02 FILLER           PIC X(30)
                   VALUE " - EACH ADDED TO FILE1, FILE4".

       PROCEDURE DIVISION.

           PERFORM 042-READ-MASK-PARM.

           PERFORM 043-LOAD-MASK-KEY.

           PERFORM 045-BUILD-FILE-NAMES.

           PERFORM 050-OPEN-FILES.

           PERFORM 100-MASK-SOURCE-FILES.

           PERFORM 150-MASK-ROSTER-MASTER.

           PERFORM 200-WRITE-REPORT-FOOT.

           PERFORM 300-CLOSE-FILES.

           PERFORM 350-DISPLAY-RESULTS.

       STOP RUN.

       *> establishes the run date to be masked, the number of
       *> duplicate and invalid records to add, and the mask key.
       *> The control file is not optional - there is no sensible
       *> date or key to fall back on - so a missing or unreadable
       *> one stops the run.
       042-READ-MASK-PARM.
           OPEN INPUT MASK-PARM-FILE
           IF FS-MASK-PARM-FILE EQUAL '35' THEN
               DISPLAY "NO TEST DATA MASK PARAMETERS STAGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-MASK-PARM-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING MASK-PARM-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ MASK-PARM-FILE
           IF FS-MASK-PARM-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN READING MASK-PARM-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MASK-PARM-FILE

           MOVE MP-RUN-DATE TO WS-RUN-DATE-TEXT
           IF WS-RUN-DATE-TEXT IS NOT NUMERIC THEN
               DISPLAY "TEST DATA MASK RUN DATE NOT A YYYYMMDD DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-MONTH < 1 OR RUN-MONTH > 12 OR
             RUN-DAY < 1 OR RUN-DAY > 31 THEN
               DISPLAY "TEST DATA MASK RUN DATE NAMES NO SUCH DAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MP-DUP-COUNT NOT EQUAL SPACES THEN
               IF MP-DUP-COUNT IS NOT NUMERIC THEN
                   DISPLAY "DUPLICATE COUNT NOT A THREE-DIGIT NUMBER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MP-DUP-COUNT TO DUP-WANTED
           END-IF

           IF MP-INVALID-COUNT NOT EQUAL SPACES THEN
               IF MP-INVALID-COUNT IS NOT NUMERIC THEN
                   DISPLAY "INVALID COUNT NOT A THREE-DIGIT NUMBER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MP-INVALID-COUNT TO INVALID-WANTED
           END-IF

           MOVE MP-KEY TO MASK-KEY-TEXT.

       *> turns the mask key into the weight each of its eight
       *> characters carries: a letter counts its place in the
       *> alphabet, a digit its value plus 27, an unused trailing
       *> position nothing. A key of fewer than four characters, or
       *> one with anything but letters and digits in it, stops the
       *> run - it would leave the real names too easy to work back
       *> to.
       043-LOAD-MASK-KEY.
           INSPECT MASK-KEY-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO KEY-CHAR-COUNT
           MOVE ZERO TO KEY-BAD-FLAG
           PERFORM 044-WEIGH-ONE-KEY-CHAR
               VARYING KEY-SLOT FROM 1 BY 1
               UNTIL KEY-SLOT > 8

           IF KEY-BAD THEN
               DISPLAY "MASK KEY MAY HOLD ONLY LETTERS AND DIGITS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF KEY-CHAR-COUNT < 4 THEN
               DISPLAY "MASK KEY SHORTER THAN FOUR CHARACTERS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       044-WEIGH-ONE-KEY-CHAR.
           MOVE ZERO TO KEY-WEIGHT (KEY-SLOT)
           MOVE MASK-KEY-TEXT (KEY-SLOT:1) TO MASK-CHAR
           IF MASK-CHAR NOT EQUAL SPACE THEN
               ADD 1 TO KEY-CHAR-COUNT
               PERFORM 520-FIND-LETTER
               IF LETTER-INDEX > 0 THEN
                   MOVE LETTER-INDEX TO KEY-WEIGHT (KEY-SLOT)
               ELSE
                   PERFORM 525-FIND-DIGIT
                   IF DIGIT-INDEX > 0 THEN
                       COMPUTE KEY-WEIGHT (KEY-SLOT) = DIGIT-INDEX + 26
                   ELSE
                       SET KEY-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       *> builds the report name from the run date masked.
       045-BUILD-FILE-NAMES.
           STRING "test_data_mask_report_" WS-RUN-DATE-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME.

       050-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF FS-REPORT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN OPENING REPORT-FILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> masks every file of the catalogue in turn.
       100-MASK-SOURCE-FILES.
           PERFORM 110-MASK-ONE-SOURCE
               VARYING SOURCE-SUB FROM 1 BY 1
               UNTIL SOURCE-SUB > SOURCE-COUNT.

       *> masks one file of the catalogue into its masked_ copy,
       *> then - for FILE1 and FILE4, the two feeds COUNT-ENTRIES
       *> validates and de-duplicates - adds the duplicate and
       *> invalid records asked for. A file not on disk is
       *> reported as not staged; when it is one every test set
       *> needs, the run ends return code 4.
       110-MASK-ONE-SOURCE.
           MOVE SPACES TO WS-MASK-IN-NAME
           IF SC-IS-DATED (SOURCE-SUB) THEN
               STRING SC-BASE (SOURCE-SUB) DELIMITED BY SPACE
                   WS-RUN-DATE-TEXT ".txt" DELIMITED BY SIZE
                   INTO WS-MASK-IN-NAME
           ELSE
               MOVE SC-BASE (SOURCE-SUB) TO WS-MASK-IN-NAME
           END-IF
           MOVE SPACES TO WS-MASK-OUT-NAME
           STRING "masked_" WS-MASK-IN-NAME
               DELIMITED BY SPACE INTO WS-MASK-OUT-NAME

           MOVE ZERO TO FILE-IN-COUNT
           MOVE ZERO TO FILE-DUP-COUNT
           MOVE ZERO TO FILE-INVALID-COUNT
           MOVE ZERO TO FILE-OUT-COUNT
           MOVE ZERO TO KEPT-COUNT

           OPEN INPUT MASK-IN-FILE
           IF FS-MASK-IN-FILE EQUAL '35' THEN
               MOVE 'NOT STAGED' TO FILE-STATUS-TEXT
               IF SC-REQUIRED (SOURCE-SUB) THEN
                   SET SOURCE-MISSING TO TRUE
               END-IF
           ELSE
               IF FS-MASK-IN-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-MASK-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT MASK-OUT-FILE
               IF FS-MASK-OUT-FILE NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING "
                       WS-MASK-OUT-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF SOURCE-SUB EQUAL 2 THEN
                   MOVE 'COPIED' TO FILE-STATUS-TEXT
               ELSE
                   MOVE 'MASKED' TO FILE-STATUS-TEXT
               END-IF

               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 115-MASK-ONE-RECORD UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               IF SOURCE-SUB EQUAL 1 OR SOURCE-SUB EQUAL 4 THEN
                   PERFORM 130-ADD-ONE-DUPLICATE
                       VARYING INJECT-NO FROM 1 BY 1
                       UNTIL INJECT-NO > DUP-WANTED OR
                         KEPT-COUNT EQUAL ZERO
                   PERFORM 135-ADD-ONE-INVALID
                       VARYING INJECT-NO FROM 1 BY 1
                       UNTIL INJECT-NO > INVALID-WANTED OR
                         KEPT-COUNT EQUAL ZERO
               END-IF

               CLOSE MASK-IN-FILE
               CLOSE MASK-OUT-FILE
               ADD 1 TO FILES-MASKED-COUNT
           END-IF

           MOVE SC-LABEL (SOURCE-SUB) TO DL-LABEL
           PERFORM 210-WRITE-FILE-LINES.

       *> masks one record of the file being masked and writes it
       *> to the masked copy. Only the names, surnames and phones
       *> are touched; everything else - FILE2's countries and
       *> capitals, FILE3's animals, FILE4's inventions and years,
       *> a transaction's action, number and requester, a search
       *> request's reference and type - is carried as it stands.
       115-MASK-ONE-RECORD.
           READ MASK-IN-FILE INTO MASK-RECORD

           IF FS-MASK-IN-FILE NOT EQUAL '00' AND
             FS-MASK-IN-FILE NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING "
                   WS-MASK-IN-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-MASK-IN-FILE EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               ADD 1 TO FILE-IN-COUNT

               EVALUATE SOURCE-SUB
                   WHEN 1
                       MOVE F1-NAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO F1-NAME
                       MOVE F1-SURNAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO F1-SURNAME
                       MOVE F1-PHONE TO PHONE-FIELD
                       PERFORM 530-MASK-PHONE-FIELD
                       MOVE PHONE-FIELD TO F1-PHONE
                   WHEN 3
                       MOVE F3-NAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO F3-NAME
                   WHEN 4
                       MOVE F4-SURNAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO F4-SURNAME
                   WHEN 5
                       MOVE RF-NAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO RF-NAME
                       MOVE RF-SURNAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO RF-SURNAME
                   WHEN 6
                       PERFORM 120-MASK-TRANSACTION
                   WHEN 7
                       MOVE NL-NAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO NL-NAME
                   WHEN 8
                       MOVE SR-NAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO SR-NAME
                       MOVE SR-SURNAME TO NAME-FIELD
                       PERFORM 500-MASK-NAME-FIELD
                       MOVE NAME-FIELD TO SR-SURNAME
               END-EVALUATE

               IF (SOURCE-SUB EQUAL 1 OR SOURCE-SUB EQUAL 4) AND
                 KEPT-COUNT < 999 THEN
                   ADD 1 TO KEPT-COUNT
                   MOVE MASK-RECORD TO KEPT-RECORD (KEPT-COUNT)
               END-IF

               PERFORM 125-WRITE-MASKED-RECORD
           END-IF.

       *> masks a staged roster transaction: the entry it names,
       *> the new name and surname a rename carries, and the
       *> phone.
       120-MASK-TRANSACTION.
           MOVE TR-NAME TO NAME-FIELD
           PERFORM 500-MASK-NAME-FIELD
           MOVE NAME-FIELD TO TR-NAME
           MOVE TR-SURNAME TO NAME-FIELD
           PERFORM 500-MASK-NAME-FIELD
           MOVE NAME-FIELD TO TR-SURNAME
           MOVE TR-NEW-NAME TO NAME-FIELD
           PERFORM 500-MASK-NAME-FIELD
           MOVE NAME-FIELD TO TR-NEW-NAME
           MOVE TR-NEW-SURNAME TO NAME-FIELD
           PERFORM 500-MASK-NAME-FIELD
           MOVE NAME-FIELD TO TR-NEW-SURNAME
           MOVE TR-PHONE TO PHONE-FIELD
           PERFORM 530-MASK-PHONE-FIELD
           MOVE PHONE-FIELD TO TR-PHONE.

       125-WRITE-MASKED-RECORD.
           WRITE MASK-OUT-REC FROM MASK-RECORD
           IF FS-MASK-OUT-FILE NOT EQUAL '00' THEN
               DISPLAY "SOMETHING WRONG WHEN WRITING "
                   WS-MASK-OUT-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FILE-OUT-COUNT.

       *> adds one duplicate: a masked record already written,
       *> written again exactly as it stands. The kept records are
       *> taken from the front of the file, round again from the
       *> first when more duplicates are asked for than the file
       *> holds records.
       130-ADD-ONE-DUPLICATE.
           COMPUTE SHIFT-SUM = INJECT-NO - 1
           DIVIDE SHIFT-SUM BY KEPT-COUNT GIVING INJECT-QUOTIENT
               REMAINDER KEEP-SUB
           ADD 1 TO KEEP-SUB
           MOVE KEPT-RECORD (KEEP-SUB) TO MASK-RECORD
           PERFORM 125-WRITE-MASKED-RECORD
           ADD 1 TO FILE-DUP-COUNT.

       *> adds one invalid record: a masked record already written,
       *> taken from the back of the kept records so it is not the
       *> one just duplicated, with an X over the first character of
       *> the field COUNT-ENTRIES validates - FILE1's phone, FILE4's
       *> year of discovery - so it fails the numeric test.
       135-ADD-ONE-INVALID.
           COMPUTE SHIFT-SUM = INJECT-NO - 1
           DIVIDE SHIFT-SUM BY KEPT-COUNT GIVING INJECT-QUOTIENT
               REMAINDER KEEP-SUB
           COMPUTE KEEP-SUB = KEPT-COUNT - KEEP-SUB
           MOVE KEPT-RECORD (KEEP-SUB) TO MASK-RECORD
           IF SOURCE-SUB EQUAL 1 THEN
               MOVE 'X' TO F1-PHONE (1:1)
           ELSE
               MOVE 'X' TO F4-YEAR (1:1)
           END-IF
           PERFORM 125-WRITE-MASKED-RECORD
           ADD 1 TO FILE-INVALID-COUNT.

       *> masks the roster master into its masked copy, entry by
       *> entry: name, surname and phone masked, sequence number,
       *> status and effective dates carried as they stand.
       150-MASK-ROSTER-MASTER.
           MOVE "roster_master.idx" TO WS-MASK-IN-NAME
           MOVE "masked_roster_master.idx" TO WS-MASK-OUT-NAME
           MOVE ZERO TO FILE-IN-COUNT
           MOVE ZERO TO FILE-DUP-COUNT
           MOVE ZERO TO FILE-INVALID-COUNT
           MOVE ZERO TO FILE-OUT-COUNT

           OPEN INPUT ROSTER-MASTER
           IF FS-ROSTER-MASTER EQUAL '35' THEN
               MOVE 'NOT STAGED' TO FILE-STATUS-TEXT
               SET SOURCE-MISSING TO TRUE
           ELSE
               IF FS-ROSTER-MASTER NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING ROSTER-MASTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT MASKED-MASTER
               IF FS-MASKED-MASTER NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WHEN OPENING MASKED-MASTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE 'MASKED' TO FILE-STATUS-TEXT
               MOVE ZERO TO LOOP-EXIT-FLAG
               PERFORM 155-MASK-ONE-MASTER-ENTRY UNTIL EXIT-FLAG
               MOVE ZERO TO LOOP-EXIT-FLAG

               CLOSE ROSTER-MASTER
               CLOSE MASKED-MASTER
               ADD 1 TO FILES-MASKED-COUNT
           END-IF

           MOVE 'ROSTER MASTER' TO DL-LABEL
           PERFORM 210-WRITE-FILE-LINES.

       155-MASK-ONE-MASTER-ENTRY.
           READ ROSTER-MASTER NEXT RECORD

           IF FS-ROSTER-MASTER NOT EQUAL '00' AND
             FS-ROSTER-MASTER NOT EQUAL '10' THEN
               DISPLAY "SOMETHING WRONG WHEN READING ROSTER-MASTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FS-ROSTER-MASTER EQUAL '10' THEN
               SET EXIT-FLAG TO TRUE
           ELSE
               ADD 1 TO FILE-IN-COUNT

               MOVE ROSTER-MASTER-REC TO MASKED-MASTER-REC
               MOVE RM-NAME TO NAME-FIELD
               PERFORM 500-MASK-NAME-FIELD
               MOVE NAME-FIELD TO MM-NAME
               MOVE RM-SURNAME TO NAME-FIELD
               PERFORM 500-MASK-NAME-FIELD
               MOVE NAME-FIELD TO MM-SURNAME
               MOVE RM-PHONE TO PHONE-FIELD
               PERFORM 530-MASK-PHONE-FIELD
               MOVE PHONE-FIELD TO MM-REST (1:10)

               WRITE MASKED-MASTER-REC
               IF FS-MASKED-MASTER NOT EQUAL '00' THEN
                   DISPLAY "SOMETHING WRONG WRITING THE MASKED MASTER "
                       "RECORD " FILE-IN-COUNT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FILE-OUT-COUNT
           END-IF.

       *> closes the report with the run's totals and what was
       *> asked for, and - when the set is short of one of the
       *> day's files - says so.
       200-WRITE-REPORT-FOOT.
           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE 'TOTAL' TO DL-LABEL
           MOVE SPACES TO DL-STATUS
           MOVE TOTAL-IN-COUNT TO DL-IN-COUNT
           MOVE TOTAL-DUP-COUNT TO DL-DUP-COUNT
           MOVE TOTAL-INVALID-COUNT TO DL-INVALID-COUNT
           MOVE TOTAL-OUT-COUNT TO DL-OUT-COUNT
           MOVE DETAIL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE DUP-WANTED TO AL-DUP-WANTED
           MOVE INVALID-WANTED TO AL-INVALID-WANTED
           MOVE ASKED-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE
           MOVE "NAMES, SURNAMES AND PHONES MASKED UNDER THE STAGED "
               & "MASK KEY"
               TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           IF SOURCE-MISSING THEN
               MOVE SPACES TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
               MOVE "*** NOT EVERY FILE OF THE DAY WAS STAGED - THE "
                   & "TEST SET IS INCOMPLETE"
                   TO REPORT-LINE
               PERFORM 800-WRITE-REPORT-LINE
           END-IF.

       *> prints one file's count line and the names under it, and
       *> carries its counts into the run totals.
       210-WRITE-FILE-LINES.
           MOVE FILE-STATUS-TEXT TO DL-STATUS
           MOVE FILE-IN-COUNT TO DL-IN-COUNT
           MOVE FILE-DUP-COUNT TO DL-DUP-COUNT
           MOVE FILE-INVALID-COUNT TO DL-INVALID-COUNT
           MOVE FILE-OUT-COUNT TO DL-OUT-COUNT
           MOVE DETAIL-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           MOVE WS-MASK-IN-NAME TO FN-FROM
           IF FILE-STATUS-TEXT EQUAL 'NOT STAGED' THEN
               MOVE SPACES TO FN-TO-WORD
               MOVE SPACES TO FN-TO
           ELSE
               MOVE " TO " TO FN-TO-WORD
               MOVE WS-MASK-OUT-NAME TO FN-TO
           END-IF
           MOVE FILE-NAME-LINE TO REPORT-LINE
           PERFORM 800-WRITE-REPORT-LINE

           ADD FILE-IN-COUNT TO TOTAL-IN-COUNT
           ADD FILE-DUP-COUNT TO TOTAL-DUP-COUNT
           ADD FILE-INVALID-COUNT TO TOTAL-INVALID-COUNT
           ADD FILE-OUT-COUNT TO TOTAL-OUT-COUNT.

       300-CLOSE-FILES.
           CLOSE REPORT-FILE.

       350-DISPLAY-RESULTS.
           DISPLAY "Test data mask report written: " WS-REPORT-NAME
           DISPLAY "Number of files masked: "
           DISPLAY FILES-MASKED-COUNT
           DISPLAY "Number of records read: "
           DISPLAY TOTAL-IN-COUNT
           DISPLAY "Number of duplicate records added: "
           DISPLAY TOTAL-DUP-COUNT
           DISPLAY "Number of invalid records added: "
           DISPLAY TOTAL-INVALID-COUNT
           DISPLAY "Number of records written: "
           DISPLAY TOTAL-OUT-COUNT

           IF SOURCE-MISSING THEN
               DISPLAY "NOT EVERY FILE OF THE DAY WAS STAGED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       *> masks the name or surname in NAME-FIELD in place. Every
       *> letter is moved on round the alphabet, keeping its case,
       *> by the weight of one character of the key plus a running
       *> value built from the letters before it and from how many
       *> letters the field holds; spaces, hyphens, apostrophes and
       *> anything else stay where they were and play no part. So
       *> one real name always becomes the same masked name, two
       *> different names never become the same one, and the forms
       *> of a name the normalized matching treats alike -
       *> 'Dell'Acqua', 'DELLACQUA' - still come out alike.
       500-MASK-NAME-FIELD.
           MOVE ZERO TO CHAR-TOTAL
           PERFORM 501-COUNT-ONE-LETTER
               VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > 20

           COMPUTE SHIFT-SUM = CHAR-TOTAL * 11
           DIVIDE SHIFT-SUM BY 26 GIVING MASK-QUOTIENT
               REMAINDER CHAIN-VALUE
           MOVE ZERO TO CHAR-NO
           PERFORM 502-MASK-ONE-LETTER
               VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > 20.

       501-COUNT-ONE-LETTER.
           MOVE NAME-FIELD (CHAR-POS:1) TO MASK-CHAR
           PERFORM 520-FIND-LETTER
           IF LETTER-INDEX > 0 THEN
               ADD 1 TO CHAR-TOTAL
           END-IF.

       502-MASK-ONE-LETTER.
           MOVE NAME-FIELD (CHAR-POS:1) TO MASK-CHAR
           PERFORM 520-FIND-LETTER
           IF LETTER-INDEX > 0 THEN
               ADD 1 TO CHAR-NO
               PERFORM 540-FIND-KEY-SLOT
               COMPUTE SHIFT-SUM = LETTER-INDEX - 1
                   + KEY-WEIGHT (KEY-SLOT) + CHAIN-VALUE
               DIVIDE SHIFT-SUM BY 26 GIVING MASK-QUOTIENT
                   REMAINDER NEW-INDEX
               ADD 1 TO NEW-INDEX
               IF LETTER-UPPER THEN
                   MOVE UPPER-LETTER (NEW-INDEX)
                       TO NAME-FIELD (CHAR-POS:1)
               ELSE
                   MOVE LOWER-LETTER (NEW-INDEX)
                       TO NAME-FIELD (CHAR-POS:1)
               END-IF

               COMPUTE SHIFT-SUM = CHAIN-VALUE * 7
                   + LETTER-INDEX + CHAR-NO
               DIVIDE SHIFT-SUM BY 26 GIVING MASK-QUOTIENT
                   REMAINDER CHAIN-VALUE
           END-IF.

       *> sets LETTER-INDEX to the place in the alphabet of the
       *> letter in MASK-CHAR, and LETTER-CASE to its case - or
       *> LETTER-INDEX to zero when it is not a letter.
       520-FIND-LETTER.
           MOVE ZERO TO LETTER-INDEX
           MOVE SPACE TO LETTER-CASE
           IF MASK-CHAR NOT EQUAL SPACE THEN
               PERFORM 521-PROBE-ONE-LETTER
                   VARYING ALPHA-SUB FROM 1 BY 1
                   UNTIL ALPHA-SUB > 26 OR LETTER-INDEX > 0
           END-IF.

       521-PROBE-ONE-LETTER.
           IF MASK-CHAR EQUAL UPPER-LETTER (ALPHA-SUB) THEN
               MOVE ALPHA-SUB TO LETTER-INDEX
               SET LETTER-UPPER TO TRUE
           ELSE
               IF MASK-CHAR EQUAL LOWER-LETTER (ALPHA-SUB) THEN
                   MOVE ALPHA-SUB TO LETTER-INDEX
                   SET LETTER-LOWER TO TRUE
               END-IF
           END-IF.

       *> sets DIGIT-INDEX to one more than the value of the digit
       *> in MASK-CHAR - or to zero when it is not a digit.
       525-FIND-DIGIT.
           MOVE ZERO TO DIGIT-INDEX
           IF MASK-CHAR IS NUMERIC THEN
               PERFORM 526-PROBE-ONE-DIGIT
                   VARYING ALPHA-SUB FROM 1 BY 1
                   UNTIL ALPHA-SUB > 10 OR DIGIT-INDEX > 0
           END-IF.

       526-PROBE-ONE-DIGIT.
           IF MASK-CHAR EQUAL DIGIT-CHAR (ALPHA-SUB) THEN
               MOVE ALPHA-SUB TO DIGIT-INDEX
           END-IF.

       *> masks the phone in PHONE-FIELD in place, the way
       *> 500-MASK-NAME-FIELD masks a name but over the digits:
       *> every digit becomes another digit, so a ten-digit phone
       *> still passes the numeric validation, and anything that
       *> is not a digit - a blank phone, a phone that was already
       *> invalid - stays as it is, so it still fails.
       530-MASK-PHONE-FIELD.
           MOVE ZERO TO CHAR-TOTAL
           PERFORM 531-COUNT-ONE-DIGIT
               VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > 10

           COMPUTE SHIFT-SUM = CHAR-TOTAL * 3
           DIVIDE SHIFT-SUM BY 26 GIVING MASK-QUOTIENT
               REMAINDER CHAIN-VALUE
           MOVE ZERO TO CHAR-NO
           PERFORM 532-MASK-ONE-DIGIT
               VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > 10.

       531-COUNT-ONE-DIGIT.
           MOVE PHONE-FIELD (CHAR-POS:1) TO MASK-CHAR
           PERFORM 525-FIND-DIGIT
           IF DIGIT-INDEX > 0 THEN
               ADD 1 TO CHAR-TOTAL
           END-IF.

       532-MASK-ONE-DIGIT.
           MOVE PHONE-FIELD (CHAR-POS:1) TO MASK-CHAR
           PERFORM 525-FIND-DIGIT
           IF DIGIT-INDEX > 0 THEN
               ADD 1 TO CHAR-NO
               PERFORM 540-FIND-KEY-SLOT
               COMPUTE SHIFT-SUM = DIGIT-INDEX - 1
                   + KEY-WEIGHT (KEY-SLOT) + CHAIN-VALUE
               DIVIDE SHIFT-SUM BY 10 GIVING MASK-QUOTIENT
                   REMAINDER NEW-INDEX
               ADD 1 TO NEW-INDEX
               MOVE DIGIT-CHAR (NEW-INDEX) TO PHONE-FIELD (CHAR-POS:1)

               COMPUTE SHIFT-SUM = CHAIN-VALUE * 7
                   + DIGIT-INDEX + CHAR-NO
               DIVIDE SHIFT-SUM BY 26 GIVING MASK-QUOTIENT
                   REMAINDER CHAIN-VALUE
           END-IF.

       *> sets KEY-SLOT to the key character that weighs on the
       *> letter or digit counted in CHAR-NO - the first eight take
       *> the key's eight characters in turn, and so on round.
       540-FIND-KEY-SLOT.
           COMPUTE SHIFT-SUM = CHAR-NO - 1
           DIVIDE SHIFT-SUM BY 8 GIVING MASK-QUOTIENT
               REMAINDER KEY-SLOT
           ADD 1 TO KEY-SLOT.

       800-WRITE-REPORT-LINE.
           IF LINE-COUNT NOT < PAGE-LENGTH THEN
               PERFORM 810-WRITE-PAGE-HEADING
           END-IF
           WRITE REPORT-FILE-REC FROM REPORT-LINE
           ADD 1 TO LINE-COUNT.

       *> starts a fresh page: the heading line with the run date
       *> and page number, the column heading, then a blank line.
       810-WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE WS-RUN-DATE-TEXT TO HD-RUN-DATE
           MOVE PAGE-COUNT TO HD-PAGE
           WRITE REPORT-FILE-REC FROM HEADING-LINE
           WRITE REPORT-FILE-REC FROM COLUMN-HEAD
           MOVE SPACES TO REPORT-FILE-REC
           WRITE REPORT-FILE-REC
           MOVE 3 TO LINE-COUNT.
