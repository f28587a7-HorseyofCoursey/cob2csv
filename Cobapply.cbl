      *> the reject file, csv2cob-style. RETURN-CODE 8 on any reject
      *> so the nightly job can hold the new generation for review.
      *>
      *> Every applied add, change and delete is also written to a
      *> journal (default <output>.jnl) carrying the run timestamp,
      *> action, transaction row, record key and the before and
      *> after images, so COBBACK can reverse the run later.
      *>
      *> Usage:
      *>   cobapply -s schema.cfg -m master.dat -i trans.csv
      *>            -o newmaster.dat
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD            PIC X(315).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD            PIC X(8300).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       01  WS-OUTPUT-FILE            PIC X(256) VALUE SPACES.
       01  WS-REJECT-FILE            PIC X(256) VALUE SPACES.
       01  WS-CONTROL-FILE           PIC X(256) VALUE SPACES.
       01  WS-JOURNAL-FILE           PIC X(256) VALUE SPACES.
       01  WS-ACTION-COLUMN          PIC 9(3) VALUE 1.
       01  WS-HEADER-LINES           PIC 9(3) VALUE 1.
       01  WS-HEADER-LINES-SET       PIC X VALUE 'N'.
       01  WS-START-TS               PIC X(21) VALUE SPACES.
       01  WS-END-TS                 PIC X(21) VALUE SPACES.

      *> --- Run history (--history) ---
      *> Every control-report line is also appended to the shared
      *> run-history file, stamped with the run date and time,
      *> program, schema and input file, so COBTREND can hold
      *> tonight's figures against the trailing runs of the same
      *> feed.
       01  WS-HISTORY-FILE           PIC X(256) VALUE SPACES.
       01  WS-HIST-STATUS            PIC XX VALUE SPACES.
       01  WS-HIST-OPEN              PIC X VALUE 'N'.
       01  WS-HIST-ENTRY.
           05  WS-HIST-DATE          PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-TIME          PIC X(6).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-PROGRAM       PIC X(8) VALUE 'COBAPPLY'.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-SCHEMA        PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-INPUT         PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-STAT          PIC X(128).

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
       01  WS-DATE-DIGITS            PIC X(8) VALUE SPACES.
       01  WS-DATE-OUT               PIC X(10) VALUE SPACES.
       01  WS-DATE-FMT-LEN           PIC 9(2) VALUE 0.
       01  WS-DATE-DDD-WORK          PIC 9(3) VALUE 0.

      *> --- Reject handling ---
       01  WS-REJECTED               PIC X VALUE 'N'.
       01  WS-MASTER-EOF             PIC X VALUE 'N'.
       01  WS-TRANS-EOF              PIC X VALUE 'N'.
       01  WS-MASTER-BUF             PIC X(4096) VALUE SPACES.
       01  WS-MASTER-KEY             PIC X(192) VALUE SPACES.
       01  WS-MASTER-PREV-KEY        PIC X(192) VALUE SPACES.
       01  WS-MASTER-HAS-PREV        PIC X VALUE 'N'.
       01  WS-TRANS-KEY              PIC X(192) VALUE SPACES.
       01  WS-TRANS-PREV-KEY         PIC X(192) VALUE SPACES.
       01  WS-TRANS-HAS-PREV         PIC X VALUE 'N'.
       01  WS-TRANS-ACTION           PIC X VALUE SPACE.
       01  WS-KEY-POS                PIC 9(3) VALUE 0.
       01  WS-KEY-ORDER              PIC 9(2) VALUE 0.
       01  WS-KEY-PART-LEN           PIC 9(5) VALUE 0.
       01  WS-KEY-SOURCE             PIC X VALUE 'M'.
       01  WS-COLL-KEY               PIC X(192) VALUE SPACES.
       01  WS-KEY-PART-RAW           PIC X(64) VALUE SPACES.
       01  WS-COLL-DIGITS            PIC X(64) VALUE SPACES.
       01  WS-COLL-DIG-LEN           PIC 9(3) VALUE 0.
       01  WS-COLL-NEG               PIC X VALUE 'N'.
       01  WS-COLL-LAST              PIC X VALUE SPACE.
       01  WS-DATE-KEY               PIC X(8) VALUE SPACES.

      *> --- Before/after journal ---
      *> One line per applied transaction: run timestamp, action,
      *> transaction row (1 = first data row), the KEY= field bytes
      *> in key order, then the before image and the after image at
      *> the schema's record length each (spaces for the side an add
      *> or a delete does not have).
       01  WS-JNL-ENTRY.
           05  WS-JNL-RUN-TS         PIC X(21).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-JNL-ACTION         PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-JNL-TRANS-ROW      PIC 9(9).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-JNL-KEY            PIC X(64).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-JNL-IMAGES         PIC X(8193).
       01  WS-JNL-BEFORE             PIC X(4096) VALUE SPACES.
       01  WS-JNL-AFTER              PIC X(4096) VALUE SPACES.
       01  WS-JNL-KEY-POS            PIC 9(3) VALUE 0.
       01  WS-JNL-AFTER-POS          PIC 9(5) VALUE 0.
       01  WS-JOURNAL-COUNT          PIC 9(9) VALUE 0.

      *> --- Counters ---
       01  WS-TRANS-ROWS             PIC 9(9) VALUE 0.
                   MOVE '-hl ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--history'
                   MOVE '-hf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--journal'
                   MOVE '-j  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-j'
                   MOVE '-j  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--delimiter'
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-d'
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-hf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-HISTORY-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-j  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-JOURNAL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-d  '
                   MOVE WS-CMD-TOKEN(1:1) TO WS-DELIMITER
                   MOVE 'Y' TO WS-DELIMITER-SET
                       '.ctl' DELIMITED BY SIZE
                   INTO WS-CONTROL-FILE
           END-IF
           IF WS-JOURNAL-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.jnl' DELIMITED BY SIZE
                   INTO WS-JOURNAL-FILE
           END-IF
           IF WS-ACTION-COLUMN < 1
               DISPLAY "ERROR: --action-column must be 1 or higher"
               STOP RUN
                   "(default 1, last one is validated)"
           DISPLAY "  --control-file       Control-report file "
                   "(default: <output>.ctl)"
           DISPLAY "  --history FILE       Also append the control "
                   "report to the shared run-history FILE "
                   "(for COBTREND)"
           DISPLAY "  -j, --journal        Before/after journal for "
                   "COBBACK (default: <output>.jnl)"
           DISPLAY "  -d, --delimiter      Field delimiter "
                   "(default ',' or the schema's DELIMITER=)".

           END-IF
           OPEN INPUT TRANS-FILE
           OPEN OUTPUT NEWMASTER-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT JOURNAL-FILE.

       CLOSE-FILES.
           IF WS-MASTER-STATUS NOT = '35'
           END-IF
           CLOSE TRANS-FILE
           CLOSE NEWMASTER-FILE
           CLOSE REJECT-FILE
           CLOSE JOURNAL-FILE.

      *> --------------------------------------------------------
      *> Header validation - the schema field names must line up
               WRITE NEWMASTER-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
               ADD 1 TO WS-ADD-COUNT
               MOVE SPACES TO WS-JNL-BEFORE
               MOVE WS-TRANS-BUF TO WS-JNL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           ELSE
               MOVE 'NOT-ON-MASTER' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
                   MOVE 'DUPLICATE-ADD' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN 'C'
                   MOVE WS-MASTER-BUF TO WS-JNL-BEFORE
                   PERFORM OVERLAY-TRANS-FIELDS
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-MASTER-BUF TO WS-JNL-AFTER
                   PERFORM WRITE-JOURNAL-ENTRY
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE WS-MASTER-BUF TO WS-JNL-BEFORE
                   MOVE SPACES TO WS-JNL-AFTER
                   PERFORM WRITE-JOURNAL-ENTRY
                   PERFORM READ-MASTER-RECORD
           END-EVALUATE.

               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

      *> One journal line for the transaction just applied. The key
      *> is taken from whichever image the action has - the after
      *> image of an add, the before image otherwise.
       WRITE-JOURNAL-ENTRY.
           MOVE WS-START-TS TO WS-JNL-RUN-TS
           MOVE WS-TRANS-ACTION TO WS-JNL-ACTION
           MOVE WS-TRANS-ROWS TO WS-JNL-TRANS-ROW
           MOVE SPACES TO WS-JNL-KEY
           MOVE 1 TO WS-JNL-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORDER
                       MOVE WS-FIELD-LENGTH(WS-FLD-IDX)
                           TO WS-KEY-PART-LEN
                       IF WS-TRANS-ACTION = 'A'
                           MOVE WS-JNL-AFTER(
                               WS-FIELD-START(WS-FLD-IDX):
                               WS-KEY-PART-LEN)
                               TO WS-JNL-KEY(WS-JNL-KEY-POS:
                                   WS-KEY-PART-LEN)
                       ELSE
                           MOVE WS-JNL-BEFORE(
                               WS-FIELD-START(WS-FLD-IDX):
                               WS-KEY-PART-LEN)
                               TO WS-JNL-KEY(WS-JNL-KEY-POS:
                                   WS-KEY-PART-LEN)
                       END-IF
                       ADD WS-KEY-PART-LEN TO WS-JNL-KEY-POS
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-JNL-IMAGES
           MOVE WS-JNL-BEFORE(1:WS-RECORD-LEN)
               TO WS-JNL-IMAGES(1:WS-RECORD-LEN)
           COMPUTE WS-JNL-AFTER-POS = WS-RECORD-LEN + 2
           MOVE WS-JNL-AFTER(1:WS-RECORD-LEN)
               TO WS-JNL-IMAGES(WS-JNL-AFTER-POS:WS-RECORD-LEN)
           MOVE WS-JNL-ENTRY TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT.

      *> Overlay every field whose CSV column carried a value; the
      *> canonical bytes were already laid down in WS-TRANS-BUF by
      *> the same type rules csv2cob writes with.
      *> --------------------------------------------------------
      *> Key assembly from the canonicalized bytes, master or
      *> transaction side per WS-KEY-SOURCE, so both sides collate
      *> identically. Each part is laid down in COBSORT's collating
      *> form - ALPHA/NUM/DECIMAL/LOOKUP as their bytes, signed
      *> overpunch as a sign byte ('0' negative, '1' zero or
      *> positive) plus digits nines-complemented when negative,
      *> DATE as YYYYMMDD - so keys order by value, the order the
      *> master is sorted in.
      *> --------------------------------------------------------
       BUILD-TRANS-KEY.
           MOVE 'T' TO WS-KEY-SOURCE
           PERFORM BUILD-RECORD-KEY.

       BUILD-RECORD-KEY.
           MOVE SPACES TO WS-COLL-KEY
           MOVE 1 TO WS-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORDER
                       MOVE WS-FIELD-LENGTH(WS-FLD-IDX)
                           TO WS-KEY-PART-LEN
                       MOVE SPACES TO WS-KEY-PART-RAW
                       IF WS-KEY-SOURCE = 'M'
                           MOVE WS-MASTER-BUF(
                               WS-FIELD-START(WS-FLD-IDX):
                               WS-KEY-PART-LEN)
                               TO WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
                       ELSE
                           MOVE WS-TRANS-BUF(
                               WS-FIELD-START(WS-FLD-IDX):
                               WS-KEY-PART-LEN)
                               TO WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
                       END-IF
                       PERFORM APPEND-COLLATING-PART
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-KEY-SOURCE = 'M'
               MOVE WS-COLL-KEY TO WS-MASTER-KEY
           ELSE
               MOVE WS-COLL-KEY TO WS-TRANS-KEY
           END-IF.

       APPEND-COLLATING-PART.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DECODE-OVERPUNCH-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'DATE'
                   PERFORM DECODE-DATE-KEY
                   MOVE WS-DATE-KEY TO WS-COLL-KEY(WS-KEY-POS:8)
                   ADD 8 TO WS-KEY-POS
               WHEN OTHER
                   MOVE WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
                       TO WS-COLL-KEY(WS-KEY-POS:WS-KEY-PART-LEN)
                   ADD WS-KEY-PART-LEN TO WS-KEY-POS
           END-EVALUATE.

      *> Trailing sign overpunch (positive {A-I, negative }J-R);
      *> spaces count as zeros.
       DECODE-OVERPUNCH-DIGITS.
           MOVE WS-KEY-PART-LEN TO WS-COLL-DIG-LEN
           MOVE WS-KEY-PART-RAW TO WS-COLL-DIGITS
           MOVE 'N' TO WS-COLL-NEG
           MOVE WS-COLL-DIGITS(WS-COLL-DIG-LEN:1) TO WS-COLL-LAST
           EVALUATE WS-COLL-LAST
               WHEN '{' MOVE '0' TO WS-COLL-LAST
               WHEN 'A' MOVE '1' TO WS-COLL-LAST
               WHEN 'B' MOVE '2' TO WS-COLL-LAST
               WHEN 'C' MOVE '3' TO WS-COLL-LAST
               WHEN 'D' MOVE '4' TO WS-COLL-LAST
               WHEN 'E' MOVE '5' TO WS-COLL-LAST
               WHEN 'F' MOVE '6' TO WS-COLL-LAST
               WHEN 'G' MOVE '7' TO WS-COLL-LAST
               WHEN 'H' MOVE '8' TO WS-COLL-LAST
               WHEN 'I' MOVE '9' TO WS-COLL-LAST
               WHEN '}' MOVE '0' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'J' MOVE '1' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'K' MOVE '2' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'L' MOVE '3' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'M' MOVE '4' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'N' MOVE '5' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'O' MOVE '6' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'P' MOVE '7' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'Q' MOVE '8' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
               WHEN 'R' MOVE '9' TO WS-COLL-LAST
                        MOVE 'Y' TO WS-COLL-NEG
           END-EVALUATE
           MOVE WS-COLL-LAST TO WS-COLL-DIGITS(WS-COLL-DIG-LEN:1)
           INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               REPLACING ALL SPACE BY '0'.

      *> Sign byte plus digits; a negative value's digits are
      *> nines-complemented so larger magnitudes sort lower.
       APPEND-SIGNED-DIGITS.
           IF WS-COLL-DIGITS(1:WS-COLL-DIG-LEN) = ALL '0'
               MOVE 'N' TO WS-COLL-NEG
           END-IF
           IF WS-COLL-NEG = 'Y'
               MOVE '0' TO WS-COLL-KEY(WS-KEY-POS:1)
               INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
                   CONVERTING '0123456789' TO '9876543210'
           ELSE
               MOVE '1' TO WS-COLL-KEY(WS-KEY-POS:1)
           END-IF
           ADD 1 TO WS-KEY-POS
           MOVE WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               TO WS-COLL-KEY(WS-KEY-POS:WS-COLL-DIG-LEN)
           ADD WS-COLL-DIG-LEN TO WS-KEY-POS.

      *> TYPE=DATE key part as YYYYMMDD whatever its FORMAT=
      *> (two-digit years windowed at 70); empty and non-calendar
      *> values collate first as zeros.
       DECODE-DATE-KEY.
           MOVE '00000000' TO WS-DATE-KEY
           IF WS-KEY-PART-RAW(1:WS-KEY-PART-LEN) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID
           EVALUATE WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'YYYYMMDD'
                   MOVE WS-KEY-PART-RAW(1:4) TO WS-DATE-Y
                   MOVE WS-KEY-PART-RAW(5:2) TO WS-DATE-M
                   MOVE WS-KEY-PART-RAW(7:2) TO WS-DATE-D
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'DDMMYYYY'
                   MOVE WS-KEY-PART-RAW(1:2) TO WS-DATE-D
                   MOVE WS-KEY-PART-RAW(3:2) TO WS-DATE-M
                   MOVE WS-KEY-PART-RAW(5:4) TO WS-DATE-Y
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'YYMMDD'
                   MOVE WS-KEY-PART-RAW(1:2) TO WS-DATE-YY
                   MOVE WS-KEY-PART-RAW(3:2) TO WS-DATE-M
                   MOVE WS-KEY-PART-RAW(5:2) TO WS-DATE-D
                   PERFORM EXPAND-TWO-DIGIT-YEAR
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'DDMMYY'
                   MOVE WS-KEY-PART-RAW(1:2) TO WS-DATE-D
                   MOVE WS-KEY-PART-RAW(3:2) TO WS-DATE-M
                   MOVE WS-KEY-PART-RAW(5:2) TO WS-DATE-YY
                   PERFORM EXPAND-TWO-DIGIT-YEAR
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'CYYDDD'
                   MOVE WS-KEY-PART-RAW(1:1) TO WS-DATE-C
                   MOVE WS-KEY-PART-RAW(2:2) TO WS-DATE-YY
                   MOVE WS-KEY-PART-RAW(4:3) TO WS-DATE-DDD
                   COMPUTE WS-DATE-Y =
                       1900 + (WS-DATE-C * 100) + WS-DATE-YY
                   PERFORM CONVERT-DDD-TO-MONTH-DAY
           END-EVALUATE
           IF WS-DATE-VALID = 'Y'
               MOVE WS-DATE-Y TO WS-DATE-KEY(1:4)
               MOVE WS-DATE-M TO WS-DATE-KEY(5:2)
               MOVE WS-DATE-D TO WS-DATE-KEY(7:2)
           END-IF.

       EXPAND-TWO-DIGIT-YEAR.
           IF WS-DATE-YY >= 70
               COMPUTE WS-DATE-Y = 1900 + WS-DATE-YY
           ELSE
               COMPUTE WS-DATE-Y = 2000 + WS-DATE-YY
           END-IF.

       CONVERT-DDD-TO-MONTH-DAY.
           MOVE 'N' TO WS-DATE-VALID
           PERFORM CHECK-LEAP-YEAR
           IF WS-DATE-DDD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-DDD TO WS-DATE-DDD-WORK
           PERFORM VARYING WS-DATE-MM-IDX FROM 1 BY 1
               UNTIL WS-DATE-MM-IDX > 12
               PERFORM GET-DAYS-IN-MONTH
               IF WS-DATE-DDD-WORK <= WS-DATE-DIM
                   MOVE WS-DATE-MM-IDX TO WS-DATE-M
                   MOVE WS-DATE-DDD-WORK TO WS-DATE-D
                   MOVE 'Y' TO WS-DATE-VALID
                   EXIT PERFORM
               END-IF
               SUBTRACT WS-DATE-DIM FROM WS-DATE-DDD-WORK
           END-PERFORM.

       WRITE-REJECT-RECORD.

      *> --------------------------------------------------------
      *> TYPE=DATE - parse and calendar-check the CSV value, then
      *> re-render it in the fixed-width FORMAT=. An empty value on
      *> an A row is csv2cob's all-zero empty date, since an add
      *> is a full record image; on a C row it leaves the field
      *> spaces so a blank column keeps the master's date.
      *> --------------------------------------------------------
       CONVERT-DATE-TO-TRANS.
           IF WS-VAL-LEN = 0
               IF WS-TRANS-ACTION = 'A'
                   MOVE ALL '0'
                       TO WS-TRANS-BUF(WS-DEST-START:WS-DEST-LEN)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-CSV-DATE
       WRITE-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
           OPEN OUTPUT CONTROL-FILE
           PERFORM OPEN-RUN-HISTORY
           MOVE SPACES TO CONTROL-RECORD
           STRING 'SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'MASTER_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MASTER-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRANS-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OUTPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOURNAL_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'MASTER_RECORDS_IN=' DELIMITED BY SIZE
                   WS-MASTER-IN-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'MASTER_RECORDS_OUT=' DELIMITED BY SIZE
                   WS-MASTER-OUT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_ROWS=' DELIMITED BY SIZE
                   WS-TRANS-ROWS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'ADDS_APPLIED=' DELIMITED BY SIZE
                   WS-ADD-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'CHANGES_APPLIED=' DELIMITED BY SIZE
                   WS-CHANGE-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'DELETES_APPLIED=' DELIMITED BY SIZE
                   WS-DELETE-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOURNAL_ENTRIES=' DELIMITED BY SIZE
                   WS-JOURNAL-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_NOT_ON_MASTER=' DELIMITED BY SIZE
                   WS-NOTMASTER-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_DUPLICATE_ADD=' DELIMITED BY SIZE
                   WS-DUPADD-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_OUT_OF_SEQUENCE=' DELIMITED BY SIZE
                   WS-SEQ-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_INVALID_ACTION=' DELIMITED BY SIZE
                   WS-ACTION-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_MALFORMED=' DELIMITED BY SIZE
                   WS-MALFORMED-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'START_TIME=' DELIMITED BY SIZE
                   WS-START-TS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'END_TIME=' DELIMITED BY SIZE
                   WS-END-TS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           PERFORM CLOSE-RUN-HISTORY
           CLOSE CONTROL-FILE.

      *> --------------------------------------------------------
      *> Run history (--history) - opened for append around the
      *> control report (created by the first run that names it);
      *> WRITE-CONTROL-LINE copies each line into it.
      *> --------------------------------------------------------
       OPEN-RUN-HISTORY.
           IF WS-HISTORY-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS(1:1) NOT = '0'
               DISPLAY "WARNING: cannot append to run history "
                       FUNCTION TRIM(WS-HISTORY-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HIST-OPEN
           MOVE WS-START-TS(1:8) TO WS-HIST-DATE
           MOVE WS-START-TS(9:6) TO WS-HIST-TIME
           MOVE WS-SCHEMA-FILE TO WS-HIST-SCHEMA
           MOVE WS-TRANS-FILE TO WS-HIST-INPUT.

       WRITE-CONTROL-LINE.
           WRITE CONTROL-RECORD
           IF WS-HIST-OPEN = 'Y'
               MOVE CONTROL-RECORD TO WS-HIST-STAT
               WRITE HISTORY-RECORD FROM WS-HIST-ENTRY
           END-IF.

       CLOSE-RUN-HISTORY.
           IF WS-HIST-OPEN = 'Y'
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-HIST-OPEN
           END-IF.
