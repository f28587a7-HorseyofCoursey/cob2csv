           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TRUNC-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-TRUNC-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD            PIC X(315).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-END-TS                 PIC X(21) VALUE SPACES.
       01  WS-CTL-STATUS             PIC XX VALUE SPACES.

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
           05  WS-HIST-PROGRAM       PIC X(8) VALUE 'CSV2COB'.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-SCHEMA        PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-INPUT         PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-STAT          PIC X(128).

      *> --- Manifest-driven multi-file runs (--manifest) ---
      *> One schema parse and one lookup/reference load serve the
      *> whole night's 20-40 partner files: each manifest line is
           05  WS-RC-WRITTEN         PIC 9(9) VALUE 0.
           05  WS-RC-FILENAME        PIC X(260) VALUE SPACES.
           05  WS-RC-PREV-KEY        PIC X(80) VALUE SPACES.
           05  WS-RC-PREV-COLL       PIC X(208) VALUE SPACES.
           05  WS-RC-HAS-PREV        PIC X VALUE 'N'.
       01  WS-RC-TABLE-COUNT         PIC 9(3) VALUE 0.
       01  WS-RC-FOUND               PIC X VALUE 'N'.
       01  WS-BN-QUOT                PIC 9(18) VALUE 0.
       01  WS-BN-REM                 PIC 9(3) VALUE 0.
       01  WS-BN-IDX                 PIC 9(3) VALUE 0.
       01  WS-PK-HI                  PIC 9(3) VALUE 0.
       01  WS-PK-LO                  PIC 9(3) VALUE 0.
       01  WS-PK-DIG                 PIC 9 VALUE 0.
       01  WS-PK-POS                 PIC 9(3) VALUE 0.
       01  WS-PK-BAD                 PIC X VALUE 'N'.
       01  WS-BN-DIGITS              PIC 9(10) VALUE 0.

      *> --- TYPE=DATE handling ---
       01  WS-DATE-Y                 PIC 9(4) VALUE 0.
       01  WS-DATE-DIGITS            PIC X(8) VALUE SPACES.
       01  WS-DATE-OUT               PIC X(10) VALUE SPACES.
       01  WS-DATE-FMT-LEN           PIC 9(2) VALUE 0.
       01  WS-DATE-DDD-WORK          PIC 9(3) VALUE 0.

      *> --- Reject handling ---
       01  WS-REJECT-COUNT           PIC 9(9) VALUE 0.
      *> Each distinct REFFILE=/REFSCHEMA= pair is loaded once at
      *> startup alongside the lookup tables: the companion schema
      *> names the master's KEY= fields, every master record's
      *> concatenated key goes into one sorted pool in COBSORT's
      *> collating form (the masters arrive in that order -
      *> enforced at load), and each checked value is then a
      *> SEARCH ALL binary probe, never a scan - the customer
      *> master runs ~300,000 records.
       01  WS-REF-CUR-FILE           PIC X(256) VALUE SPACES.
       01  WS-REF-CUR-SCHEMA         PIC X(256) VALUE SPACES.
       01  WS-REF-STATUS             PIC XX VALUE SPACES.
           05  WS-REF-TBL-FILE       PIC X(64) VALUE SPACES.
           05  WS-REF-TBL-SCHEMA     PIC X(64) VALUE SPACES.
           05  WS-REF-TBL-KEYLEN     PIC 9(3) VALUE 0.
           05  WS-REF-TBL-PART-COUNT PIC 9(2) VALUE 0.
           05  WS-REF-TBL-PARTS OCCURS 9 TIMES.
               10  WS-REF-TBL-PART-LEN   PIC 9(5) VALUE 0.
               10  WS-REF-TBL-PART-TYPE  PIC X(16) VALUE SPACES.
               10  WS-REF-TBL-PART-FMT   PIC X(12) VALUE SPACES.
       01  WS-REF-TABLE-COUNT        PIC 9(2) VALUE 0.
       01  WS-REF-TBL-NUM            PIC 9(2) VALUE 0.
       01  WS-REF-COUNT              PIC 9(6) VALUE 0.
                   DEPENDING ON WS-REF-COUNT
                   ASCENDING KEY IS WS-REF-ENTRY-KEY
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-ENTRY-KEY  PIC X(52).
       01  WS-REF-PROBE              PIC X(52) VALUE SPACES.
       01  WS-REF-PREV-KEY           PIC X(52) VALUE SPACES.
       01  WS-REF-RAW-KEY            PIC X(32) VALUE SPACES.
       01  WS-REF-HAS-PREV           PIC X VALUE 'N'.
       01  WS-REF-FOUND              PIC X VALUE 'N'.
       01  WS-REF-LINE               PIC X(4096) VALUE SPACES.
           05  WS-REFK-START         PIC 9(5) VALUE 0.
           05  WS-REFK-LEN           PIC 9(5) VALUE 0.
           05  WS-REFK-ORDER         PIC 9(2) VALUE 0.
           05  WS-REFK-TYPE          PIC X(16) VALUE SPACES.
           05  WS-REFK-FORMAT        PIC X(12) VALUE SPACES.
       01  WS-REFK-IDX               PIC 9(2) VALUE 0.
       01  WS-REFK-ORD               PIC 9(2) VALUE 0.
       01  WS-REFK-POS               PIC 9(3) VALUE 0.
       01  WS-REFK-PART-LEN          PIC 9(5) VALUE 0.
       01  WS-REFK-COLL-LEN          PIC 9(3) VALUE 0.
       01  WS-REF-TMP-START          PIC 9(5) VALUE 0.
       01  WS-REF-TMP-LEN            PIC 9(5) VALUE 0.
       01  WS-REF-TMP-KEY            PIC 9(2) VALUE 0.
       01  WS-REF-TMP-TYPE           PIC X(16) VALUE SPACES.
       01  WS-REF-TMP-FORMAT         PIC X(12) VALUE SPACES.
       01  WS-REF-PROBE-LEN          PIC 9(3) VALUE 0.
       01  WS-REF-REJ-COUNT          PIC 9(9) VALUE 0.

       01  WS-KEY-PART-LEN           PIC 9(5) VALUE 0.
       01  WS-KEY-LEN-SUM            PIC 9(5) VALUE 0.
       01  WS-KEY-BUILT              PIC X VALUE 'N'.
       01  WS-CUR-COLL               PIC X(208) VALUE SPACES.
       01  WS-COLL-POS               PIC 9(3) VALUE 0.
       01  WS-KEY-PART-RAW           PIC X(64) VALUE SPACES.
       01  WS-COLL-TYPE              PIC X(16) VALUE SPACES.
       01  WS-COLL-FORMAT            PIC X(12) VALUE SPACES.
       01  WS-COLL-DIGITS            PIC X(64) VALUE SPACES.
       01  WS-COLL-DIG-LEN           PIC 9(3) VALUE 0.
       01  WS-COLL-NEG               PIC X VALUE 'N'.
       01  WS-COLL-LAST              PIC X VALUE SPACE.
       01  WS-DATE-KEY               PIC X(8) VALUE SPACES.
       01  WS-SEEN-KEYS OCCURS 50000 TIMES PIC X(80).
       01  WS-SEEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-SEEN-IDX               PIC 9(5) VALUE 0.
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--history'
                   MOVE '-hf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:10) = '--manifest'
                   MOVE '-mf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--masked'
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-hf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-HISTORY-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-mf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-MANIFEST-FILE
                   "(default ',' or the schema's DELIMITER=)"
           DISPLAY "  --control-file       Control-report file "
                   "(default: <output>.ctl)"
           DISPLAY "  --history FILE       Also append the control "
                   "report to the shared run-history FILE "
                   "(for COBTREND)"
           DISPLAY "  --manifest FILE      Process every "
                   "input.csv,output.dat line of FILE in one run "
                   "(schema and lookup tables load once; one "
      *> Just enough of the companion schema to locate the key:
      *> FIELD lines carrying KEY= contribute their START=/LENGTH=
      *> in key order; everything else is ignored. A binary-mode
      *> master cannot be scanned line by line here. Each key
      *> part's TYPE= and FORMAT= are kept with the table, since
      *> they decide the part's collating form.
       PARSE-REF-SCHEMA.
           MOVE WS-FIELD-REFSCHEMA(WS-FLD-IDX) TO WS-REF-CUR-SCHEMA
           MOVE 0 TO WS-REFK-COUNT
                       WS-REF-TBL-KEYLEN(WS-REF-TBL-NUM)
                       " byte(s) - the probe key holds 32"
               STOP RUN
           END-IF
           MOVE 0 TO WS-REF-TBL-PART-COUNT(WS-REF-TBL-NUM)
           MOVE 2 TO WS-REFK-COLL-LEN
           PERFORM VARYING WS-REFK-ORD FROM 1 BY 1
               UNTIL WS-REFK-ORD > 9
               PERFORM VARYING WS-REFK-IDX FROM 1 BY 1
                   UNTIL WS-REFK-IDX > WS-REFK-COUNT
                   IF WS-REFK-ORDER(WS-REFK-IDX) = WS-REFK-ORD
                       PERFORM ADD-REF-TABLE-PART
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-REFK-COLL-LEN > 52
               DISPLAY "ERROR: reference schema "
                       FUNCTION TRIM(WS-REF-CUR-SCHEMA)
                       " KEY= fields collate to "
                       WS-REFK-COLL-LEN
                       " byte(s) - the probe key holds 52"
               STOP RUN
           END-IF.

      *> One key part into the table's key-order part list, with
      *> the width it takes in collating form.
       ADD-REF-TABLE-PART.
           ADD 1 TO WS-REF-TBL-PART-COUNT(WS-REF-TBL-NUM)
           MOVE WS-REF-TBL-PART-COUNT(WS-REF-TBL-NUM) TO WS-REFK-POS
           MOVE WS-REFK-LEN(WS-REFK-IDX)
               TO WS-REF-TBL-PART-LEN(WS-REF-TBL-NUM, WS-REFK-POS)
           MOVE WS-REFK-TYPE(WS-REFK-IDX)
               TO WS-REF-TBL-PART-TYPE(WS-REF-TBL-NUM, WS-REFK-POS)
           MOVE WS-REFK-FORMAT(WS-REFK-IDX)
               TO WS-REF-TBL-PART-FMT(WS-REF-TBL-NUM, WS-REFK-POS)
           EVALUATE WS-REFK-TYPE(WS-REFK-IDX)
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   COMPUTE WS-REFK-COLL-LEN = WS-REFK-COLL-LEN
                       + WS-REFK-LEN(WS-REFK-IDX) + 1
               WHEN 'PACKED'
                   COMPUTE WS-REFK-COLL-LEN = WS-REFK-COLL-LEN
                       + WS-REFK-LEN(WS-REFK-IDX) * 2
               WHEN 'BINARY'
                   IF WS-REFK-LEN(WS-REFK-IDX) = 2
                       ADD 6 TO WS-REFK-COLL-LEN
                   ELSE
                       ADD 11 TO WS-REFK-COLL-LEN
                   END-IF
               WHEN 'DATE'
                   ADD 8 TO WS-REFK-COLL-LEN
               WHEN OTHER
                   ADD WS-REFK-LEN(WS-REFK-IDX) TO WS-REFK-COLL-LEN
           END-EVALUATE.

       PARSE-REF-SCHEMA-LINE.
           MOVE FUNCTION TRIM(WS-RAW-LINE LEADING) TO WS-RAW-LINE
           IF WS-RAW-LINE = SPACES
           MOVE 0 TO WS-REF-TMP-START
           MOVE 0 TO WS-REF-TMP-LEN
           MOVE 0 TO WS-REF-TMP-KEY
           MOVE SPACES TO WS-REF-TMP-TYPE
           MOVE SPACES TO WS-REF-TMP-FORMAT
           MOVE 1 TO WS-PARSE-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-RAW-LINE TRAILING))
                   TO WS-REFK-LEN(WS-REFK-COUNT)
               MOVE WS-REF-TMP-KEY
                   TO WS-REFK-ORDER(WS-REFK-COUNT)
               MOVE WS-REF-TMP-TYPE
                   TO WS-REFK-TYPE(WS-REFK-COUNT)
               MOVE WS-REF-TMP-FORMAT
                   TO WS-REFK-FORMAT(WS-REFK-COUNT)
           END-IF.

       APPLY-REF-SCHEMA-TOKEN.
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-REF-TMP-KEY
               WHEN 'TYPE'
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-REF-TMP-TYPE
               WHEN 'FORMAT'
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-REF-TMP-FORMAT
           END-EVALUATE.

      *> The master must arrive ascending by its collating key,
      *> the order COBSORT writes and COBAPPLY maintains - that is
      *> what makes the pool binary-searchable without a sort
      *> step, and a key-sequenced master is how these files are
      *> maintained anyway.
       LOAD-REF-MASTER.
                   WS-REF-REC-COUNT " record(s).".

       LOAD-REF-MASTER-RECORD.
           MOVE SPACES TO WS-REF-RAW-KEY
           MOVE 1 TO WS-REFK-POS
           PERFORM VARYING WS-REFK-ORD FROM 1 BY 1
               UNTIL WS-REFK-ORD > 9
               PERFORM VARYING WS-REFK-IDX FROM 1 BY 1
                   IF WS-REFK-ORDER(WS-REFK-IDX) = WS-REFK-ORD
                       MOVE WS-REFK-LEN(WS-REFK-IDX)
                           TO WS-REFK-PART-LEN
                       IF WS-REFK-PART-LEN > 0
                           MOVE WS-REF-LINE(
                               WS-REFK-START(WS-REFK-IDX):
                               WS-REFK-PART-LEN)
                               TO WS-REF-RAW-KEY(
                                   WS-REFK-POS:WS-REFK-PART-LEN)
                           ADD WS-REFK-PART-LEN TO WS-REFK-POS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM BUILD-REF-COLL-KEY
           IF WS-REF-HAS-PREV = 'Y'
               AND WS-REF-PROBE < WS-REF-PREV-KEY
               DISPLAY "ERROR: reference master "
           MOVE WS-REF-PROBE
               TO WS-REF-ENTRY-KEY(WS-REF-COUNT).

      *> --------------------------------------------------------
      *> Probe key for table WS-REF-TBL-NUM from the raw key image
      *> in WS-REF-RAW-KEY (a master record's KEY= bytes, or the
      *> checked value space-padded to the master key): the table
      *> number, then each part sliced off in key order and put
      *> in collating form by the master's own TYPE=/FORMAT=, so
      *> master and probe collate alike.
      *> --------------------------------------------------------
       BUILD-REF-COLL-KEY.
           MOVE SPACES TO WS-CUR-COLL
           MOVE WS-REF-TBL-NUM TO WS-CUR-COLL(1:2)
           MOVE 3 TO WS-COLL-POS
           MOVE 1 TO WS-REFK-POS
           PERFORM VARYING WS-REFK-IDX FROM 1 BY 1
               UNTIL WS-REFK-IDX >
                   WS-REF-TBL-PART-COUNT(WS-REF-TBL-NUM)
               MOVE WS-REF-TBL-PART-LEN(WS-REF-TBL-NUM, WS-REFK-IDX)
                   TO WS-KEY-PART-LEN
               MOVE WS-REF-TBL-PART-TYPE(WS-REF-TBL-NUM, WS-REFK-IDX)
                   TO WS-COLL-TYPE
               MOVE WS-REF-TBL-PART-FMT(WS-REF-TBL-NUM, WS-REFK-IDX)
                   TO WS-COLL-FORMAT
               MOVE SPACES TO WS-KEY-PART-RAW
               MOVE WS-REF-RAW-KEY(WS-REFK-POS:WS-KEY-PART-LEN)
                   TO WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
               ADD WS-KEY-PART-LEN TO WS-REFK-POS
               PERFORM APPEND-COLLATING-PART
           END-PERFORM
           MOVE WS-CUR-COLL(1:52) TO WS-REF-PROBE.

      *> --------------------------------------------------------
      *> TYPE=PACKED / TYPE=BINARY sanity - packed bytes hold
      *> 2*LENGTH-1 digits plus the sign nibble, binary counters
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           PERFORM OPEN-RUN-HISTORY
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-IDX > WS-MAN-DONE
               END-IF
           END-PERFORM
           PERFORM WRITE-MANIFEST-GRAND-TOTALS
           PERFORM CLOSE-RUN-HISTORY
           CLOSE CONTROL-FILE.

       RUN-MANIFEST-ENTRY.
               UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
               MOVE 0 TO WS-RC-WRITTEN(WS-RC-IDX)
               MOVE SPACES TO WS-RC-PREV-KEY(WS-RC-IDX)
               MOVE SPACES TO WS-RC-PREV-COLL(WS-RC-IDX)
               MOVE 'N' TO WS-RC-HAS-PREV(WS-RC-IDX)
           END-PERFORM.

               TO WS-MAN-OUT(WS-MAN-COUNT).

       WRITE-MANIFEST-FILE-SECTION.
           MOVE WS-INPUT-FILE TO WS-HIST-INPUT
           MOVE SPACES TO CONTROL-RECORD
           STRING 'FILE=' DELIMITED BY SIZE
                   WS-MAN-IDX DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OUTPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_ROWS=' DELIMITED BY SIZE
                   WS-INPUT-LINES-READ DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_WRITTEN=' DELIMITED BY SIZE
                   WS-RECORD-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           IF WS-BALANCE-CHECKED = 'Y'
               MOVE SPACES TO CONTROL-RECORD
               IF WS-BALANCE-OK = 'Y'
               ELSE
                   MOVE 'BALANCE=OUT-OF-BALANCE' TO CONTROL-RECORD
               END-IF
               PERFORM WRITE-CONTROL-LINE
           END-IF.

       WRITE-MANIFEST-GRAND-TOTALS.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
      *> The grand totals are the manifest's own feed
           MOVE WS-MANIFEST-FILE TO WS-HIST-INPUT
           MOVE SPACES TO CONTROL-RECORD
           IF WS-MASKED-RUN = 'Y'
               MOVE 'MASKED=Y' TO CONTROL-RECORD
           ELSE
               MOVE 'MASKED=N' TO CONTROL-RECORD
           END-IF
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'FILES_PROCESSED=' DELIMITED BY SIZE
                   WS-MAN-PROCESSED DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'FILES_OUT_OF_BALANCE=' DELIMITED BY SIZE
                   WS-MAN-FAILED DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'GRAND_INPUT_ROWS=' DELIMITED BY SIZE
                   WS-GRAND-INPUT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'GRAND_RECORDS_WRITTEN=' DELIMITED BY SIZE
                   WS-GRAND-WRITTEN DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'GRAND_RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-GRAND-REJECTED DELIMITED BY SIZE
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
           PERFORM WRITE-CONTROL-LINE.

      *> The entry-level checkpoint: the number of the last entry
      *> completed and balanced into the report.
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
           OPEN OUTPUT CONTROL-FILE
           PERFORM OPEN-RUN-HISTORY
           MOVE SPACES TO CONTROL-RECORD
           STRING 'SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
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
           STRING 'RECORD_LENGTH=' DELIMITED BY SIZE
                   WS-RECORD-LEN DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_ROWS=' DELIMITED BY SIZE
                   WS-INPUT-LINES-READ DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_WRITTEN=' DELIMITED BY SIZE
                   WS-RECORD-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_VALUE_REQUIRED=' DELIMITED BY SIZE
                   WS-REQUIRED-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_VALUE_RANGE=' DELIMITED BY SIZE
                   WS-RANGE-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_VALUE_NOT_ALLOWED=' DELIMITED BY SIZE
                   WS-NOTALLOWED-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_LOOKUP_NOT_FOUND=' DELIMITED BY SIZE
                   WS-LOOKUP-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           PERFORM WRITE-CONTROL-LINE
           IF WS-REF-TABLE-COUNT > 0
               MOVE SPACES TO CONTROL-RECORD
               STRING 'REJECTED_REF_NOT_FOUND=' DELIMITED BY SIZE
                       WS-REF-REJ-COUNT DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
           END-IF
           IF WS-RECORD-MODE = 'VARIABLE'
               MOVE SPACES TO CONTROL-RECORD
               STRING 'REJECTED_BAD_REPEAT_COUNT=' DELIMITED BY SIZE
                       WS-REPEAT-REJ-COUNT DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
           END-IF
           IF WS-HAS-KEY = 'Y'
               MOVE SPACES TO CONTROL-RECORD
               STRING 'REJECTED_DUPLICATE_KEY=' DELIMITED BY SIZE
                       WS-DUP-REJ-COUNT DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO CONTROL-RECORD
               STRING 'REJECTED_OUT_OF_SEQUENCE=' DELIMITED BY SIZE
                       WS-SEQ-REJ-COUNT DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO CONTROL-RECORD
               STRING 'SEQUENCE_ERRORS=' DELIMITED BY SIZE
                       WS-SEQ-ERR-COUNT DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
           END-IF
           IF WS-SPLIT-OUTPUT = 'Y'
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                           '=' DELIMITED BY SIZE
                           WS-RC-WRITTEN(WS-RC-IDX) DELIMITED BY SIZE
                       INTO CONTROL-RECORD
                   PERFORM WRITE-CONTROL-LINE
               END-PERFORM
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                           '=' DELIMITED BY SIZE
                           WS-TOT-ED DELIMITED BY SIZE
                       INTO CONTROL-RECORD
                   PERFORM WRITE-CONTROL-LINE
               END-IF
           END-PERFORM
           IF WS-BALANCE-CHECKED = 'Y'
               STRING 'TRAILER_EXPECTED_COUNT=' DELIMITED BY SIZE
                       WS-TRL-EXP-COUNT DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
               MOVE WS-TRL-EXP-TOTAL TO WS-TOT-ED
               MOVE SPACES TO CONTROL-RECORD
               STRING 'TRAILER_EXPECTED_TOTAL=' DELIMITED BY SIZE
                       WS-TOT-ED DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               PERFORM WRITE-CONTROL-LINE
               MOVE SPACES TO CONTROL-RECORD
               IF WS-BALANCE-OK = 'Y'
                   MOVE 'BALANCE=OK' TO CONTROL-RECORD
               ELSE
                   MOVE 'BALANCE=OUT-OF-BALANCE' TO CONTROL-RECORD
               END-IF
               PERFORM WRITE-CONTROL-LINE
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           IF WS-MASKED-RUN = 'Y'
           ELSE
               MOVE 'MASKED=N' TO CONTROL-RECORD
           END-IF
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
           MOVE WS-INPUT-FILE TO WS-HIST-INPUT.

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

      *> --------------------------------------------------------
      *> Restart / checkpoint support - every WS-CHECKPOINT-INTERVAL
      *> fully-processed input lines, WS-RECORD-COUNT, the number
      *> --------------------------------------------------------
      *> Duplicate-key / sequence checking. The key is assembled
      *> from the canonicalized bytes already laid down in
      *> WS-OUTPUT-BUF, prefixed with the record type so each
      *> type's key space stands alone. Duplicates compare those
      *> raw bytes; the sequence check compares the collating key,
      *> COBSORT's value-ordered form of the same parts - signed
      *> overpunch, PACKED and BINARY as a sign byte ('0'
      *> negative, '1' zero or positive) plus digits nines-
      *> complemented when negative, DATE as YYYYMMDD, everything
      *> else as its bytes - so a file COBSORT put in order passes
      *> as in order. With
      *> SEQUENCE-CHECK=ENFORCE the input must arrive ascending,
      *> which makes any duplicate adjacent to its twin - only the
      *> previous key is needed. Otherwise every accepted key is
           END-IF
           IF WS-SEQ-CHECK NOT = SPACES
               IF WS-RC-HAS-PREV(WS-RC-IDX) = 'Y'
                   AND WS-CUR-COLL < WS-RC-PREV-COLL(WS-RC-IDX)
                   ADD 1 TO WS-SEQ-ERR-COUNT
                   IF WS-SEQ-CHECK = 'ENFORCE'
                       MOVE 'Y' TO WS-REJECTED
           MOVE SPACES TO WS-CUR-KEY
           MOVE WS-CURRENT-RECTYPE TO WS-CUR-KEY(1:16)
           MOVE 17 TO WS-KEY-POS
           MOVE SPACES TO WS-CUR-COLL
           MOVE WS-CURRENT-RECTYPE TO WS-CUR-COLL(1:16)
           MOVE 17 TO WS-COLL-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                               WS-KEY-PART-LEN)
                               TO WS-CUR-KEY(
                                   WS-KEY-POS:WS-KEY-PART-LEN)
                           MOVE SPACES TO WS-KEY-PART-RAW
                           MOVE WS-OUTPUT-BUF(
                               WS-FIELD-START(WS-FLD-IDX):
                               WS-KEY-PART-LEN)
                               TO WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
                           ADD WS-KEY-PART-LEN TO WS-KEY-POS
                           MOVE WS-FIELD-TYPE(WS-FLD-IDX)
                               TO WS-COLL-TYPE
                           MOVE WS-FIELD-FORMAT(WS-FLD-IDX)
                               TO WS-COLL-FORMAT
                           PERFORM APPEND-COLLATING-PART
                           MOVE 'Y' TO WS-KEY-BUILT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPEND-COLLATING-PART.
           EVALUATE WS-COLL-TYPE
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DECODE-OVERPUNCH-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'PACKED'
                   PERFORM DECODE-PACKED-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'BINARY'
                   PERFORM DECODE-BINARY-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'DATE'
                   PERFORM DECODE-DATE-KEY
                   MOVE WS-DATE-KEY TO WS-CUR-COLL(WS-COLL-POS:8)
                   ADD 8 TO WS-COLL-POS
               WHEN OTHER
                   MOVE WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
                       TO WS-CUR-COLL(WS-COLL-POS:WS-KEY-PART-LEN)
                   ADD WS-KEY-PART-LEN TO WS-COLL-POS
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

      *> PACKED key part - 2L-1 digits; bytes that are not valid
      *> packed decimal collate as zero.
       DECODE-PACKED-DIGITS.
           MOVE 'N' TO WS-COLL-NEG
           MOVE 'N' TO WS-PK-BAD
           MOVE 0 TO WS-PK-POS
           MOVE SPACES TO WS-COLL-DIGITS
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
               UNTIL WS-PK-IDX > WS-KEY-PART-LEN
               COMPUTE WS-PK-BYTE =
                   FUNCTION ORD(WS-KEY-PART-RAW(WS-PK-IDX:1)) - 1
               DIVIDE WS-PK-BYTE BY 16 GIVING WS-PK-HI
                   REMAINDER WS-PK-LO
               IF WS-PK-HI > 9
                   MOVE 'Y' TO WS-PK-BAD
               ELSE
                   ADD 1 TO WS-PK-POS
                   MOVE WS-PK-HI TO WS-PK-DIG
                   MOVE WS-PK-DIG TO WS-COLL-DIGITS(WS-PK-POS:1)
               END-IF
               IF WS-PK-IDX < WS-KEY-PART-LEN
                   IF WS-PK-LO > 9
                       MOVE 'Y' TO WS-PK-BAD
                   ELSE
                       ADD 1 TO WS-PK-POS
                       MOVE WS-PK-LO TO WS-PK-DIG
                       MOVE WS-PK-DIG TO WS-COLL-DIGITS(WS-PK-POS:1)
                   END-IF
               ELSE
                   EVALUATE WS-PK-LO
                       WHEN 11
                       WHEN 13
                           MOVE 'Y' TO WS-COLL-NEG
                       WHEN 10
                       WHEN 12
                       WHEN 14
                       WHEN 15
                           CONTINUE
                       WHEN OTHER
                           MOVE 'Y' TO WS-PK-BAD
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WS-COLL-DIG-LEN = WS-KEY-PART-LEN * 2 - 1
           IF WS-PK-BAD = 'Y'
               MOVE ALL '0' TO WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               MOVE 'N' TO WS-COLL-NEG
           END-IF.

      *> BINARY key part - 5 digits for a halfword, 10 for a
      *> fullword, two's complement sign.
       DECODE-BINARY-DIGITS.
           MOVE 0 TO WS-BN-VALUE
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-KEY-PART-LEN
               COMPUTE WS-BN-VALUE = WS-BN-VALUE * 256
                   + FUNCTION ORD(WS-KEY-PART-RAW(WS-BN-IDX:1)) - 1
           END-PERFORM
           MOVE 'N' TO WS-COLL-NEG
           IF FUNCTION ORD(WS-KEY-PART-RAW(1:1)) - 1 >= 128
               MOVE 'Y' TO WS-COLL-NEG
               IF WS-KEY-PART-LEN = 2
                   COMPUTE WS-BN-VALUE = 65536 - WS-BN-VALUE
               ELSE
                   COMPUTE WS-BN-VALUE = 4294967296 - WS-BN-VALUE
               END-IF
           END-IF
           MOVE WS-BN-VALUE TO WS-BN-DIGITS
           MOVE SPACES TO WS-COLL-DIGITS
           IF WS-KEY-PART-LEN = 2
               MOVE 5 TO WS-COLL-DIG-LEN
               MOVE WS-BN-DIGITS(6:5) TO WS-COLL-DIGITS(1:5)
           ELSE
               MOVE 10 TO WS-COLL-DIG-LEN
               MOVE WS-BN-DIGITS TO WS-COLL-DIGITS(1:10)
           END-IF.

      *> Sign byte plus digits; a negative value's digits are
      *> nines-complemented so larger magnitudes sort lower.
       APPEND-SIGNED-DIGITS.
           IF WS-COLL-DIGITS(1:WS-COLL-DIG-LEN) = ALL '0'
               MOVE 'N' TO WS-COLL-NEG
           END-IF
           IF WS-COLL-NEG = 'Y'
               MOVE '0' TO WS-CUR-COLL(WS-COLL-POS:1)
               INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
                   CONVERTING '0123456789' TO '9876543210'
           ELSE
               MOVE '1' TO WS-CUR-COLL(WS-COLL-POS:1)
           END-IF
           ADD 1 TO WS-COLL-POS
           MOVE WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               TO WS-CUR-COLL(WS-COLL-POS:WS-COLL-DIG-LEN)
           ADD WS-COLL-DIG-LEN TO WS-COLL-POS.

      *> DATE key part as YYYYMMDD whatever its FORMAT=; empty and
      *> non-calendar values collate first as zeros.
       DECODE-DATE-KEY.
           MOVE '00000000' TO WS-DATE-KEY
           IF WS-KEY-PART-RAW(1:WS-KEY-PART-LEN) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID
           EVALUATE WS-COLL-FORMAT
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

      *> An accepted record's key becomes the new previous key for
      *> its record type and (outside ENFORCE mode) joins the
      *> seen-key table. Rejected records leave no trace, exactly
       REGISTER-RECORD-KEY.
           PERFORM LOOKUP-RECTYPE
           MOVE WS-CUR-KEY TO WS-RC-PREV-KEY(WS-RC-IDX)
           MOVE WS-CUR-COLL TO WS-RC-PREV-COLL(WS-RC-IDX)
           MOVE 'Y' TO WS-RC-HAS-PREV(WS-RC-IDX)
           IF WS-SEQ-CHECK NOT = 'ENFORCE'
               IF WS-SEEN-COUNT < 50000
           IF WS-OUTPUT-BUF(WS-DEST-START:WS-DEST-LEN) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-REF-IDX(WS-FLD-IDX) TO WS-REF-TBL-NUM
           MOVE SPACES TO WS-REF-RAW-KEY
           MOVE WS-DEST-LEN TO WS-REF-PROBE-LEN
           IF WS-REF-PROBE-LEN > 32
               MOVE 32 TO WS-REF-PROBE-LEN
           END-IF
           MOVE WS-OUTPUT-BUF(WS-DEST-START:WS-REF-PROBE-LEN)
               TO WS-REF-RAW-KEY(1:WS-REF-PROBE-LEN)
           PERFORM BUILD-REF-COLL-KEY
           MOVE 'N' TO WS-REF-FOUND
           IF WS-REF-COUNT > 0
               SEARCH ALL WS-REF-ENTRIES
           MOVE WS-DATE-DIGITS(7:2) TO WS-DATE-D
           PERFORM VALIDATE-CALENDAR-DATE.

      *> Two-digit years window at 70: 70-99 are 19xx, 00-69 are
      *> 20xx - same window as COB2CSV.
       EXPAND-TWO-DIGIT-YEAR.
           IF WS-DATE-YY >= 70
               COMPUTE WS-DATE-Y = 1900 + WS-DATE-YY
           ELSE
               COMPUTE WS-DATE-Y = 2000 + WS-DATE-YY
           END-IF.

       VALIDATE-CALENDAR-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-DATE-Y = 0
                   MOVE 0 TO WS-DATE-DIM
           END-EVALUATE.

      *> Walk the months off the front of the Julian day number;
      *> WS-DATE-VALID is left 'N' when DDD is outside the year.
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

       COMPUTE-DAY-OF-YEAR.
           MOVE 0 TO WS-DATE-DDD
           PERFORM VARYING WS-DATE-MM-IDX FROM 1 BY 1
