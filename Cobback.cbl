      *> ============================================================
      *> cobback.cbl - back out one COBAPPLY run from its journal
      *>
      *> Reads the before/after journal COBAPPLY wrote for an update
      *> run and the current fixed-width master (ascending by the
      *> schema's KEY= fields), and writes a master with just that
      *> run's changes reversed: records the run added are dropped,
      *> records it changed get their before image back, and records
      *> it deleted are re-inserted in key sequence. Work done since
      *> the run is left alone - a record whose current bytes no
      *> longer match what the run left behind (changed again,
      *> deleted, or re-added since) is not overwritten but goes to
      *> the reject file and the current record is carried forward.
      *> Several journal entries for one key (e.g. two changes, or a
      *> change then a delete) are backed out as one: the key goes
      *> back to the before image of its first entry. RETURN-CODE 8
      *> on any reject.
      *>
      *> The journal may hold more than one run (journals appended
      *> together); only the run named by --run is backed out, the
      *> first run in the journal when --run is not given.
      *>
      *> Usage:
      *>   cobback -s schema.cfg -m master.dat -j run.jnl
      *>           -o newmaster.dat
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT NEWMASTER-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD             PIC X(4096).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD            PIC X(8300).

       FD  NEWMASTER-FILE.
       01  NEWMASTER-RECORD          PIC X(4096).

       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  REJECT-FILE.
       01  REJECT-RECORD             PIC X(8400).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-MASTER-FILE            PIC X(256) VALUE SPACES.
       01  WS-JOURNAL-FILE           PIC X(256) VALUE SPACES.
       01  WS-OUTPUT-FILE            PIC X(256) VALUE SPACES.
       01  WS-REJECT-FILE            PIC X(256) VALUE SPACES.
       01  WS-CONTROL-FILE           PIC X(256) VALUE SPACES.
       01  WS-RUN-TS                 PIC X(21) VALUE SPACES.
       01  WS-RUN-TS-LEN             PIC 9(2) VALUE 0.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS         PIC XX VALUE SPACES.
       01  WS-START-TS               PIC X(21) VALUE SPACES.
       01  WS-END-TS                 PIC X(21) VALUE SPACES.

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
       01  WS-CMD-LEN                PIC 9(5) VALUE 0.
       01  WS-CMD-TOKEN              PIC X(256) VALUE SPACES.
       01  WS-CMD-CHAR               PIC X VALUE SPACES.
       01  WS-CMD-TOK-POS            PIC 9(5) VALUE 1.
       01  WS-LAST-FLAG              PIC X(4) VALUE SPACES.

      *> --- Schema table ---
       01  WS-FIELD-COUNT            PIC 9(3) VALUE 0.
       01  WS-FIELDS OCCURS 64 TIMES INDEXED BY WS-FLD-IDX.
           05  WS-FIELD-NAME         PIC X(32).
           05  WS-FIELD-START        PIC 9(5).
           05  WS-FIELD-LENGTH       PIC 9(5).
           05  WS-FIELD-TYPE         PIC X(16).
           05  WS-FIELD-DECIMALS     PIC 9(2) VALUE 0.
           05  WS-FIELD-FORMAT       PIC X(12) VALUE SPACES.
           05  WS-FIELD-KEY          PIC 9(2) VALUE 0.

      *> --- Schema parsing ---
       01  WS-RAW-LINE               PIC X(256).
       01  WS-PARSE-TOKEN            PIC X(64).
       01  WS-PARSE-VALUE            PIC X(64).
       01  WS-PARSE-POS              PIC 9(5).
       01  WS-PARSE-CHAR             PIC X.
       01  WS-TOKEN-POS              PIC 9(3).
       01  WS-EQ-POS                 PIC 9(3).
       01  WS-LINE-LEN               PIC 9(5).
       01  WS-FIELD-IDX-NUM          PIC 9(3).
       01  WS-HAS-KEY                PIC X VALUE 'N'.
       01  WS-KEY-LEN-SUM            PIC 9(5) VALUE 0.
       01  WS-RECORD-LEN             PIC 9(5) VALUE 0.
       01  WS-DEST-START             PIC 9(5).

      *> --- Journal entry (COBAPPLY's WS-JNL-ENTRY layout) ---
       01  WS-JNL-ENTRY.
           05  WS-JNL-RUN-TS         PIC X(21).
           05  FILLER                PIC X.
           05  WS-JNL-ACTION         PIC X.
           05  FILLER                PIC X.
           05  WS-JNL-TRANS-ROW      PIC X(9).
           05  FILLER                PIC X.
           05  WS-JNL-KEY            PIC X(64).
           05  FILLER                PIC X.
           05  WS-JNL-IMAGES         PIC X(8193).
       01  WS-JNL-EOF                PIC X VALUE 'N'.
       01  WS-JNL-LINE-NO            PIC 9(9) VALUE 0.
       01  WS-JNL-AFTER-POS          PIC 9(5) VALUE 0.
       01  WS-JNL-CUR-KEY            PIC X(192) VALUE SPACES.
       01  WS-JNL-PREV-KEY           PIC X(192) VALUE SPACES.
       01  WS-JNL-HAS-PREV           PIC X VALUE 'N'.
       01  WS-KEY-IMAGE              PIC X(4096) VALUE SPACES.

      *> --- One key's journal entries taken together ---
       01  WS-GROUP-EOF              PIC X VALUE 'N'.
       01  WS-GROUP-KEY              PIC X(192) VALUE SPACES.
       01  WS-GROUP-FIRST-ACTION     PIC X VALUE SPACE.
       01  WS-GROUP-LAST-ACTION      PIC X VALUE SPACE.
       01  WS-GROUP-BEFORE           PIC X(4096) VALUE SPACES.
       01  WS-GROUP-AFTER            PIC X(4096) VALUE SPACES.
       01  WS-GROUP-LAST-LINE        PIC X(8300) VALUE SPACES.

      *> --- Reject handling ---
       01  WS-REJECT-REASON          PIC X(24) VALUE SPACES.
       01  WS-REJECT-COUNT           PIC 9(9) VALUE 0.
       01  WS-CHANGED-REJ-COUNT      PIC 9(9) VALUE 0.
       01  WS-DELETED-REJ-COUNT      PIC 9(9) VALUE 0.
       01  WS-ADDED-REJ-COUNT        PIC 9(9) VALUE 0.

      *> --- Balanced-line merge state ---
       01  WS-MASTER-EOF             PIC X VALUE 'N'.
       01  WS-MASTER-BUF             PIC X(4096) VALUE SPACES.
       01  WS-MASTER-KEY             PIC X(192) VALUE SPACES.
       01  WS-MASTER-PREV-KEY        PIC X(192) VALUE SPACES.
       01  WS-MASTER-HAS-PREV        PIC X VALUE 'N'.
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

      *> --- TYPE=DATE key decoding ---
       01  WS-DATE-Y                 PIC 9(4) VALUE 0.
       01  WS-DATE-M                 PIC 9(2) VALUE 0.
       01  WS-DATE-D                 PIC 9(2) VALUE 0.
       01  WS-DATE-YY                PIC 9(2) VALUE 0.
       01  WS-DATE-C                 PIC 9 VALUE 0.
       01  WS-DATE-DDD               PIC 9(3) VALUE 0.
       01  WS-DATE-DIM               PIC 9(2) VALUE 0.
       01  WS-DATE-LEAP              PIC X VALUE 'N'.
       01  WS-DATE-VALID             PIC X VALUE 'N'.
       01  WS-DATE-MM-IDX            PIC 9(2) VALUE 0.
       01  WS-DATE-QUOT              PIC 9(4) VALUE 0.
       01  WS-DATE-REM               PIC 9(4) VALUE 0.
       01  WS-DATE-FMT-LEN           PIC 9(2) VALUE 0.
       01  WS-DATE-DDD-WORK          PIC 9(3) VALUE 0.

      *> --- Counters ---
       01  WS-MASTER-IN-COUNT        PIC 9(9) VALUE 0.
       01  WS-MASTER-OUT-COUNT       PIC 9(9) VALUE 0.
       01  WS-JNL-READ-COUNT         PIC 9(9) VALUE 0.
       01  WS-JNL-RUN-COUNT          PIC 9(9) VALUE 0.
       01  WS-JNL-OTHER-COUNT        PIC 9(9) VALUE 0.
       01  WS-ADD-REV-COUNT          PIC 9(9) VALUE 0.
       01  WS-CHANGE-REV-COUNT       PIC 9(9) VALUE 0.
       01  WS-DELETE-REV-COUNT       PIC 9(9) VALUE 0.
       01  WS-NETTED-COUNT           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-SCHEMA
           PERFORM CALC-RECORD-LEN
           PERFORM OPEN-FILES
           PERFORM BACKOUT-RUN
           PERFORM CLOSE-FILES
           PERFORM WRITE-CONTROL-FILE
           DISPLAY "Done. " WS-MASTER-OUT-COUNT " record(s) written ("
                   WS-ADD-REV-COUNT " add(s), " WS-CHANGE-REV-COUNT
                   " change(s), " WS-DELETE-REV-COUNT
                   " delete(s) reversed), " WS-REJECT-COUNT
                   " key(s) rejected."
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> --------------------------------------------------------
      *> Command line parsing
      *> --------------------------------------------------------
       PARSE-CMDLINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-CMDLINE TRAILING))
               TO WS-CMD-LEN
           MOVE 1 TO WS-CMD-POS
           PERFORM UNTIL WS-CMD-POS > WS-CMD-LEN
               PERFORM CMD-SKIP-SPACES
               IF WS-CMD-POS > WS-CMD-LEN
                   EXIT PERFORM
               END-IF
               PERFORM CMD-COLLECT-TOKEN
               IF WS-CMD-TOKEN NOT = SPACES
                   PERFORM CMD-APPLY-TOKEN
               END-IF
           END-PERFORM.

       CMD-SKIP-SPACES.
           PERFORM UNTIL WS-CMD-POS > WS-CMD-LEN
               MOVE WS-CMDLINE(WS-CMD-POS:1) TO WS-CMD-CHAR
               IF WS-CMD-CHAR = ' '
                   ADD 1 TO WS-CMD-POS
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CMD-COLLECT-TOKEN.
           MOVE SPACES TO WS-CMD-TOKEN
           MOVE 1 TO WS-CMD-TOK-POS
           PERFORM UNTIL WS-CMD-POS > WS-CMD-LEN
               MOVE WS-CMDLINE(WS-CMD-POS:1) TO WS-CMD-CHAR
               IF WS-CMD-CHAR = ' '
                   EXIT PERFORM
               ELSE
                   MOVE WS-CMD-CHAR
                       TO WS-CMD-TOKEN(WS-CMD-TOK-POS:1)
                   ADD 1 TO WS-CMD-TOK-POS
                   ADD 1 TO WS-CMD-POS
               END-IF
           END-PERFORM.

       CMD-APPLY-TOKEN.
           EVALUATE TRUE
               WHEN WS-CMD-TOKEN(1:2) = '-s'
                   MOVE '-s  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--schema'
                   MOVE '-s  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--master'
                   MOVE '-m  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-m'
                   MOVE '-m  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--journal'
                   MOVE '-j  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-j'
                   MOVE '-j  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--reject'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-r'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:5) = '--run'
                   MOVE '-rn ' TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-m  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-MASTER-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-j  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-JOURNAL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-OUTPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-r  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-REJECT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-cf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-rn '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN) TO WS-RUN-TS
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-ARGS.
           IF WS-SCHEMA-FILE = SPACES
               DISPLAY "ERROR: -s <schema.cfg> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-MASTER-FILE = SPACES
               DISPLAY "ERROR: -m <master.dat> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-JOURNAL-FILE = SPACES
               DISPLAY "ERROR: -j <run.jnl> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-OUTPUT-FILE = SPACES
               DISPLAY "ERROR: -o <newmaster.dat> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-REJECT-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.rej' DELIMITED BY SIZE
                   INTO WS-REJECT-FILE
           END-IF
           IF WS-CONTROL-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.ctl' DELIMITED BY SIZE
                   INTO WS-CONTROL-FILE
           END-IF
           IF WS-RUN-TS NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-TS))
                   TO WS-RUN-TS-LEN
           END-IF.

       PRINT-USAGE.
           DISPLAY "Usage: cobback -s schema.cfg -m master.dat"
                   " -j run.jnl -o newmaster.dat"
           DISPLAY "  -s, --schema         Schema config file the "
                   "run was applied with (needs KEY= fields)"
           DISPLAY "  -m, --master         Current fixed-width "
                   "master, ascending by the KEY= fields"
           DISPLAY "  -j, --journal        COBAPPLY journal of the "
                   "run to back out"
           DISPLAY "  -o, --output         Master with the run "
                   "reversed"
           DISPLAY "  -r, --reject         Reject file (default: "
                   "<output>.rej)"
           DISPLAY "  --control-file       Control-report file "
                   "(default: <output>.ctl)"
           DISPLAY "  --run TIMESTAMP      Run to back out, as "
                   "journalled (leading digits are enough; "
                   "default: the journal's first run)".

      *> --------------------------------------------------------
      *> Schema loading (mirrors COBAPPLY's LOAD-SCHEMA)
      *> --------------------------------------------------------
       LOAD-SCHEMA.
           OPEN INPUT SCHEMA-FILE
           MOVE 0 TO WS-FIELD-COUNT
           PERFORM UNTIL EXIT
               READ SCHEMA-FILE INTO WS-RAW-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM PROCESS-SCHEMA-LINE
           END-PERFORM
           CLOSE SCHEMA-FILE
           IF WS-FIELD-COUNT = 0
               DISPLAY "ERROR: No fields found in schema: "
                       WS-SCHEMA-FILE
               STOP RUN
           END-IF
           PERFORM CHECK-DATE-FORMATS
           PERFORM CHECK-KEY-FIELDS
           DISPLAY "Schema loaded: " WS-FIELD-COUNT " fields.".

       CHECK-KEY-FIELDS.
           MOVE 'N' TO WS-HAS-KEY
           MOVE 0 TO WS-KEY-LEN-SUM
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-KEY(WS-FLD-IDX) > 0
                   MOVE 'Y' TO WS-HAS-KEY
                   ADD WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-KEY-LEN-SUM
                   IF WS-FIELD-KEY(WS-FLD-IDX) > 9
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' KEY=" WS-FIELD-KEY(WS-FLD-IDX)
                               " - key parts run KEY=1 through KEY=9"
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HAS-KEY = 'N'
               DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                       " has no KEY= fields - COBBACK matches the "
                       "journal to the master on the KEY= fields"
               STOP RUN
           END-IF
           IF WS-KEY-LEN-SUM > 64
               DISPLAY "ERROR: KEY= fields total " WS-KEY-LEN-SUM
                       " byte(s) - the record key holds 64"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> Every TYPE=DATE field needs a FORMAT= we know, and its
      *> LENGTH= must match the bytes that format occupies (same
      *> load-time check the converters apply).
      *> --------------------------------------------------------
       CHECK-DATE-FORMATS.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'DATE'
                   EVALUATE WS-FIELD-FORMAT(WS-FLD-IDX)
                       WHEN 'YYYYMMDD'
                       WHEN 'DDMMYYYY'
                           MOVE 8 TO WS-DATE-FMT-LEN
                       WHEN 'YYMMDD'
                       WHEN 'DDMMYY'
                       WHEN 'CYYDDD'
                           MOVE 6 TO WS-DATE-FMT-LEN
                       WHEN OTHER
                           DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' TYPE=DATE needs FORMAT=YYYYMMDD, "
                               "DDMMYYYY, YYMMDD, DDMMYY or CYYDDD"
                           STOP RUN
                   END-EVALUATE
                   IF WS-FIELD-LENGTH(WS-FLD-IDX)
                       NOT = WS-DATE-FMT-LEN
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' FORMAT="
                               FUNCTION TRIM(
                                   WS-FIELD-FORMAT(WS-FLD-IDX))
                               " occupies " WS-DATE-FMT-LEN
                               " byte(s) but LENGTH= says "
                               WS-FIELD-LENGTH(WS-FLD-IDX)
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-SCHEMA-LINE.
           MOVE FUNCTION TRIM(WS-RAW-LINE LEADING) TO WS-RAW-LINE
           IF WS-RAW-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:12) = 'RECORD-MODE='
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(13:244))) = 'BINARY'
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses RECORD-MODE=BINARY - COBBACK "
                           "backs out COBAPPLY runs, which update "
                           "display-format masters only"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                       " uses KEY-COLUMN= (multiple record types) - "
                       "COBBACK backs out COBAPPLY runs, which update "
                       "single-layout masters only"
               STOP RUN
           END-IF
           IF WS-RAW-LINE(1:5) NOT = 'FIELD'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-LINE(7:249) TO WS-RAW-LINE
           ADD 1 TO WS-FIELD-COUNT
           MOVE WS-FIELD-COUNT TO WS-FIELD-IDX-NUM
           SET WS-FLD-IDX TO WS-FIELD-IDX-NUM
           MOVE SPACES TO WS-FIELD-NAME(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-START(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-LENGTH(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TYPE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-DECIMALS(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-FORMAT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-KEY(WS-FLD-IDX)
           PERFORM PARSE-SCHEMA-TOKENS.

       PARSE-SCHEMA-TOKENS.
           MOVE 1 TO WS-PARSE-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-RAW-LINE TRAILING))
               TO WS-LINE-LEN
           PERFORM UNTIL WS-PARSE-POS > WS-LINE-LEN
               PERFORM EXTRACT-SCHEMA-TOKEN
               IF WS-PARSE-TOKEN NOT = SPACES
                   PERFORM APPLY-SCHEMA-TOKEN
               END-IF
           END-PERFORM.

       EXTRACT-SCHEMA-TOKEN.
           MOVE SPACES TO WS-PARSE-TOKEN
           PERFORM UNTIL WS-PARSE-POS > WS-LINE-LEN
               MOVE WS-RAW-LINE(WS-PARSE-POS:1) TO WS-PARSE-CHAR
               IF WS-PARSE-CHAR = ' '
                   ADD 1 TO WS-PARSE-POS
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 1 TO WS-TOKEN-POS
           PERFORM UNTIL WS-PARSE-POS > WS-LINE-LEN
               MOVE WS-RAW-LINE(WS-PARSE-POS:1) TO WS-PARSE-CHAR
               IF WS-PARSE-CHAR = ' '
                   EXIT PERFORM
               ELSE
                   MOVE WS-PARSE-CHAR
                       TO WS-PARSE-TOKEN(WS-TOKEN-POS:1)
                   ADD 1 TO WS-TOKEN-POS
                   ADD 1 TO WS-PARSE-POS
               END-IF
           END-PERFORM.

      *> Only the layout, types and KEY= parts matter here - the
      *> journal images are compared and restored byte for byte.
       APPLY-SCHEMA-TOKEN.
           MOVE 0 TO WS-EQ-POS
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > 64
               IF WS-PARSE-TOKEN(WS-TOKEN-POS:1) = '='
                   MOVE WS-TOKEN-POS TO WS-EQ-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQ-POS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-VALUE
           MOVE WS-PARSE-TOKEN(WS-EQ-POS + 1:
               64 - WS-EQ-POS)
               TO WS-PARSE-VALUE
           MOVE WS-PARSE-TOKEN(1:WS-EQ-POS - 1)
               TO WS-PARSE-TOKEN
           EVALUATE WS-PARSE-TOKEN
               WHEN 'NAME'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-NAME(WS-FLD-IDX)
               WHEN 'START'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-START(WS-FLD-IDX)
               WHEN 'LENGTH'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-LENGTH(WS-FLD-IDX)
               WHEN 'TYPE'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-TYPE(WS-FLD-IDX)
                   IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                      OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                       DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                               " uses TYPE="
                               FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                               " - COBBACK backs out COBAPPLY runs, "
                               "which update display-format masters "
                               "only"
                       STOP RUN
                   END-IF
               WHEN 'DECIMALS'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-DECIMALS(WS-FLD-IDX)
               WHEN 'FORMAT'
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'KEY'
      *> Record-key part, KEY=1 first part, KEY=2 second, ...
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-KEY(WS-FLD-IDX)
               WHEN 'RECTYPE'
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses RECTYPE= (multiple record types) - "
                           "COBBACK backs out COBAPPLY runs, which "
                           "update single-layout masters only"
                   STOP RUN
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Calculate fixed-width record length from schema
      *> --------------------------------------------------------
       CALC-RECORD-LEN.
           MOVE 0 TO WS-RECORD-LEN
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               COMPUTE WS-DEST-START =
                   WS-FIELD-START(WS-FLD-IDX)
                   + WS-FIELD-LENGTH(WS-FLD-IDX) - 1
               IF WS-DEST-START > WS-RECORD-LEN
                   MOVE WS-DEST-START TO WS-RECORD-LEN
               END-IF
           END-PERFORM
           DISPLAY "Master record length: " WS-RECORD-LEN " bytes.".

      *> --------------------------------------------------------
      *> File open / close. A master that does not exist any more
      *> is read as empty - only the run's deletes can then be
      *> backed out, everything else rejects as deleted since.
      *> --------------------------------------------------------
       OPEN-FILES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open journal "
                       FUNCTION TRIM(WS-JOURNAL-FILE)
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               DISPLAY "WARNING: master "
                       FUNCTION TRIM(WS-MASTER-FILE)
                       " not found - reading it as an empty master"
               MOVE 'Y' TO WS-MASTER-EOF
           END-IF
           OPEN OUTPUT NEWMASTER-FILE
           OPEN OUTPUT REJECT-FILE.

       CLOSE-FILES.
           IF WS-MASTER-STATUS NOT = '35'
               CLOSE MASTER-FILE
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE NEWMASTER-FILE
           CLOSE REJECT-FILE.

      *> --------------------------------------------------------
      *> Balanced-line merge of the current master against the
      *> run's journal, one key group at a time. COBAPPLY journals
      *> in the order it applied, which is ascending key order, so
      *> both sides run ascending on the same collating key.
      *> --------------------------------------------------------
       BACKOUT-RUN.
           PERFORM READ-MASTER-RECORD
           PERFORM READ-JOURNAL-ENTRY
           IF WS-JNL-EOF = 'N'
               DISPLAY "Backing out run " WS-RUN-TS
           ELSE
               DISPLAY "WARNING: journal "
                       FUNCTION TRIM(WS-JOURNAL-FILE)
                       " holds no entries for the run - master "
                       "copied unchanged"
           END-IF
           PERFORM READ-JOURNAL-GROUP
           PERFORM UNTIL WS-MASTER-EOF = 'Y' AND WS-GROUP-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-GROUP-EOF = 'Y'
                       PERFORM WRITE-PENDING-MASTER
                       PERFORM READ-MASTER-RECORD
                   WHEN WS-MASTER-EOF = 'N'
                       AND WS-MASTER-KEY < WS-GROUP-KEY
                       PERFORM WRITE-PENDING-MASTER
                       PERFORM READ-MASTER-RECORD
                   WHEN WS-MASTER-EOF = 'Y'
                       OR WS-GROUP-KEY < WS-MASTER-KEY
                       PERFORM BACKOUT-UNMATCHED-GROUP
                       PERFORM READ-JOURNAL-GROUP
                   WHEN OTHER
                       PERFORM BACKOUT-MATCHED-GROUP
                       PERFORM READ-JOURNAL-GROUP
               END-EVALUATE
           END-PERFORM.

      *> A journalled key with no record on the current master. If
      *> the run deleted it, the before image goes back in here (the
      *> pending master, if any, has a higher key); if the run left
      *> a record behind, that record has been deleted since.
       BACKOUT-UNMATCHED-GROUP.
           EVALUATE TRUE
               WHEN WS-GROUP-FIRST-ACTION = 'A'
                   AND WS-GROUP-LAST-ACTION = 'D'
                   ADD 1 TO WS-NETTED-COUNT
               WHEN WS-GROUP-LAST-ACTION = 'D'
                   MOVE WS-GROUP-BEFORE(1:WS-RECORD-LEN)
                       TO NEWMASTER-RECORD
                   WRITE NEWMASTER-RECORD
                   ADD 1 TO WS-MASTER-OUT-COUNT
                   ADD 1 TO WS-DELETE-REV-COUNT
               WHEN OTHER
                   MOVE 'DELETED-SINCE-RUN' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.

      *> A journalled key still on the master. It may only be
      *> touched if its bytes are exactly what the run left: then an
      *> add is dropped and a change gets its before image back.
      *> Anything else is work done since the run and is carried
      *> forward untouched.
       BACKOUT-MATCHED-GROUP.
           EVALUATE TRUE
               WHEN WS-GROUP-FIRST-ACTION = 'A'
                   AND WS-GROUP-LAST-ACTION = 'D'
                   ADD 1 TO WS-NETTED-COUNT
                   PERFORM WRITE-PENDING-MASTER
               WHEN WS-GROUP-LAST-ACTION = 'D'
                   MOVE 'ADDED-SINCE-RUN' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM WRITE-PENDING-MASTER
               WHEN WS-MASTER-BUF(1:WS-RECORD-LEN)
                   NOT = WS-GROUP-AFTER(1:WS-RECORD-LEN)
                   MOVE 'CHANGED-SINCE-RUN' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM WRITE-PENDING-MASTER
               WHEN WS-GROUP-FIRST-ACTION = 'A'
                   ADD 1 TO WS-ADD-REV-COUNT
               WHEN OTHER
                   MOVE WS-GROUP-BEFORE(1:WS-RECORD-LEN)
                       TO NEWMASTER-RECORD
                   WRITE NEWMASTER-RECORD
                   ADD 1 TO WS-MASTER-OUT-COUNT
                   ADD 1 TO WS-CHANGE-REV-COUNT
           END-EVALUATE
           PERFORM READ-MASTER-RECORD.

       WRITE-PENDING-MASTER.
           IF WS-MASTER-EOF = 'N'
               MOVE WS-MASTER-BUF(1:WS-RECORD-LEN) TO NEWMASTER-RECORD
               WRITE NEWMASTER-RECORD
               ADD 1 TO WS-MASTER-OUT-COUNT
           END-IF.

      *> --------------------------------------------------------
      *> Next master record. The master must arrive ascending -
      *> an out-of-sequence master is a corrupt input, not a
      *> reject, so the run stops before writing a bad generation.
      *> --------------------------------------------------------
       READ-MASTER-RECORD.
           IF WS-MASTER-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ MASTER-FILE INTO WS-MASTER-BUF
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-MASTER-IN-COUNT
           MOVE 'M' TO WS-KEY-SOURCE
           PERFORM BUILD-RECORD-KEY
           IF WS-MASTER-HAS-PREV = 'Y'
               AND WS-MASTER-KEY < WS-MASTER-PREV-KEY
               DISPLAY "ERROR: master "
                       FUNCTION TRIM(WS-MASTER-FILE)
                       " is not in ascending key sequence at record "
                       WS-MASTER-IN-COUNT " - aborting"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           MOVE WS-MASTER-KEY TO WS-MASTER-PREV-KEY
           MOVE 'Y' TO WS-MASTER-HAS-PREV.

      *> --------------------------------------------------------
      *> Next journal entry for the run being backed out. With no
      *> --run the first entry names the run; entries of other
      *> runs are counted and passed over. The entry's collating
      *> key comes from the image it carries (the after image of an
      *> add, the before image otherwise) and must not go
      *> backwards - a journal out of key order was not written by
      *> one COBAPPLY run and is not backed out.
      *> --------------------------------------------------------
       READ-JOURNAL-ENTRY.
           IF WS-JNL-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE INTO WS-JNL-ENTRY
                   AT END
                       MOVE 'Y' TO WS-JNL-EOF
                       EXIT PARAGRAPH
               END-READ
               ADD 1 TO WS-JNL-LINE-NO
               ADD 1 TO WS-JNL-READ-COUNT
               IF WS-JNL-ACTION NOT = 'A'
                   AND WS-JNL-ACTION NOT = 'C'
                   AND WS-JNL-ACTION NOT = 'D'
                   DISPLAY "ERROR: journal "
                           FUNCTION TRIM(WS-JOURNAL-FILE)
                           " line " WS-JNL-LINE-NO
                           " is not a COBAPPLY journal entry - "
                           "aborting"
                   PERFORM CLOSE-FILES
                   STOP RUN
               END-IF
               IF WS-RUN-TS = SPACES
                   MOVE WS-JNL-RUN-TS TO WS-RUN-TS
                   MOVE 21 TO WS-RUN-TS-LEN
               END-IF
               IF WS-JNL-RUN-TS(1:WS-RUN-TS-LEN)
                   = WS-RUN-TS(1:WS-RUN-TS-LEN)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-JNL-OTHER-COUNT
           END-PERFORM
           ADD 1 TO WS-JNL-RUN-COUNT
           IF WS-JNL-ACTION = 'A'
               COMPUTE WS-JNL-AFTER-POS = WS-RECORD-LEN + 2
               MOVE WS-JNL-IMAGES(WS-JNL-AFTER-POS:WS-RECORD-LEN)
                   TO WS-KEY-IMAGE
           ELSE
               MOVE WS-JNL-IMAGES(1:WS-RECORD-LEN) TO WS-KEY-IMAGE
           END-IF
           MOVE 'J' TO WS-KEY-SOURCE
           PERFORM BUILD-RECORD-KEY
           IF WS-JNL-HAS-PREV = 'Y'
               AND WS-JNL-CUR-KEY < WS-JNL-PREV-KEY
               DISPLAY "ERROR: journal "
                       FUNCTION TRIM(WS-JOURNAL-FILE)
                       " is not in ascending key sequence at line "
                       WS-JNL-LINE-NO " - aborting"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           MOVE WS-JNL-CUR-KEY TO WS-JNL-PREV-KEY
           MOVE 'Y' TO WS-JNL-HAS-PREV.

      *> Gather every entry for the next key: the group backs out
      *> to the before image of its first entry, and the master
      *> must still hold the after image of its last.
       READ-JOURNAL-GROUP.
           IF WS-JNL-EOF = 'Y'
               MOVE 'Y' TO WS-GROUP-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JNL-CUR-KEY TO WS-GROUP-KEY
           MOVE WS-JNL-ACTION TO WS-GROUP-FIRST-ACTION
           MOVE WS-JNL-IMAGES(1:WS-RECORD-LEN) TO WS-GROUP-BEFORE
           PERFORM UNTIL EXIT
               MOVE WS-JNL-ACTION TO WS-GROUP-LAST-ACTION
               COMPUTE WS-JNL-AFTER-POS = WS-RECORD-LEN + 2
               MOVE WS-JNL-IMAGES(WS-JNL-AFTER-POS:WS-RECORD-LEN)
                   TO WS-GROUP-AFTER
               MOVE WS-JNL-ENTRY TO WS-GROUP-LAST-LINE
               PERFORM READ-JOURNAL-ENTRY
               IF WS-JNL-EOF = 'Y'
                   OR WS-JNL-CUR-KEY NOT = WS-GROUP-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Key assembly in COBAPPLY's collating form, from the master
      *> buffer or a journal image per WS-KEY-SOURCE, so both sides
      *> of the merge collate identically.
      *> --------------------------------------------------------
       BUILD-RECORD-KEY.
           MOVE SPACES TO WS-COLL-KEY
           MOVE 1 TO WS-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
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
                           MOVE WS-KEY-IMAGE(
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
               MOVE WS-COLL-KEY TO WS-JNL-CUR-KEY
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

       VALIDATE-CALENDAR-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-DATE-Y = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-M < 1 OR WS-DATE-M > 12
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LEAP-YEAR
           MOVE WS-DATE-M TO WS-DATE-MM-IDX
           PERFORM GET-DAYS-IN-MONTH
           IF WS-DATE-D < 1 OR WS-DATE-D > WS-DATE-DIM
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DATE-VALID.

       CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-DATE-LEAP
           DIVIDE WS-DATE-Y BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM
           IF WS-DATE-REM = 0
               MOVE 'Y' TO WS-DATE-LEAP
               DIVIDE WS-DATE-Y BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM = 0
                   DIVIDE WS-DATE-Y BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM NOT = 0
                       MOVE 'N' TO WS-DATE-LEAP
                   END-IF
               END-IF
           END-IF.

       GET-DAYS-IN-MONTH.
           EVALUATE WS-DATE-MM-IDX
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DATE-DIM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DATE-DIM
               WHEN 2
                   IF WS-DATE-LEAP = 'Y'
                       MOVE 29 TO WS-DATE-DIM
                   ELSE
                       MOVE 28 TO WS-DATE-DIM
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-DATE-DIM
           END-EVALUATE.

      *> A rejected key is reported with the last journal entry the
      *> run wrote for it - the after image the master no longer
      *> matches.
       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           STRING WS-REJECT-REASON DELIMITED BY SPACE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GROUP-LAST-LINE TRAILING)
                       DELIMITED BY SIZE
               INTO REJECT-RECORD
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           EVALUATE WS-REJECT-REASON
               WHEN 'CHANGED-SINCE-RUN'
                   ADD 1 TO WS-CHANGED-REJ-COUNT
               WHEN 'DELETED-SINCE-RUN'
                   ADD 1 TO WS-DELETED-REJ-COUNT
               WHEN 'ADDED-SINCE-RUN'
                   ADD 1 TO WS-ADDED-REJ-COUNT
           END-EVALUATE.

       WRITE-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           STRING 'SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'MASTER_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MASTER-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOURNAL_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OUTPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RUN_BACKED_OUT=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-TS) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'MASTER_RECORDS_IN=' DELIMITED BY SIZE
                   WS-MASTER-IN-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'MASTER_RECORDS_OUT=' DELIMITED BY SIZE
                   WS-MASTER-OUT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOURNAL_ENTRIES_READ=' DELIMITED BY SIZE
                   WS-JNL-READ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOURNAL_ENTRIES_FOR_RUN=' DELIMITED BY SIZE
                   WS-JNL-RUN-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOURNAL_ENTRIES_OTHER_RUNS=' DELIMITED BY SIZE
                   WS-JNL-OTHER-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'ADDS_REVERSED=' DELIMITED BY SIZE
                   WS-ADD-REV-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'CHANGES_REVERSED=' DELIMITED BY SIZE
                   WS-CHANGE-REV-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'DELETES_REVERSED=' DELIMITED BY SIZE
                   WS-DELETE-REV-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'KEYS_NETTED_OUT=' DELIMITED BY SIZE
                   WS-NETTED-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_CHANGED_SINCE_RUN=' DELIMITED BY SIZE
                   WS-CHANGED-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_DELETED_SINCE_RUN=' DELIMITED BY SIZE
                   WS-DELETED-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_ADDED_SINCE_RUN=' DELIMITED BY SIZE
                   WS-ADDED-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'START_TIME=' DELIMITED BY SIZE
                   WS-START-TS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'END_TIME=' DELIMITED BY SIZE
                   WS-END-TS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
