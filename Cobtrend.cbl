      *> ============================================================
      *> cobtrend.cbl - hold tonight's run statistics against the
      *>                trailing runs of the same feed
      *>
      *> Reads the shared run-history file that CSV2COB, COBAPPLY,
      *> COBCOMP and COBRECON append to when given --history. Each
      *> history line is one KEY=VALUE line of a program's control
      *> report or summary, stamped with the run date and time,
      *> the program, the schema and the input file. A feed is one
      *> program/schema/input combination (--by-schema drops the
      *> input file, for feeds whose file name carries a date).
      *>
      *> For every feed the latest run is "tonight" and the runs
      *> before it, up to --window of them, are its history. Each
      *> checked statistic - INPUT_ROWS, RECORDS_REJECTED, the
      *> TOTAL_ amounts, the added/deleted/changed counts and the
      *> like, manifest GRAND_ figures under their plain names - is
      *> compared with its average over those runs. A statistic
      *> more than the tolerance away from its average (either
      *> direction), or non-zero where it has always been zero, is
      *> out of tolerance and the run ends with RETURN-CODE 8 so
      *> the scheduler can hold the downstream jobs. A feed with
      *> fewer than --min-runs earlier runs is reported but not
      *> judged.
      *>
      *> The limits file changes the tolerance per statistic or
      *> adds statistics to the checked set, one KEY=percent line
      *> each; a trailing * on the key matches every key starting
      *> with it, and KEY=OFF stops a statistic being checked.
      *> Lines are tried in file order before the built-in set.
      *>   INPUT_ROWS=40
      *>   TOTAL_*=5
      *>   RECORDS_REJECTED=OFF
      *>
      *> Usage:
      *>   cobtrend -i history.txt [-o report.trd] [-t percent]
      *>            [-w runs] [-m runs] [-l limits.cfg]
      *>            [--date YYYYMMDD] [--by-schema]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE  ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMITS-FILE  ASSIGN TO DYNAMIC WS-LIMITS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD            PIC X(315).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       FD  LIMITS-FILE.
       01  LIMITS-RECORD             PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-HISTORY-FILE           PIC X(256) VALUE SPACES.
       01  WS-REPORT-FILE            PIC X(256) VALUE SPACES.
       01  WS-LIMITS-FILE            PIC X(256) VALUE SPACES.
       01  WS-TOLERANCE              PIC 9(3)V99 VALUE 20.
       01  WS-WINDOW                 PIC 9(2) VALUE 5.
       01  WS-MIN-RUNS               PIC 9(2) VALUE 3.
       01  WS-CHECK-DATE             PIC X(8) VALUE SPACES.
       01  WS-BY-SCHEMA              PIC X VALUE 'N'.

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
       01  WS-CMD-LEN                PIC 9(5) VALUE 0.
       01  WS-CMD-TOKEN              PIC X(256) VALUE SPACES.
       01  WS-CMD-CHAR               PIC X VALUE SPACES.
       01  WS-CMD-TOK-POS            PIC 9(5) VALUE 1.
       01  WS-LAST-FLAG              PIC X(4) VALUE SPACES.

      *> --- File status ---
       01  WS-HIST-STATUS            PIC XX VALUE SPACES.
       01  WS-LIM-STATUS             PIC XX VALUE SPACES.

      *> --- History line (as the programs append it) ---
       01  WS-HIST-LINE.
           05  WS-HL-DATE            PIC X(8).
           05  FILLER                PIC X.
           05  WS-HL-TIME            PIC X(6).
           05  FILLER                PIC X.
           05  WS-HL-PROGRAM         PIC X(8).
           05  FILLER                PIC X.
           05  WS-HL-SCHEMA          PIC X(80).
           05  FILLER                PIC X.
           05  WS-HL-INPUT           PIC X(80).
           05  FILLER                PIC X.
           05  WS-HL-STAT            PIC X(128).
       01  WS-HL-STAMP               PIC X(14) VALUE SPACES.
       01  WS-HL-USABLE              PIC X VALUE 'N'.
       01  WS-LINES-READ             PIC 9(9) VALUE 0.
       01  WS-LINES-SKIPPED          PIC 9(9) VALUE 0.

      *> --- Statistic being looked at ---
       01  WS-STAT-KEY               PIC X(40) VALUE SPACES.
       01  WS-STAT-VALUE-TEXT        PIC X(88) VALUE SPACES.
       01  WS-STAT-VALUE             PIC S9(13)V9(4) VALUE 0.
       01  WS-STAT-NUMERIC           PIC X VALUE 'N'.
       01  WS-STAT-CHAR              PIC X VALUE SPACE.
       01  WS-STAT-POS               PIC 9(3) VALUE 0.
       01  WS-STAT-CHECKED           PIC X VALUE 'N'.
       01  WS-STAT-TOL               PIC 9(3)V99 VALUE 0.

      *> --- Feeds and the runs kept for each ---
      *> Run stamps (date and time) are kept in ascending order,
      *> the last one being tonight's run; at most --window + 1.
       01  WS-FEED-COUNT             PIC 9(3) VALUE 0.
       01  WS-FEED-MAX               PIC 9(3) VALUE 200.
       01  WS-FEEDS OCCURS 200 TIMES INDEXED BY WS-FEED-IDX.
           05  WS-FEED-PROGRAM       PIC X(8).
           05  WS-FEED-SCHEMA        PIC X(80).
           05  WS-FEED-INPUT         PIC X(80).
           05  WS-FEED-RAN           PIC X VALUE 'Y'.
           05  WS-FEED-RUN-COUNT     PIC 9(2) VALUE 0.
           05  WS-FEED-RUN-STAMP     PIC X(14) OCCURS 31 TIMES.
       01  WS-FEED-FOUND             PIC X VALUE 'N'.
       01  WS-KEEP-RUNS              PIC 9(2) VALUE 0.
       01  WS-RUN-IDX                PIC 9(2) VALUE 0.
       01  WS-RUN-POS                PIC 9(2) VALUE 0.
       01  WS-RUN-FOUND              PIC X VALUE 'N'.
       01  WS-FEEDS-NOT-RUN          PIC 9(3) VALUE 0.

      *> --- Statistics per feed ---
       01  WS-MET-COUNT              PIC 9(4) VALUE 0.
       01  WS-MET-MAX                PIC 9(4) VALUE 2000.
       01  WS-METRICS OCCURS 2000 TIMES INDEXED BY WS-MET-IDX.
           05  WS-MET-FEED           PIC 9(3).
           05  WS-MET-KEY            PIC X(40).
           05  WS-MET-TOL            PIC 9(3)V99.
           05  WS-MET-SEEN           PIC X VALUE 'N'.
           05  WS-MET-TONIGHT        PIC S9(13)V9(4) VALUE 0.
           05  WS-MET-SUM            PIC S9(15)V9(4) VALUE 0.
           05  WS-MET-RUNS           PIC 9(2) VALUE 0.
           05  WS-MET-LAST-STAMP     PIC X(14) VALUE SPACES.
           05  WS-MET-AVG            PIC S9(13)V9(4) VALUE 0.
           05  WS-MET-DEV            PIC S9(5)V99 VALUE 0.
           05  WS-MET-STATUS         PIC X(16) VALUE SPACES.
       01  WS-MET-FOUND              PIC X VALUE 'N'.
       01  WS-DEV-WORK               PIC S9(7)V9(4) VALUE 0.
       01  WS-DEV-ABS                PIC S9(7)V9(4) VALUE 0.

      *> --- Tolerances: limits-file lines, then the built-in set ---
       01  WS-LIMIT-COUNT            PIC 9(3) VALUE 0.
       01  WS-LIMIT-MAX              PIC 9(3) VALUE 100.
       01  WS-LIMITS OCCURS 100 TIMES INDEXED BY WS-LIM-IDX.
           05  WS-LIM-KEY            PIC X(40).
           05  WS-LIM-KEY-LEN        PIC 9(2).
           05  WS-LIM-PREFIX         PIC X.
           05  WS-LIM-OFF            PIC X.
           05  WS-LIM-TOL            PIC 9(3)V99.
       01  WS-LIM-LINE               PIC X(256) VALUE SPACES.
       01  WS-LIM-KEY-TEXT           PIC X(64) VALUE SPACES.
       01  WS-LIM-VAL-TEXT           PIC X(64) VALUE SPACES.
       01  WS-DEFAULT-KEY            PIC X(40) VALUE SPACES.

      *> --- Totals ---
       01  WS-CHECKED-COUNT          PIC 9(5) VALUE 0.
       01  WS-OK-COUNT               PIC 9(5) VALUE 0.
       01  WS-OUT-COUNT              PIC 9(5) VALUE 0.
       01  WS-NO-HISTORY-COUNT       PIC 9(5) VALUE 0.

      *> --- Report lines ---
       01  WS-RUN-TS                 PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-SHOW          PIC X(19) VALUE SPACES.
       01  WS-STAMP-SHOW             PIC X(19) VALUE SPACES.
       01  WS-STAMP-WORK             PIC X(14) VALUE SPACES.
       01  WS-PRINT-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRT-PTR                PIC 9(3) VALUE 1.
       01  WS-CNT-ED                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-RUNS-ED                PIC Z9.
       01  WS-AMT-ED                 PIC -(13)9.99.
       01  WS-DEV-ED                 PIC -(5)9.99.
       01  WS-TOL-ED                 PIC ZZ9.99.
       01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           PERFORM FORMAT-RUN-DATE
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-LIMITS
           PERFORM ADD-DEFAULT-LIMITS
           PERFORM COLLECT-FEED-RUNS
           PERFORM MARK-FEEDS-NOT-RUN
           PERFORM GATHER-STATISTICS
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
               UNTIL WS-MET-IDX > WS-MET-COUNT
               PERFORM EVALUATE-METRIC
           END-PERFORM
           PERFORM WRITE-TREND-REPORT
           DISPLAY "Done. " WS-FEED-COUNT " feed(s), "
                   WS-CHECKED-COUNT " statistic(s) checked, "
                   WS-OUT-COUNT " out of tolerance, "
                   WS-NO-HISTORY-COUNT " without enough history."
           IF WS-OUT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       FORMAT-RUN-DATE.
           MOVE SPACES TO WS-RUN-DATE-SHOW
           MOVE WS-RUN-TS(1:4)  TO WS-RUN-DATE-SHOW(1:4)
           MOVE '-'             TO WS-RUN-DATE-SHOW(5:1)
           MOVE WS-RUN-TS(5:2)  TO WS-RUN-DATE-SHOW(6:2)
           MOVE '-'             TO WS-RUN-DATE-SHOW(8:1)
           MOVE WS-RUN-TS(7:2)  TO WS-RUN-DATE-SHOW(9:2)
           MOVE WS-RUN-TS(9:2)  TO WS-RUN-DATE-SHOW(12:2)
           MOVE ':'             TO WS-RUN-DATE-SHOW(14:1)
           MOVE WS-RUN-TS(11:2) TO WS-RUN-DATE-SHOW(15:2)
           MOVE ':'             TO WS-RUN-DATE-SHOW(17:1)
           MOVE WS-RUN-TS(13:2) TO WS-RUN-DATE-SHOW(18:2).

      *> A history stamp (YYYYMMDDHHMMSS) in the report's form
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-SHOW
           MOVE WS-STAMP-WORK(1:4)  TO WS-STAMP-SHOW(1:4)
           MOVE '-'                 TO WS-STAMP-SHOW(5:1)
           MOVE WS-STAMP-WORK(5:2)  TO WS-STAMP-SHOW(6:2)
           MOVE '-'                 TO WS-STAMP-SHOW(8:1)
           MOVE WS-STAMP-WORK(7:2)  TO WS-STAMP-SHOW(9:2)
           MOVE WS-STAMP-WORK(9:2)  TO WS-STAMP-SHOW(12:2)
           MOVE ':'                 TO WS-STAMP-SHOW(14:1)
           MOVE WS-STAMP-WORK(11:2) TO WS-STAMP-SHOW(15:2)
           MOVE ':'                 TO WS-STAMP-SHOW(17:1)
           MOVE WS-STAMP-WORK(13:2) TO WS-STAMP-SHOW(18:2).

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
               WHEN WS-CMD-TOKEN(1:7) = '--input'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-i'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--tolerance'
                   MOVE '-t  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-t'
                   MOVE '-t  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--window'
                   MOVE '-w  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-w'
                   MOVE '-w  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:10) = '--min-runs'
                   MOVE '-m  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-m'
                   MOVE '-m  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--limits'
                   MOVE '-l  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-l'
                   MOVE '-l  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:6) = '--date'
                   MOVE '-dt ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--by-schema'
                   MOVE 'Y' TO WS-BY-SCHEMA
               WHEN WS-LAST-FLAG = '-i  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-HISTORY-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-REPORT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-t  '
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-TOLERANCE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-w  '
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-WINDOW
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-m  '
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-MIN-RUNS
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-l  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-LIMITS-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-dt '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CHECK-DATE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-ARGS.
           IF WS-HISTORY-FILE = SPACES
               DISPLAY "ERROR: -i <history file> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-REPORT-FILE = SPACES
               STRING FUNCTION TRIM(WS-HISTORY-FILE) DELIMITED BY SIZE
                       '.trd' DELIMITED BY SIZE
                   INTO WS-REPORT-FILE
           END-IF
           IF WS-WINDOW < 1 OR WS-WINDOW > 30
               DISPLAY "ERROR: --window must be 1 to 30"
               STOP RUN
           END-IF
           IF WS-MIN-RUNS < 1 OR WS-MIN-RUNS > WS-WINDOW
               DISPLAY "ERROR: --min-runs must be 1 to the --window"
               STOP RUN
           END-IF
           IF WS-TOLERANCE = 0
               DISPLAY "ERROR: --tolerance must be greater than 0"
               STOP RUN
           END-IF
           IF WS-CHECK-DATE NOT = SPACES
               IF WS-CHECK-DATE IS NOT NUMERIC
                   DISPLAY "ERROR: --date must be YYYYMMDD"
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-KEEP-RUNS = WS-WINDOW + 1.

       PRINT-USAGE.
           DISPLAY "Usage: cobtrend -i history.txt"
           DISPLAY "  -i, --input          Run-history file the "
                   "programs append to with --history"
           DISPLAY "  -o, --output         Trend report "
                   "(default: <history>.trd)"
           DISPLAY "  -t, --tolerance PCT  Allowed deviation from "
                   "the trailing average, percent (default 20)"
           DISPLAY "  -w, --window N       Earlier runs averaged, "
                   "1-30 (default 5)"
           DISPLAY "  -m, --min-runs N     Earlier runs needed "
                   "before a feed is judged (default 3)"
           DISPLAY "  -l, --limits FILE    KEY=percent / KEY=OFF "
                   "lines overriding the tolerance per statistic"
           DISPLAY "  --date YYYYMMDD      Night to check; later "
                   "runs are ignored (default: each feed's "
                   "latest run)"
           DISPLAY "  --by-schema          One feed per program and "
                   "schema, whatever the input file name".

      *> --------------------------------------------------------
      *> Tolerances. The limits file's lines come first so they
      *> win over the built-in set, which is added after them with
      *> the --tolerance percentage.
      *> --------------------------------------------------------
       LOAD-LIMITS.
           IF WS-LIMITS-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LIMITS-FILE
           IF WS-LIM-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open limits file "
                       FUNCTION TRIM(WS-LIMITS-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ LIMITS-FILE INTO WS-LIM-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM LOAD-LIMIT-LINE
           END-PERFORM
           CLOSE LIMITS-FILE.

       LOAD-LIMIT-LINE.
           IF WS-LIM-LINE = SPACES OR WS-LIM-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIM-KEY-TEXT WS-LIM-VAL-TEXT
           UNSTRING WS-LIM-LINE DELIMITED BY '='
               INTO WS-LIM-KEY-TEXT WS-LIM-VAL-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIM-KEY-TEXT))
               TO WS-LIM-KEY-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIM-VAL-TEXT))
               TO WS-LIM-VAL-TEXT
           IF WS-LIM-KEY-TEXT = SPACES OR WS-LIM-VAL-TEXT = SPACES
               DISPLAY "ERROR: limits line is not KEY=percent: "
                       FUNCTION TRIM(WS-LIM-LINE)
               STOP RUN
           END-IF
           IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
               DISPLAY "ERROR: more than " WS-LIMIT-MAX
                       " limits lines"
               STOP RUN
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           SET WS-LIM-IDX TO WS-LIMIT-COUNT
           MOVE WS-LIM-KEY-TEXT TO WS-LIM-KEY(WS-LIM-IDX)
           MOVE 'N' TO WS-LIM-PREFIX(WS-LIM-IDX)
           MOVE 'N' TO WS-LIM-OFF(WS-LIM-IDX)
           MOVE 0 TO WS-LIM-TOL(WS-LIM-IDX)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIM-KEY-TEXT))
               TO WS-LIM-KEY-LEN(WS-LIM-IDX)
           IF WS-LIM-KEY-TEXT(WS-LIM-KEY-LEN(WS-LIM-IDX):1) = '*'
               MOVE 'Y' TO WS-LIM-PREFIX(WS-LIM-IDX)
               SUBTRACT 1 FROM WS-LIM-KEY-LEN(WS-LIM-IDX)
           END-IF
           IF WS-LIM-VAL-TEXT = 'OFF'
               MOVE 'Y' TO WS-LIM-OFF(WS-LIM-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(WS-LIM-VAL-TEXT)
                   TO WS-LIM-TOL(WS-LIM-IDX)
               IF WS-LIM-TOL(WS-LIM-IDX) = 0
                   DISPLAY "ERROR: limits line needs a percent "
                           "above 0 or OFF: "
                           FUNCTION TRIM(WS-LIM-LINE)
                   STOP RUN
               END-IF
           END-IF.

      *> The statistics checked when no limits line says otherwise:
      *> volumes, rejects, control totals and delta counts.
       ADD-DEFAULT-LIMITS.
           MOVE 'INPUT_ROWS' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'TRANS_ROWS' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'RECORDS_COMPARED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'RECORDS_REJECTED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'RECORDS_MISMATCHED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'RECORDS_ADDED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'RECORDS_DELETED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'RECORDS_CHANGED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'ADDS_APPLIED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'CHANGES_APPLIED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'DELETES_APPLIED' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT
           MOVE 'TOTAL_*' TO WS-DEFAULT-KEY
           PERFORM ADD-DEFAULT-LIMIT.

       ADD-DEFAULT-LIMIT.
           IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
               DISPLAY "ERROR: more than " WS-LIMIT-MAX
                       " limits lines"
               STOP RUN
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           SET WS-LIM-IDX TO WS-LIMIT-COUNT
           MOVE WS-DEFAULT-KEY TO WS-LIM-KEY(WS-LIM-IDX)
           MOVE 'N' TO WS-LIM-PREFIX(WS-LIM-IDX)
           MOVE 'N' TO WS-LIM-OFF(WS-LIM-IDX)
           MOVE WS-TOLERANCE TO WS-LIM-TOL(WS-LIM-IDX)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DEFAULT-KEY))
               TO WS-LIM-KEY-LEN(WS-LIM-IDX)
           IF WS-DEFAULT-KEY(WS-LIM-KEY-LEN(WS-LIM-IDX):1) = '*'
               MOVE 'Y' TO WS-LIM-PREFIX(WS-LIM-IDX)
               SUBTRACT 1 FROM WS-LIM-KEY-LEN(WS-LIM-IDX)
           END-IF.

      *> First tolerance line matching WS-STAT-KEY; sets
      *> WS-STAT-CHECKED and WS-STAT-TOL.
       FIND-LIMIT.
           MOVE 'N' TO WS-STAT-CHECKED
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               IF WS-LIM-PREFIX(WS-LIM-IDX) = 'Y'
                   IF WS-LIM-KEY-LEN(WS-LIM-IDX) = 0
                       EXIT PERFORM
                   END-IF
                   IF WS-STAT-KEY(1:WS-LIM-KEY-LEN(WS-LIM-IDX)) =
                       WS-LIM-KEY(WS-LIM-IDX)
                           (1:WS-LIM-KEY-LEN(WS-LIM-IDX))
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-STAT-KEY = WS-LIM-KEY(WS-LIM-IDX)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LIM-IDX > WS-LIMIT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LIM-OFF(WS-LIM-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STAT-CHECKED
           MOVE WS-LIM-TOL(WS-LIM-IDX) TO WS-STAT-TOL.

      *> --------------------------------------------------------
      *> Pass 1 - find the feeds and keep the stamps of each
      *> feed's latest --window + 1 runs (on or before --date).
      *> --------------------------------------------------------
       COLLECT-FEED-RUNS.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open run history "
                       FUNCTION TRIM(WS-HISTORY-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-LINES-READ
               PERFORM SPLIT-HISTORY-LINE
               IF WS-HL-USABLE = 'B'
                   ADD 1 TO WS-LINES-SKIPPED
               END-IF
               IF WS-HL-USABLE = 'Y'
                   PERFORM FIND-OR-ADD-FEED
                   PERFORM KEEP-FEED-RUN
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

      *> Checks the stamp, applies --date and --by-schema, and
      *> sets WS-HL-USABLE (B = not a history line at all).
       SPLIT-HISTORY-LINE.
           MOVE 'N' TO WS-HL-USABLE
           IF WS-HL-DATE IS NOT NUMERIC OR WS-HL-TIME IS NOT NUMERIC
               OR WS-HL-PROGRAM = SPACES OR WS-HL-STAT = SPACES
               MOVE 'B' TO WS-HL-USABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-DATE NOT = SPACES
               IF WS-HL-DATE > WS-CHECK-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BY-SCHEMA = 'Y'
               MOVE SPACES TO WS-HL-INPUT
           END-IF
           MOVE WS-HL-DATE TO WS-HL-STAMP(1:8)
           MOVE WS-HL-TIME TO WS-HL-STAMP(9:6)
           MOVE 'Y' TO WS-HL-USABLE.

       FIND-FEED.
           MOVE 'N' TO WS-FEED-FOUND
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-PROGRAM(WS-FEED-IDX) = WS-HL-PROGRAM
                   AND WS-FEED-SCHEMA(WS-FEED-IDX) = WS-HL-SCHEMA
                   AND WS-FEED-INPUT(WS-FEED-IDX) = WS-HL-INPUT
                   MOVE 'Y' TO WS-FEED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-OR-ADD-FEED.
           PERFORM FIND-FEED
           IF WS-FEED-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-COUNT >= WS-FEED-MAX
               DISPLAY "ERROR: more than " WS-FEED-MAX
                       " feeds in the run history"
               STOP RUN
           END-IF
           ADD 1 TO WS-FEED-COUNT
           SET WS-FEED-IDX TO WS-FEED-COUNT
           MOVE WS-HL-PROGRAM TO WS-FEED-PROGRAM(WS-FEED-IDX)
           MOVE WS-HL-SCHEMA TO WS-FEED-SCHEMA(WS-FEED-IDX)
           MOVE WS-HL-INPUT TO WS-FEED-INPUT(WS-FEED-IDX)
           MOVE 'Y' TO WS-FEED-RAN(WS-FEED-IDX)
           MOVE 0 TO WS-FEED-RUN-COUNT(WS-FEED-IDX).

      *> Every line of a run carries the same stamp, so a stamp
      *> already kept is the same run. Stamps stay in ascending
      *> order; once the table is full the oldest one drops out.
       KEEP-FEED-RUN.
           PERFORM FIND-FEED-RUN
           IF WS-RUN-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-RUN-COUNT(WS-FEED-IDX) = WS-KEEP-RUNS
               IF WS-HL-STAMP < WS-FEED-RUN-STAMP(WS-FEED-IDX, 1)
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX >= WS-FEED-RUN-COUNT(WS-FEED-IDX)
                   MOVE WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-IDX + 1)
                       TO WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-FEED-RUN-COUNT(WS-FEED-IDX)
           END-IF
           COMPUTE WS-RUN-POS = WS-FEED-RUN-COUNT(WS-FEED-IDX) + 1
           PERFORM UNTIL WS-RUN-POS = 1
               IF WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-POS - 1)
                   NOT > WS-HL-STAMP
                   EXIT PERFORM
               END-IF
               MOVE WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-POS - 1)
                   TO WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-POS)
               SUBTRACT 1 FROM WS-RUN-POS
           END-PERFORM
           MOVE WS-HL-STAMP
               TO WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-POS)
           ADD 1 TO WS-FEED-RUN-COUNT(WS-FEED-IDX).

      *> Position of WS-HL-STAMP among the feed's kept runs
       FIND-FEED-RUN.
           MOVE 'N' TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-FEED-RUN-COUNT(WS-FEED-IDX)
               IF WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-IDX) =
                   WS-HL-STAMP
                   MOVE 'Y' TO WS-RUN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> With --date, a feed whose latest run is not on that night
      *> did not run: it is listed, not judged.
       MARK-FEEDS-NOT-RUN.
           IF WS-CHECK-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               MOVE WS-FEED-RUN-COUNT(WS-FEED-IDX) TO WS-RUN-IDX
               IF WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-IDX)(1:8)
                   NOT = WS-CHECK-DATE
                   MOVE 'N' TO WS-FEED-RAN(WS-FEED-IDX)
                   ADD 1 TO WS-FEEDS-NOT-RUN
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Pass 2 - add up the checked statistics of the kept runs:
      *> tonight's value, and the sum and count of earlier runs.
      *> --------------------------------------------------------
       GATHER-STATISTICS.
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL EXIT
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM SPLIT-HISTORY-LINE
               IF WS-HL-USABLE = 'Y'
                   PERFORM GATHER-STAT-LINE
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE.

       GATHER-STAT-LINE.
           PERFORM FIND-FEED
           IF WS-FEED-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-RAN(WS-FEED-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FEED-RUN
           IF WS-RUN-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STAT-KEY WS-STAT-VALUE-TEXT
           UNSTRING WS-HL-STAT DELIMITED BY '='
               INTO WS-STAT-KEY WS-STAT-VALUE-TEXT
           END-UNSTRING
      *> Manifest grand totals are checked under the plain key
           IF WS-STAT-KEY(1:6) = 'GRAND_'
               MOVE WS-STAT-KEY(7:34) TO WS-STAT-KEY
           END-IF
           PERFORM FIND-LIMIT
           IF WS-STAT-CHECKED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STAT-VALUE
           IF WS-STAT-NUMERIC NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-STAT-VALUE-TEXT) TO WS-STAT-VALUE
           PERFORM FIND-OR-ADD-METRIC
           IF WS-RUN-IDX = WS-FEED-RUN-COUNT(WS-FEED-IDX)
               MOVE 'Y' TO WS-MET-SEEN(WS-MET-IDX)
               ADD WS-STAT-VALUE TO WS-MET-TONIGHT(WS-MET-IDX)
           ELSE
               ADD WS-STAT-VALUE TO WS-MET-SUM(WS-MET-IDX)
               IF WS-MET-LAST-STAMP(WS-MET-IDX) NOT = WS-HL-STAMP
                   ADD 1 TO WS-MET-RUNS(WS-MET-IDX)
                   MOVE WS-HL-STAMP TO WS-MET-LAST-STAMP(WS-MET-IDX)
               END-IF
           END-IF.

      *> A value is usable when it holds digits and nothing but a
      *> sign, a decimal point and blanks.
       CHECK-STAT-VALUE.
           MOVE 'N' TO WS-STAT-NUMERIC
           IF WS-STAT-VALUE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STAT-POS FROM 1 BY 1
               UNTIL WS-STAT-POS > 88
               MOVE WS-STAT-VALUE-TEXT(WS-STAT-POS:1) TO WS-STAT-CHAR
               EVALUATE TRUE
                   WHEN WS-STAT-CHAR IS NUMERIC
                       MOVE 'Y' TO WS-STAT-NUMERIC
                   WHEN WS-STAT-CHAR = '-' OR '+' OR '.' OR ' '
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-STAT-NUMERIC
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM.

       FIND-OR-ADD-METRIC.
           MOVE 'N' TO WS-MET-FOUND
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
               UNTIL WS-MET-IDX > WS-MET-COUNT
               IF WS-MET-FEED(WS-MET-IDX) = WS-FEED-IDX
                   AND WS-MET-KEY(WS-MET-IDX) = WS-STAT-KEY
                   MOVE 'Y' TO WS-MET-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MET-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-MET-COUNT >= WS-MET-MAX
               DISPLAY "ERROR: more than " WS-MET-MAX
                       " statistics to check"
               STOP RUN
           END-IF
           ADD 1 TO WS-MET-COUNT
           SET WS-MET-IDX TO WS-MET-COUNT
           SET WS-MET-FEED(WS-MET-IDX) TO WS-FEED-IDX
           MOVE WS-STAT-KEY TO WS-MET-KEY(WS-MET-IDX)
           MOVE WS-STAT-TOL TO WS-MET-TOL(WS-MET-IDX)
           MOVE 'N' TO WS-MET-SEEN(WS-MET-IDX)
           MOVE 0 TO WS-MET-TONIGHT(WS-MET-IDX)
           MOVE 0 TO WS-MET-SUM(WS-MET-IDX)
           MOVE 0 TO WS-MET-RUNS(WS-MET-IDX)
           MOVE SPACES TO WS-MET-LAST-STAMP(WS-MET-IDX)
           MOVE 0 TO WS-MET-AVG(WS-MET-IDX)
           MOVE 0 TO WS-MET-DEV(WS-MET-IDX)
           MOVE SPACES TO WS-MET-STATUS(WS-MET-IDX).

      *> --------------------------------------------------------
      *> Tonight against the trailing average. Only statistics
      *> that tonight's run reported are judged.
      *> --------------------------------------------------------
       EVALUATE-METRIC.
           IF WS-MET-SEEN(WS-MET-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-COUNT
           IF WS-MET-RUNS(WS-MET-IDX) < WS-MIN-RUNS
               MOVE 'NO HISTORY' TO WS-MET-STATUS(WS-MET-IDX)
               ADD 1 TO WS-NO-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MET-AVG(WS-MET-IDX) ROUNDED =
               WS-MET-SUM(WS-MET-IDX) / WS-MET-RUNS(WS-MET-IDX)
           IF WS-MET-AVG(WS-MET-IDX) = 0
               IF WS-MET-TONIGHT(WS-MET-IDX) = 0
                   MOVE 'OK' TO WS-MET-STATUS(WS-MET-IDX)
                   ADD 1 TO WS-OK-COUNT
               ELSE
                   MOVE 'OUT - WAS ZERO' TO WS-MET-STATUS(WS-MET-IDX)
                   PERFORM REPORT-OUT-OF-TOLERANCE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEV-WORK ROUNDED =
               (WS-MET-TONIGHT(WS-MET-IDX) - WS-MET-AVG(WS-MET-IDX))
               * 100 / WS-MET-AVG(WS-MET-IDX)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-DEV-WORK
           END-COMPUTE
      *> The average of signed amounts can itself be negative
           IF WS-MET-AVG(WS-MET-IDX) < 0
               COMPUTE WS-DEV-WORK = 0 - WS-DEV-WORK
           END-IF
           IF WS-DEV-WORK > 99999.99
               MOVE 99999.99 TO WS-DEV-WORK
           END-IF
           IF WS-DEV-WORK < -99999.99
               MOVE -99999.99 TO WS-DEV-WORK
           END-IF
           MOVE WS-DEV-WORK TO WS-MET-DEV(WS-MET-IDX)
           MOVE WS-DEV-WORK TO WS-DEV-ABS
           IF WS-DEV-ABS < 0
               COMPUTE WS-DEV-ABS = 0 - WS-DEV-ABS
           END-IF
           IF WS-DEV-ABS > WS-MET-TOL(WS-MET-IDX)
               MOVE 'OUT OF TOLERANCE' TO WS-MET-STATUS(WS-MET-IDX)
               PERFORM REPORT-OUT-OF-TOLERANCE
           ELSE
               MOVE 'OK' TO WS-MET-STATUS(WS-MET-IDX)
               ADD 1 TO WS-OK-COUNT
           END-IF.

       REPORT-OUT-OF-TOLERANCE.
           ADD 1 TO WS-OUT-COUNT
           SET WS-FEED-IDX TO WS-MET-FEED(WS-MET-IDX)
           MOVE WS-MET-TONIGHT(WS-MET-IDX) TO WS-AMT-ED
           DISPLAY "WARNING: "
                   FUNCTION TRIM(WS-FEED-PROGRAM(WS-FEED-IDX)) " "
                   FUNCTION TRIM(WS-FEED-SCHEMA(WS-FEED-IDX)) " "
                   FUNCTION TRIM(WS-FEED-INPUT(WS-FEED-IDX)) " "
                   FUNCTION TRIM(WS-MET-KEY(WS-MET-IDX)) "="
                   FUNCTION TRIM(WS-AMT-ED) " is out of tolerance".

      *> --------------------------------------------------------
      *> Trend report
      *> --------------------------------------------------------
       WRITE-TREND-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'COBTREND - RUN HISTORY TREND REPORT'
                   DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE 'RUN DATE: ' TO WS-PRINT-LINE(94:10)
           MOVE WS-RUN-DATE-SHOW TO WS-PRINT-LINE(104:19)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HISTORY: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HISTORY-FILE) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-TOLERANCE TO WS-TOL-ED
           MOVE WS-WINDOW TO WS-RUNS-ED
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-PRT-PTR
           STRING 'TOLERANCE: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOL-ED) DELIMITED BY SIZE
                   '%   WINDOW: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUNS-ED) DELIMITED BY SIZE
                   ' RUNS   MINIMUM HISTORY: ' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-PRT-PTR
           MOVE WS-MIN-RUNS TO WS-RUNS-ED
           STRING FUNCTION TRIM(WS-RUNS-ED) DELIMITED BY SIZE
                   ' RUNS' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-PRT-PTR
           IF WS-LIMITS-FILE NOT = SPACES
               STRING '   LIMITS: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMITS-FILE) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-PRT-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-CHECK-DATE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NIGHT CHECKED: ' DELIMITED BY SIZE
                       WS-CHECK-DATE(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-CHECK-DATE(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-CHECK-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               PERFORM WRITE-FEED-SECTION
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE.

       WRITE-FEED-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-PRT-PTR
           STRING 'FEED ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEED-PROGRAM(WS-FEED-IDX))
                       DELIMITED BY SIZE
                   '  SCHEMA ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEED-SCHEMA(WS-FEED-IDX))
                       DELIMITED BY SIZE
                   '  INPUT ' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-PRT-PTR
           IF WS-FEED-INPUT(WS-FEED-IDX) = SPACES
               STRING '(any)' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-PRT-PTR
           ELSE
               STRING FUNCTION TRIM(WS-FEED-INPUT(WS-FEED-IDX))
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-PRT-PTR
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-FEED-RUN-COUNT(WS-FEED-IDX) TO WS-RUN-IDX
           MOVE WS-FEED-RUN-STAMP(WS-FEED-IDX, WS-RUN-IDX)
               TO WS-STAMP-WORK
           PERFORM FORMAT-STAMP
           COMPUTE WS-RUNS-ED = WS-FEED-RUN-COUNT(WS-FEED-IDX) - 1
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LAST RUN ' DELIMITED BY SIZE
                   WS-STAMP-SHOW DELIMITED BY SIZE
                   '   EARLIER RUNS KEPT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUNS-ED) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-FEED-RAN(WS-FEED-IDX) NOT = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  ** NOT RUN ON THE NIGHT CHECKED - '
                       DELIMITED BY SIZE
                       'NOT JUDGED **' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  STATISTIC'  TO WS-PRINT-LINE(1:11)
           MOVE 'TONIGHT'      TO WS-PRINT-LINE(46:7)
           MOVE 'AVERAGE'      TO WS-PRINT-LINE(65:7)
           MOVE 'DEVIATION'    TO WS-PRINT-LINE(75:9)
           MOVE 'LIMIT'        TO WS-PRINT-LINE(88:5)
           MOVE 'RUNS'         TO WS-PRINT-LINE(95:4)
           MOVE 'STATUS'       TO WS-PRINT-LINE(101:6)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
               UNTIL WS-MET-IDX > WS-MET-COUNT
               IF WS-MET-FEED(WS-MET-IDX) = WS-FEED-IDX
                   AND WS-MET-SEEN(WS-MET-IDX) = 'Y'
                   PERFORM WRITE-METRIC-LINE
               END-IF
           END-PERFORM.

       WRITE-METRIC-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MET-KEY(WS-MET-IDX) TO WS-PRINT-LINE(3:32)
           MOVE WS-MET-TONIGHT(WS-MET-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-PRINT-LINE(36:17)
           IF WS-MET-STATUS(WS-MET-IDX) NOT = 'NO HISTORY'
               MOVE WS-MET-AVG(WS-MET-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED TO WS-PRINT-LINE(55:17)
           END-IF
           IF WS-MET-STATUS(WS-MET-IDX) = 'OK'
               OR WS-MET-STATUS(WS-MET-IDX) = 'OUT OF TOLERANCE'
               MOVE WS-MET-DEV(WS-MET-IDX) TO WS-DEV-ED
               MOVE WS-DEV-ED TO WS-PRINT-LINE(74:9)
               MOVE '%' TO WS-PRINT-LINE(83:1)
           END-IF
           MOVE WS-MET-TOL(WS-MET-IDX) TO WS-TOL-ED
           MOVE WS-TOL-ED TO WS-PRINT-LINE(86:6)
           MOVE '%' TO WS-PRINT-LINE(92:1)
           MOVE WS-MET-RUNS(WS-MET-IDX) TO WS-RUNS-ED
           MOVE WS-RUNS-ED TO WS-PRINT-LINE(97:2)
           MOVE WS-MET-STATUS(WS-MET-IDX) TO WS-PRINT-LINE(101:16)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE WS-LINES-READ TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HISTORY LINES READ        ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-LINES-SKIPPED TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'HISTORY LINES NOT STAMPED ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-FEED-COUNT TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FEEDS                     ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-CHECK-DATE NOT = SPACES
               MOVE WS-FEEDS-NOT-RUN TO WS-CNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  NOT RUN ON THE NIGHT    ' DELIMITED BY SIZE
                       WS-CNT-ED DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE WS-CHECKED-COUNT TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STATISTICS CHECKED        ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-OK-COUNT TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  WITHIN TOLERANCE        ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-OUT-COUNT TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  OUT OF TOLERANCE        ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-NO-HISTORY-COUNT TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  NOT ENOUGH HISTORY      ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE.
