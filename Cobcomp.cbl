      *> RETURN-CODE 8 on any difference so the nightly job can test
      *> it alongside the control report.
      *>
      *> With --trans-out the same delta also goes out as an A/C/D
      *> transaction CSV in COBAPPLY's layout (action column, then
      *> the schema columns): full after-images for adds and
      *> changes, the key alone for deletes. Values are written in
      *> the form COBAPPLY re-encodes to the stored bytes, so
      *> applying the file to the old generation rebuilds the new
      *> one byte-for-byte; a change that blanks a field (which a
      *> C row cannot express - a blank column keeps the master
      *> value) goes out as a D row then an A row. A control file
      *> carries the A/C/D row counts for the receiving site.
      *>
      *> Usage:
      *>   cobcomp -s schema.cfg --old old.dat --new new.dat
      *>           [--trans-out delta.csv]
      *>           [--include COND | --omit COND | --select FILE]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCOMP.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SELECTION-FILE ASSIGN TO DYNAMIC WS-SEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(1200).

       FD  TRANS-FILE.
       01  TRANS-RECORD              PIC X(8192).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD            PIC X(315).

       FD  SELECTION-FILE.
       01  SELECTION-RECORD          PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-OLD-FILE               PIC X(256) VALUE SPACES.
       01  WS-NEW-FILE               PIC X(256) VALUE SPACES.
       01  WS-REPORT-FILE            PIC X(256) VALUE SPACES.
       01  WS-TRANS-FILE             PIC X(256) VALUE SPACES.
       01  WS-CONTROL-FILE           PIC X(256) VALUE SPACES.
       01  WS-TRANS-STATUS           PIC XX VALUE SPACES.
       01  WS-CTL-STATUS             PIC XX VALUE SPACES.
       01  WS-DELIMITER              PIC X VALUE ','.
       01  WS-DELIMITER-SET          PIC X VALUE 'N'.
       01  WS-HEADER-LINES           PIC 9(3) VALUE 1.
       01  WS-START-TS               PIC X(21) VALUE SPACES.
       01  WS-END-TS                 PIC X(21) VALUE SPACES.

      *> --- Run history (--history) ---
      *> Every summary line is also appended to the shared
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
           05  WS-HIST-PROGRAM       PIC X(8) VALUE 'COBCOMP'.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-SCHEMA        PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-INPUT         PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-STAT          PIC X(128).

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
           05  WS-FIELD-TYPE         PIC X(16).
           05  WS-FIELD-DECIMALS     PIC 9(2) VALUE 0.
           05  WS-FIELD-FORMAT       PIC X(12) VALUE SPACES.
           05  WS-FIELD-TABLE        PIC X(64) VALUE SPACES.
           05  WS-FIELD-TBL-IDX      PIC 9(2) VALUE 0.
           05  WS-FIELD-KEY          PIC 9(2) VALUE 0.
           05  WS-FIELD-CHG-COUNT    PIC 9(9) VALUE 0.
           05  WS-FIELD-RECTYPE      PIC X(16) VALUE SPACES.

      *> --- Schema parsing ---
       01  WS-RAW-LINE               PIC X(256).
       01  WS-OLD-VALS OCCURS 64 TIMES PIC X(512).
       01  WS-NEW-VALS OCCURS 64 TIMES PIC X(512).

      *> --- Transaction CSV output (--trans-out) ---
       01  WS-TRANS-ON               PIC X VALUE 'N'.
       01  WS-TRANS-ACTION           PIC X VALUE SPACE.
       01  WS-TRANS-LINE             PIC X(8192) VALUE SPACES.
       01  WS-TRANS-PTR              PIC 9(5) VALUE 1.
       01  WS-TRANS-ROWS             PIC 9(9) VALUE 0.
       01  WS-TRANS-ADDS             PIC 9(9) VALUE 0.
       01  WS-TRANS-CHANGES          PIC 9(9) VALUE 0.
       01  WS-TRANS-DELETES          PIC 9(9) VALUE 0.
       01  WS-TRANS-INEXACT          PIC 9(9) VALUE 0.
       01  WS-TRANS-REC-INEXACT      PIC X VALUE 'N'.
       01  WS-TRANS-FLD-INEXACT      PIC X VALUE 'N'.
       01  WS-TRANS-CLEARED          PIC X VALUE 'N'.
       01  WS-TRANS-NEG              PIC X VALUE 'N'.
       01  WS-TRANS-LAST             PIC X VALUE SPACE.
       01  WS-TRANS-HDR-IDX          PIC 9(3) VALUE 0.
       01  WS-CSV-FIELD-LEN          PIC 9(5) VALUE 0.
       01  WS-NEEDS-QUOTE            PIC X VALUE 'N'.
       01  WS-QUOTE-IDX              PIC 9(5).
       01  WS-QUOTE-PTR              PIC 9(5).
       01  WS-QUOTED-FIELD           PIC X(1040).

      *> --- TYPE=LOOKUP code translation (TABLE= files) ---
      *> Only loaded for --trans-out: the master holds the
      *> fixed-width code, the transaction CSV the csv-side code.
       01  WS-LKP-CUR-FILE           PIC X(256) VALUE SPACES.
       01  WS-LKP-STATUS             PIC XX VALUE SPACES.
       01  WS-LKP-TABLES OCCURS 8 TIMES.
           05  WS-LKP-TBL-FILE       PIC X(64) VALUE SPACES.
       01  WS-LKP-TABLE-COUNT        PIC 9(2) VALUE 0.
       01  WS-LKP-ENTRIES OCCURS 2000 TIMES.
           05  WS-LKP-TBL            PIC 9(2) VALUE 0.
           05  WS-LKP-CSV            PIC X(64) VALUE SPACES.
           05  WS-LKP-FIX            PIC X(64) VALUE SPACES.
       01  WS-LKP-ENTRY-COUNT       PIC 9(4) VALUE 0.
       01  WS-LKP-IDX                PIC 9(4) VALUE 0.
       01  WS-LKP-TBL-NUM            PIC 9(2) VALUE 0.
       01  WS-LKP-LINE               PIC X(256) VALUE SPACES.
       01  WS-LKP-COMMA              PIC 9(3) VALUE 0.
       01  WS-LKP-SCAN               PIC 9(3) VALUE 0.
       01  WS-LKP-LINE-LEN           PIC 9(3) VALUE 0.
       01  WS-LKP-FOUND              PIC X VALUE 'N'.

      *> --- Binary record mode (TYPE=PACKED / TYPE=BINARY) ---
      *> Packed and binary bytes can look like newlines, so these
      *> schemas bypass the LINE SEQUENTIAL FDs and read fixed-
       01  WS-NEW-BUF                PIC X(4096) VALUE SPACES.
       01  WS-OLD-KEY                PIC X(64) VALUE SPACES.
       01  WS-NEW-KEY                PIC X(64) VALUE SPACES.
       01  WS-OLD-COLL               PIC X(192) VALUE SPACES.
       01  WS-NEW-COLL               PIC X(192) VALUE SPACES.
       01  WS-OLD-PREV-COLL          PIC X(192) VALUE SPACES.
       01  WS-NEW-PREV-COLL          PIC X(192) VALUE SPACES.
       01  WS-OLD-HAS-PREV           PIC X VALUE 'N'.
       01  WS-NEW-HAS-PREV           PIC X VALUE 'N'.
       01  WS-KEY-POS                PIC 9(3) VALUE 0.
       01  WS-KEY-PART-LEN           PIC 9(5) VALUE 0.
       01  WS-KEY-SOURCE             PIC X VALUE 'O'.
       01  WS-SHOW-KEY               PIC X(64) VALUE SPACES.
       01  WS-COLL-KEY               PIC X(192) VALUE SPACES.
       01  WS-COLL-POS               PIC 9(3) VALUE 0.
       01  WS-KEY-PART-RAW           PIC X(64) VALUE SPACES.
       01  WS-COLL-DIGITS            PIC X(64) VALUE SPACES.
       01  WS-COLL-DIG-LEN           PIC 9(3) VALUE 0.
       01  WS-COLL-NEG               PIC X VALUE 'N'.
       01  WS-COLL-LAST              PIC X VALUE SPACE.
       01  WS-DATE-KEY               PIC X(8) VALUE SPACES.

      *> --- Record selection (--include / --omit / --select) ---
      *> One INCLUDE or OMIT condition per run: terms on FIELD
      *> names (=, <>, <, >, <=, >=, BETWEEN lo AND hi, IN (a,b))
      *> joined by AND and OR, AND binding tighter than OR. Terms
      *> compare the decoded value, so PACKED, BINARY and signed
      *> amounts compare as numbers and DATE fields as dates
      *> whatever their FORMAT=. RECTYPE = name picks the one
      *> record-type group of a KEY-COLUMN= schema to compare.
      *> The same condition applies to both generations; records
      *> it leaves out take no part in the match, and the summary
      *> shows each side's records read, selected and omitted.
       01  WS-SEL-SOURCES            PIC 9 VALUE 0.
       01  WS-SEL-FILE               PIC X(256) VALUE SPACES.
       01  WS-SEL-STATUS             PIC XX VALUE SPACES.
       01  WS-SEL-MODE               PIC X(7) VALUE SPACES.
       01  WS-SEL-TEXT               PIC X(2048) VALUE SPACES.
       01  WS-SEL-PTR                PIC 9(5) VALUE 1.
       01  WS-SEL-TEXT-LEN           PIC 9(5) VALUE 0.
       01  WS-SEL-PIECE              PIC X(256) VALUE SPACES.
       01  WS-SEL-POS                PIC 9(5) VALUE 0.
       01  WS-SEL-CHAR               PIC X VALUE SPACE.
       01  WS-SEL-QUOTE              PIC X VALUE SPACE.
       01  WS-SEL-MSG                PIC X(60) VALUE SPACES.
       01  WS-SEL-WORD               PIC X(64) VALUE SPACES.
       01  WS-SEL-TOK-COUNT          PIC 9(3) VALUE 0.
       01  WS-SEL-TOK-IDX            PIC 9(3) VALUE 0.
       01  WS-SEL-TOK-POS            PIC 9(3) VALUE 0.
       01  WS-SEL-TOKENS OCCURS 256 TIMES.
           05  WS-SEL-TOK            PIC X(64).
      *> W = word, Q = quoted value, O = operator or punctuation
           05  WS-SEL-TOK-KIND       PIC X.
       01  WS-SEL-TERM-COUNT         PIC 9(3) VALUE 0.
       01  WS-SEL-TERM-IDX           PIC 9(3) VALUE 0.
       01  WS-SEL-NEXT-OR            PIC X VALUE 'Y'.
       01  WS-SEL-TERMS OCCURS 32 TIMES.
           05  WS-SEL-TERM-NAME      PIC X(32).
           05  WS-SEL-TERM-FLD       PIC 9(3).
      *> =, <>, <, >, <=, >=, BT (BETWEEN), IN, RT (RECTYPE)
           05  WS-SEL-TERM-OP        PIC X(2).
      *> Y when the term starts a new OR group
           05  WS-SEL-TERM-OR        PIC X.
           05  WS-SEL-TERM-VAL1      PIC 9(3).
           05  WS-SEL-TERM-VALS      PIC 9(3).
       01  WS-SEL-VAL-COUNT          PIC 9(3) VALUE 0.
       01  WS-SEL-VAL-IDX            PIC 9(3) VALUE 0.
       01  WS-SEL-VAL-END            PIC 9(3) VALUE 0.
       01  WS-SEL-VALUES OCCURS 128 TIMES.
           05  WS-SEL-VAL-TEXT       PIC X(64).
           05  WS-SEL-VAL-NUM        PIC S9(18)V9(9).
       01  WS-SEL-RECTYPE            PIC X(16) VALUE SPACES.
       01  WS-SEL-RT-SEEN            PIC X VALUE 'N'.
       01  WS-SEL-KEY-COLUMN         PIC 9(3) VALUE 0.
       01  WS-SEL-DISC-FLD           PIC 9(3) VALUE 0.
       01  WS-SEL-FLD-KEEP           PIC 9(3) VALUE 0.
       01  WS-SEL-KIND               PIC X VALUE SPACE.
       01  WS-SEL-TEST               PIC X(64) VALUE SPACES.
       01  WS-SEL-TEST-LEN           PIC 9(3) VALUE 0.
       01  WS-SEL-CHK-POS            PIC 9(3) VALUE 0.
       01  WS-SEL-DIGITS             PIC 9(3) VALUE 0.
       01  WS-SEL-DOTS               PIC 9(3) VALUE 0.
       01  WS-SEL-NUM-OK             PIC X VALUE 'N'.
       01  WS-SEL-DATE-LITERAL       PIC X VALUE 'N'.
       01  WS-SEL-DATE-TEXT          PIC X(8) VALUE SPACES.
       01  WS-SEL-DATE-NUM           PIC 9(8) VALUE 0.
       01  WS-SEL-CUR-TEXT           PIC X(64) VALUE SPACES.
       01  WS-SEL-CUR-NUM            PIC S9(18)V9(9) VALUE 0.
       01  WS-SEL-CMP                PIC X VALUE SPACE.
       01  WS-SEL-TERM-TRUE          PIC X VALUE 'N'.
       01  WS-SEL-GROUP-TRUE         PIC X VALUE 'N'.
       01  WS-SEL-EXPR-TRUE          PIC X VALUE 'N'.
       01  WS-SEL-KEEP               PIC X VALUE 'Y'.
       01  WS-OLD-READ-COUNT         PIC 9(9) VALUE 0.
       01  WS-OLD-OMIT-COUNT         PIC 9(9) VALUE 0.
       01  WS-NEW-READ-COUNT         PIC 9(9) VALUE 0.
       01  WS-NEW-OMIT-COUNT         PIC 9(9) VALUE 0.

      *> --- Compare counters ---
       01  WS-OLD-COUNT              PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM PREPARE-SELECTION
           PERFORM LOAD-SCHEMA
           PERFORM RESOLVE-SELECTION
           PERFORM CALC-RECORD-LEN
           PERFORM OPEN-FILES
           PERFORM COMPARE-GENERATIONS
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-TRANS-ON = 'Y'
               PERFORM WRITE-TRANS-CONTROL-FILE
           END-IF
           IF WS-SEL-MODE NOT = SPACES
               DISPLAY "Selection: old " WS-OLD-READ-COUNT " read, "
                       WS-OLD-COUNT " selected, " WS-OLD-OMIT-COUNT
                       " omitted; new " WS-NEW-READ-COUNT " read, "
                       WS-NEW-COUNT " selected, " WS-NEW-OMIT-COUNT
                       " omitted."
           END-IF
           DISPLAY "Done. " WS-MATCHED-COUNT " record(s) unchanged, "
                   WS-ADDED-COUNT " added, " WS-DELETED-COUNT
                   " deleted, " WS-CHANGED-COUNT " changed."
           IF WS-TRANS-ON = 'Y'
               DISPLAY "Transactions: " WS-TRANS-ADDS " add(s), "
                       WS-TRANS-CHANGES " change(s), "
                       WS-TRANS-DELETES " delete(s) written to "
                       FUNCTION TRIM(WS-TRANS-FILE)
           END-IF
           IF WS-ADDED-COUNT > 0 OR WS-DELETED-COUNT > 0
               OR WS-CHANGED-COUNT > 0
               MOVE 8 TO RETURN-CODE

       CMD-APPLY-TOKEN.
           EVALUATE TRUE
      *> --include/--omit take the rest of the line up to the next
      *> flag (a leading '-' followed by a digit or '.' is a
      *> negative value, not a flag).
               WHEN WS-LAST-FLAG = '-sel'
                   AND (WS-CMD-TOKEN(1:1) NOT = '-'
                       OR WS-CMD-TOKEN(2:1) IS NUMERIC
                       OR WS-CMD-TOKEN(2:1) = '.')
                   MOVE WS-CMD-TOKEN TO WS-SEL-PIECE
                   PERFORM APPEND-SELECTION-TEXT
               WHEN WS-CMD-TOKEN(1:2) = '-s'
                   MOVE '-s  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--schema'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--trans-out'
                   MOVE '-t  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--history'
                   MOVE '-hf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-d'
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--delimiter'
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--include'
                   ADD 1 TO WS-SEL-SOURCES
                   MOVE 'INCLUDE' TO WS-SEL-PIECE
                   PERFORM APPEND-SELECTION-TEXT
                   MOVE '-sel' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:6) = '--omit'
                   ADD 1 TO WS-SEL-SOURCES
                   MOVE 'OMIT' TO WS-SEL-PIECE
                   PERFORM APPEND-SELECTION-TEXT
                   MOVE '-sel' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--select'
                   ADD 1 TO WS-SEL-SOURCES
                   MOVE '-sf ' TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SCHEMA-FILE
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-REPORT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-t  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-TRANS-FILE
                   MOVE 'Y' TO WS-TRANS-ON
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-cf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-hf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-HISTORY-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-d  '
                   MOVE WS-CMD-TOKEN(1:1) TO WS-DELIMITER
                   MOVE 'Y' TO WS-DELIMITER-SET
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-sf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SEL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               STRING FUNCTION TRIM(WS-NEW-FILE) DELIMITED BY SIZE
                       '.diff' DELIMITED BY SIZE
                   INTO WS-REPORT-FILE
           END-IF
           IF WS-TRANS-ON = 'Y' AND WS-CONTROL-FILE = SPACES
               STRING FUNCTION TRIM(WS-TRANS-FILE) DELIMITED BY SIZE
                       '.ctl' DELIMITED BY SIZE
                   INTO WS-CONTROL-FILE
           END-IF.

       PRINT-USAGE.
                   "by the KEY= fields"
           DISPLAY "  --new          Current generation, same order"
           DISPLAY "  -o, --report   Difference file "
                   "(default: <new>.diff)"
           DISPLAY "  --trans-out    Also write the delta as an "
                   "A/C/D transaction CSV for COBAPPLY"
           DISPLAY "  --control-file Transaction control file "
                   "(default: <trans-out>.ctl)"
           DISPLAY "  --history FILE Also append the summary to the "
                   "shared run-history FILE (for COBTREND)"
           DISPLAY "  -d, --delimiter Transaction CSV delimiter "
                   "(default ',' or the schema's DELIMITER=)"
           DISPLAY "  --include COND Compare only records meeting "
                   "COND in both generations, e.g. --include "
                   "AMOUNT > 100 AND STATUS IN (A,H)"
           DISPLAY "  --omit COND    Compare every record except "
                   "those meeting COND"
           DISPLAY "  --select FILE  Take the INCLUDE or OMIT "
                   "statement from FILE"
           DISPLAY "  COND terms: FIELD =, <>, <, >, <=, >= value; "
                   "FIELD BETWEEN lo AND hi; FIELD IN (a,b,...); "
                   "joined by AND/OR. RECTYPE = name compares one "
                   "record type of a KEY-COLUMN= schema".

      *> --------------------------------------------------------
      *> Schema loading (mirrors CSV2COB's LOAD-SCHEMA)
               PERFORM PROCESS-SCHEMA-LINE
           END-PERFORM
           CLOSE SCHEMA-FILE
           PERFORM KEEP-SELECTED-RECTYPE
           IF WS-FIELD-COUNT = 0
               DISPLAY "ERROR: No fields found in schema: "
                       WS-SCHEMA-FILE
           PERFORM CHECK-DATE-FORMATS
           PERFORM CHECK-BINARY-FIELDS
           PERFORM CHECK-KEY-FIELDS
           IF WS-TRANS-ON = 'Y'
               PERFORM CHECK-TRANS-OUT
           END-IF
      *> A selection compares LOOKUP fields by their csv-side code.
           IF WS-TRANS-ON = 'Y' OR WS-SEL-MODE NOT = SPACES
               PERFORM LOAD-LOOKUP-TABLES
           END-IF
           DISPLAY "Schema loaded: " WS-FIELD-COUNT " fields.".

      *> --------------------------------------------------------
      *> --trans-out feeds COBAPPLY, so the schema must be one
      *> COBAPPLY can apply: text records, no PACKED/BINARY.
      *> --------------------------------------------------------
       CHECK-TRANS-OUT.
           IF WS-RECORD-MODE = 'BINARY'
               DISPLAY "ERROR: --trans-out needs a RECORD-MODE=TEXT "
                       "schema - COBAPPLY does not apply binary-mode "
                       "masters"
               STOP RUN
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                   DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' TYPE="
                           FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                           " - --trans-out output is applied by "
                           "COBAPPLY, which does not take this type"
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-HEADER-LINES > 9
               DISPLAY "ERROR: HEADER-LINES= must be 0-9 for "
                       "--trans-out"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> TYPE=LOOKUP - the transaction CSV carries the csv-side
      *> code, so each stored code is translated back through
      *> its TABLE= file. Same loader as the converters.
      *> --------------------------------------------------------
       LOAD-LOOKUP-TABLES.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'LOOKUP'
                   IF WS-FIELD-TABLE(WS-FLD-IDX) = SPACES
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' TYPE=LOOKUP needs TABLE=<file>"
                       STOP RUN
                   END-IF
                   PERFORM FIND-OR-LOAD-LOOKUP-TABLE
                   MOVE WS-LKP-TBL-NUM
                       TO WS-FIELD-TBL-IDX(WS-FLD-IDX)
               END-IF
           END-PERFORM.

       FIND-OR-LOAD-LOOKUP-TABLE.
           MOVE 0 TO WS-LKP-TBL-NUM
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-TABLE-COUNT
               IF WS-LKP-TBL-FILE(WS-LKP-IDX)
                   = WS-FIELD-TABLE(WS-FLD-IDX)
                   MOVE WS-LKP-IDX TO WS-LKP-TBL-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LKP-TBL-NUM > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LKP-TABLE-COUNT >= 8
               DISPLAY "ERROR: more than 8 distinct TABLE= files"
               STOP RUN
           END-IF
           ADD 1 TO WS-LKP-TABLE-COUNT
           MOVE WS-LKP-TABLE-COUNT TO WS-LKP-TBL-NUM
           MOVE WS-FIELD-TABLE(WS-FLD-IDX)
               TO WS-LKP-TBL-FILE(WS-LKP-TBL-NUM)
           MOVE WS-FIELD-TABLE(WS-FLD-IDX) TO WS-LKP-CUR-FILE
           OPEN INPUT LOOKUP-FILE
           IF WS-LKP-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open lookup table "
                       FUNCTION TRIM(WS-LKP-CUR-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ LOOKUP-FILE INTO WS-LKP-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM LOAD-LOOKUP-LINE
           END-PERFORM
           CLOSE LOOKUP-FILE.

       LOAD-LOOKUP-LINE.
           MOVE FUNCTION TRIM(WS-LKP-LINE LEADING) TO WS-LKP-LINE
           IF WS-LKP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LKP-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-LKP-LINE TRAILING))
               TO WS-LKP-LINE-LEN
           MOVE 0 TO WS-LKP-COMMA
           PERFORM VARYING WS-LKP-SCAN FROM 1 BY 1
               UNTIL WS-LKP-SCAN > WS-LKP-LINE-LEN
               IF WS-LKP-LINE(WS-LKP-SCAN:1) = ','
                   MOVE WS-LKP-SCAN TO WS-LKP-COMMA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LKP-COMMA < 2
               OR WS-LKP-COMMA >= WS-LKP-LINE-LEN
               DISPLAY "ERROR: lookup table "
                       FUNCTION TRIM(WS-LKP-CUR-FILE)
                       " line is not csv-code,fixed-code: "
                       FUNCTION TRIM(WS-LKP-LINE TRAILING)
               STOP RUN
           END-IF
           IF WS-LKP-ENTRY-COUNT >= 2000
               DISPLAY "ERROR: lookup tables exceed 2000 entries"
               STOP RUN
           END-IF
           ADD 1 TO WS-LKP-ENTRY-COUNT
           MOVE WS-LKP-TBL-NUM TO WS-LKP-TBL(WS-LKP-ENTRY-COUNT)
           MOVE FUNCTION TRIM(WS-LKP-LINE(1:WS-LKP-COMMA - 1))
               TO WS-LKP-CSV(WS-LKP-ENTRY-COUNT)
           MOVE FUNCTION TRIM(WS-LKP-LINE(WS-LKP-COMMA + 1:
               WS-LKP-LINE-LEN - WS-LKP-COMMA))
               TO WS-LKP-FIX(WS-LKP-ENTRY-COUNT).

      *> --------------------------------------------------------
      *> KEY= setup - the merge matches on the concatenated KEY=
      *> fields, so there must be at least one, and the composite
           IF WS-RAW-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:13) = 'HEADER-LINES='
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RAW-LINE(14:243)))
                   TO WS-HEADER-LINES
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:10) = 'DELIMITER='
               IF WS-DELIMITER-SET = 'N'
                   MOVE WS-RAW-LINE(11:1) TO WS-DELIMITER
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:12) = 'RECORD-MODE='
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(13:244)))
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               IF WS-SEL-RECTYPE = SPACES
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses KEY-COLUMN= (multiple record types) "
                           "- COBCOMP compares one record type at a "
                           "time; name it with RECTYPE = name in "
                           "--include or --omit"
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RAW-LINE(12:245)))
                   TO WS-SEL-KEY-COLUMN
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:5) NOT = 'FIELD'
               EXIT PARAGRAPH
           MOVE SPACES TO WS-FIELD-TYPE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-DECIMALS(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-FORMAT(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TABLE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TBL-IDX(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-KEY(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-CHG-COUNT(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-RECTYPE(WS-FLD-IDX)
           PERFORM PARSE-SCHEMA-TOKENS.

       PARSE-SCHEMA-TOKENS.
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'TABLE'
      *> TYPE=LOOKUP translation file (csv-code,fixed-code lines)
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-TABLE(WS-FLD-IDX)
               WHEN 'KEY'
      *> Record-key part, KEY=1 first part, KEY=2 second, ...
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-KEY(WS-FLD-IDX)
               WHEN 'RECTYPE'
                   IF WS-SEL-RECTYPE = SPACES
                       DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                               " uses RECTYPE= (multiple record types) "
                               "- COBCOMP compares one record type at "
                               "a time; name it with RECTYPE = name in "
                               "--include or --omit"
                       STOP RUN
                   END-IF
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-RECTYPE(WS-FLD-IDX)
                   MOVE 'Y' TO WS-SEL-RT-SEEN
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Record selection - the INCLUDE or OMIT condition from
      *> --include/--omit or a --select file is split into tokens
      *> and parsed before the schema is read, so a RECTYPE = name
      *> term can pick the record-type group to load. Field names
      *> and values are checked against the schema afterwards, in
      *> RESOLVE-SELECTION.
      *> --------------------------------------------------------
       PREPARE-SELECTION.
           IF WS-SEL-SOURCES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-SOURCES > 1
               DISPLAY "ERROR: give one --include, --omit or "
                       "--select - a run takes a single selection"
               STOP RUN
           END-IF
           IF WS-SEL-FILE NOT = SPACES
               PERFORM LOAD-SELECTION-FILE
           END-IF
           PERFORM TOKENIZE-SELECTION
           MOVE 1 TO WS-SEL-TOK-IDX
           MOVE SPACES TO WS-SEL-WORD
           IF WS-SEL-TOK-COUNT > 0
               AND WS-SEL-TOK-KIND(1) = 'W'
               MOVE FUNCTION UPPER-CASE(WS-SEL-TOK(1))
                   TO WS-SEL-WORD
           END-IF
           IF WS-SEL-WORD NOT = 'INCLUDE'
               AND WS-SEL-WORD NOT = 'OMIT'
               MOVE 'selection must start with INCLUDE or OMIT'
                   TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           MOVE WS-SEL-WORD TO WS-SEL-MODE
           ADD 1 TO WS-SEL-TOK-IDX
           IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
               MOVE 'no condition follows INCLUDE/OMIT'
                   TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           PERFORM PARSE-SELECTION-CONDITION.

      *> A selection file holds one INCLUDE or OMIT statement,
      *> free-form over as many lines as it needs; '#' lines are
      *> comments.
       LOAD-SELECTION-FILE.
           OPEN INPUT SELECTION-FILE
           IF WS-SEL-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open selection file "
                       FUNCTION TRIM(WS-SEL-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ SELECTION-FILE INTO WS-SEL-PIECE
                   AT END EXIT PERFORM
               END-READ
               MOVE FUNCTION TRIM(WS-SEL-PIECE LEADING)
                   TO WS-SEL-PIECE
               IF WS-SEL-PIECE NOT = SPACES
                   AND WS-SEL-PIECE(1:1) NOT = '#'
                   PERFORM APPEND-SELECTION-TEXT
               END-IF
           END-PERFORM
           CLOSE SELECTION-FILE.

       APPEND-SELECTION-TEXT.
           STRING FUNCTION TRIM(WS-SEL-PIECE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
               INTO WS-SEL-TEXT
               WITH POINTER WS-SEL-PTR
               ON OVERFLOW
                   DISPLAY "ERROR: selection condition is longer "
                           "than 2048 characters"
                   STOP RUN
           END-STRING.

      *> --------------------------------------------------------
      *> Tokens: words (field names, keywords, unquoted values),
      *> values in single or double quotes (which may hold spaces
      *> and operator characters), and the operators = <> < > <=
      *> >= with ( , ) - recognised with or without spaces round
      *> them.
      *> --------------------------------------------------------
       TOKENIZE-SELECTION.
           MOVE 0 TO WS-SEL-TOK-COUNT
           COMPUTE WS-SEL-TEXT-LEN = WS-SEL-PTR - 1
           MOVE 1 TO WS-SEL-POS
           PERFORM UNTIL WS-SEL-POS > WS-SEL-TEXT-LEN
               MOVE WS-SEL-TEXT(WS-SEL-POS:1) TO WS-SEL-CHAR
               IF WS-SEL-CHAR = SPACE
                   ADD 1 TO WS-SEL-POS
               ELSE
                   PERFORM COLLECT-SELECTION-TOKEN
               END-IF
           END-PERFORM.

       COLLECT-SELECTION-TOKEN.
           IF WS-SEL-TOK-COUNT >= 256
               DISPLAY "ERROR: selection condition has more than "
                       "256 words"
               STOP RUN
           END-IF
           ADD 1 TO WS-SEL-TOK-COUNT
           MOVE SPACES TO WS-SEL-TOK(WS-SEL-TOK-COUNT)
           MOVE 0 TO WS-SEL-TOK-POS
           EVALUATE TRUE
               WHEN WS-SEL-CHAR = "'" OR WS-SEL-CHAR = '"'
                   MOVE 'Q' TO WS-SEL-TOK-KIND(WS-SEL-TOK-COUNT)
                   MOVE WS-SEL-CHAR TO WS-SEL-QUOTE
                   ADD 1 TO WS-SEL-POS
                   PERFORM UNTIL EXIT
                       IF WS-SEL-POS > WS-SEL-TEXT-LEN
                           DISPLAY "ERROR: selection condition has "
                                   "an unterminated quoted value"
                           STOP RUN
                       END-IF
                       MOVE WS-SEL-TEXT(WS-SEL-POS:1) TO WS-SEL-CHAR
                       ADD 1 TO WS-SEL-POS
                       IF WS-SEL-CHAR = WS-SEL-QUOTE
                           EXIT PERFORM
                       END-IF
                       PERFORM ADD-SELECTION-TOKEN-CHAR
                   END-PERFORM
               WHEN WS-SEL-CHAR = '=' OR WS-SEL-CHAR = '('
                   OR WS-SEL-CHAR = ')' OR WS-SEL-CHAR = ','
                   MOVE 'O' TO WS-SEL-TOK-KIND(WS-SEL-TOK-COUNT)
                   PERFORM ADD-SELECTION-TOKEN-CHAR
                   ADD 1 TO WS-SEL-POS
               WHEN WS-SEL-CHAR = '<' OR WS-SEL-CHAR = '>'
                   MOVE 'O' TO WS-SEL-TOK-KIND(WS-SEL-TOK-COUNT)
                   PERFORM ADD-SELECTION-TOKEN-CHAR
                   ADD 1 TO WS-SEL-POS
                   IF WS-SEL-POS <= WS-SEL-TEXT-LEN
                       IF WS-SEL-TEXT(WS-SEL-POS:1) = '='
                           OR (WS-SEL-CHAR = '<'
                               AND WS-SEL-TEXT(WS-SEL-POS:1) = '>')
                           MOVE WS-SEL-TEXT(WS-SEL-POS:1)
                               TO WS-SEL-CHAR
                           PERFORM ADD-SELECTION-TOKEN-CHAR
                           ADD 1 TO WS-SEL-POS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'W' TO WS-SEL-TOK-KIND(WS-SEL-TOK-COUNT)
                   PERFORM UNTIL WS-SEL-POS > WS-SEL-TEXT-LEN
                       MOVE WS-SEL-TEXT(WS-SEL-POS:1) TO WS-SEL-CHAR
                       IF WS-SEL-CHAR = SPACE OR WS-SEL-CHAR = '='
                           OR WS-SEL-CHAR = '<' OR WS-SEL-CHAR = '>'
                           OR WS-SEL-CHAR = '(' OR WS-SEL-CHAR = ')'
                           OR WS-SEL-CHAR = ',' OR WS-SEL-CHAR = "'"
                           OR WS-SEL-CHAR = '"'
                           EXIT PERFORM
                       END-IF
                       PERFORM ADD-SELECTION-TOKEN-CHAR
                       ADD 1 TO WS-SEL-POS
                   END-PERFORM
           END-EVALUATE.

       ADD-SELECTION-TOKEN-CHAR.
           ADD 1 TO WS-SEL-TOK-POS
           IF WS-SEL-TOK-POS > 64
               DISPLAY "ERROR: selection value or name longer than "
                       "64 characters: "
                       WS-SEL-TOK(WS-SEL-TOK-COUNT)
               STOP RUN
           END-IF
           MOVE WS-SEL-CHAR
               TO WS-SEL-TOK(WS-SEL-TOK-COUNT)(WS-SEL-TOK-POS:1).

      *> --------------------------------------------------------
      *> condition := term { AND|OR term }. Each OR starts a new
      *> group of AND-ed terms; the record matches when every
      *> term of any one group holds.
      *> --------------------------------------------------------
       PARSE-SELECTION-CONDITION.
           MOVE 0 TO WS-SEL-TERM-COUNT
           MOVE 0 TO WS-SEL-VAL-COUNT
           MOVE 'Y' TO WS-SEL-NEXT-OR
           PERFORM UNTIL EXIT
               PERFORM PARSE-SELECTION-TERM
               IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-SEL-TOK(WS-SEL-TOK-IDX))
                   TO WS-SEL-WORD
               EVALUATE TRUE
                   WHEN WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'W'
                       AND WS-SEL-WORD = 'AND'
                       MOVE 'N' TO WS-SEL-NEXT-OR
                   WHEN WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'W'
                       AND WS-SEL-WORD = 'OR'
                       MOVE 'Y' TO WS-SEL-NEXT-OR
                   WHEN OTHER
                       MOVE 'expected AND or OR' TO WS-SEL-MSG
                       PERFORM SELECTION-SYNTAX-ERROR
               END-EVALUATE
               ADD 1 TO WS-SEL-TOK-IDX
               IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
                   MOVE 'condition ends with AND/OR' TO WS-SEL-MSG
                   PERFORM SELECTION-SYNTAX-ERROR
               END-IF
           END-PERFORM.

      *> term := FIELD op value | FIELD BETWEEN lo AND hi
      *>       | FIELD IN ( value {, value} )
       PARSE-SELECTION-TERM.
           IF WS-SEL-TERM-COUNT >= 32
               MOVE 'more than 32 terms' TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           ADD 1 TO WS-SEL-TERM-COUNT
           MOVE WS-SEL-TERM-COUNT TO WS-SEL-TERM-IDX
           MOVE WS-SEL-NEXT-OR TO WS-SEL-TERM-OR(WS-SEL-TERM-IDX)
           MOVE 0 TO WS-SEL-TERM-FLD(WS-SEL-TERM-IDX)
           MOVE 0 TO WS-SEL-TERM-VAL1(WS-SEL-TERM-IDX)
           MOVE 0 TO WS-SEL-TERM-VALS(WS-SEL-TERM-IDX)
           IF WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) NOT = 'W'
               MOVE 'expected a field name' TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           MOVE WS-SEL-TOK(WS-SEL-TOK-IDX)
               TO WS-SEL-TERM-NAME(WS-SEL-TERM-IDX)
           ADD 1 TO WS-SEL-TOK-IDX
           IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
               MOVE 'expected an operator' TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SEL-TOK(WS-SEL-TOK-IDX))
               TO WS-SEL-WORD
           EVALUATE TRUE
               WHEN WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'O'
                   AND (WS-SEL-WORD = '=' OR WS-SEL-WORD = '<>'
                       OR WS-SEL-WORD = '<' OR WS-SEL-WORD = '>'
                       OR WS-SEL-WORD = '<=' OR WS-SEL-WORD = '>=')
                   MOVE WS-SEL-WORD(1:2)
                       TO WS-SEL-TERM-OP(WS-SEL-TERM-IDX)
                   ADD 1 TO WS-SEL-TOK-IDX
                   PERFORM TAKE-SELECTION-VALUE
               WHEN WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'W'
                   AND WS-SEL-WORD = 'BETWEEN'
                   MOVE 'BT' TO WS-SEL-TERM-OP(WS-SEL-TERM-IDX)
                   ADD 1 TO WS-SEL-TOK-IDX
                   PERFORM TAKE-SELECTION-VALUE
                   IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
                       MOVE 'BETWEEN needs lo AND hi' TO WS-SEL-MSG
                       PERFORM SELECTION-SYNTAX-ERROR
                   END-IF
                   IF WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) NOT = 'W'
                       OR FUNCTION UPPER-CASE(
                           WS-SEL-TOK(WS-SEL-TOK-IDX)) NOT = 'AND'
                       MOVE 'BETWEEN needs lo AND hi' TO WS-SEL-MSG
                       PERFORM SELECTION-SYNTAX-ERROR
                   END-IF
                   ADD 1 TO WS-SEL-TOK-IDX
                   PERFORM TAKE-SELECTION-VALUE
               WHEN WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'W'
                   AND WS-SEL-WORD = 'IN'
                   MOVE 'IN' TO WS-SEL-TERM-OP(WS-SEL-TERM-IDX)
                   ADD 1 TO WS-SEL-TOK-IDX
                   IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
                       MOVE 'IN needs a list in ( )' TO WS-SEL-MSG
                       PERFORM SELECTION-SYNTAX-ERROR
                   END-IF
                   IF WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) NOT = 'O'
                       OR WS-SEL-TOK(WS-SEL-TOK-IDX) NOT = '('
                       MOVE 'IN needs a list in ( )' TO WS-SEL-MSG
                       PERFORM SELECTION-SYNTAX-ERROR
                   END-IF
                   ADD 1 TO WS-SEL-TOK-IDX
                   PERFORM PARSE-SELECTION-IN-LIST
               WHEN OTHER
                   MOVE 'expected =, <>, <, >, <=, >=, BETWEEN or IN'
                       TO WS-SEL-MSG
                   PERFORM SELECTION-SYNTAX-ERROR
           END-EVALUATE
           IF FUNCTION UPPER-CASE(WS-SEL-TERM-NAME(WS-SEL-TERM-IDX))
               = 'RECTYPE'
               IF WS-SEL-TERM-OP(WS-SEL-TERM-IDX) NOT = '= '
                   MOVE 'RECTYPE takes = and one record type'
                       TO WS-SEL-MSG
                   PERFORM SELECTION-SYNTAX-ERROR
               END-IF
               IF WS-SEL-RECTYPE NOT = SPACES
                   MOVE 'only one RECTYPE term is allowed'
                       TO WS-SEL-MSG
                   PERFORM SELECTION-SYNTAX-ERROR
               END-IF
               MOVE WS-SEL-VAL-TEXT(WS-SEL-VAL-COUNT)
                   TO WS-SEL-RECTYPE
           END-IF.

       PARSE-SELECTION-IN-LIST.
           PERFORM UNTIL EXIT
               PERFORM TAKE-SELECTION-VALUE
               IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
                   MOVE 'IN list is not closed with )' TO WS-SEL-MSG
                   PERFORM SELECTION-SYNTAX-ERROR
               END-IF
               IF WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'O'
                   AND WS-SEL-TOK(WS-SEL-TOK-IDX) = ')'
                   ADD 1 TO WS-SEL-TOK-IDX
                   EXIT PERFORM
               END-IF
               IF WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) NOT = 'O'
                   OR WS-SEL-TOK(WS-SEL-TOK-IDX) NOT = ','
                   MOVE 'expected , or ) in IN list' TO WS-SEL-MSG
                   PERFORM SELECTION-SYNTAX-ERROR
               END-IF
               ADD 1 TO WS-SEL-TOK-IDX
           END-PERFORM.

       TAKE-SELECTION-VALUE.
           IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
               MOVE 'expected a value' TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           IF WS-SEL-TOK-KIND(WS-SEL-TOK-IDX) = 'O'
               MOVE 'expected a value' TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           IF WS-SEL-VAL-COUNT >= 128
               MOVE 'more than 128 values' TO WS-SEL-MSG
               PERFORM SELECTION-SYNTAX-ERROR
           END-IF
           ADD 1 TO WS-SEL-VAL-COUNT
           MOVE WS-SEL-TOK(WS-SEL-TOK-IDX)
               TO WS-SEL-VAL-TEXT(WS-SEL-VAL-COUNT)
           MOVE 0 TO WS-SEL-VAL-NUM(WS-SEL-VAL-COUNT)
           IF WS-SEL-TERM-VALS(WS-SEL-TERM-IDX) = 0
               MOVE WS-SEL-VAL-COUNT
                   TO WS-SEL-TERM-VAL1(WS-SEL-TERM-IDX)
           END-IF
           ADD 1 TO WS-SEL-TERM-VALS(WS-SEL-TERM-IDX)
           ADD 1 TO WS-SEL-TOK-IDX.

       SELECTION-SYNTAX-ERROR.
           IF WS-SEL-TOK-IDX > WS-SEL-TOK-COUNT
               DISPLAY "ERROR: selection condition - "
                       FUNCTION TRIM(WS-SEL-MSG)
                       " (at end of condition)"
           ELSE
               DISPLAY "ERROR: selection condition - "
                       FUNCTION TRIM(WS-SEL-MSG) " at '"
                       FUNCTION TRIM(WS-SEL-TOK(WS-SEL-TOK-IDX)) "'"
           END-IF
           STOP RUN.

      *> --------------------------------------------------------
      *> RECTYPE = name on a KEY-COLUMN= schema - only the named
      *> group's FIELD lines stay in the layout; the other groups'
      *> records are told apart by their discriminator and never
      *> reach the condition.
      *> --------------------------------------------------------
       KEEP-SELECTED-RECTYPE.
           IF WS-SEL-RT-SEEN = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-KEY-COLUMN = 0
               DISPLAY "ERROR: schema " FUNCTION TRIM(
                       WS-SCHEMA-FILE) " has RECTYPE= groups "
                       "but no KEY-COLUMN= to tell them apart"
               STOP RUN
           END-IF
           MOVE 0 TO WS-SEL-FLD-KEEP
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-RECTYPE(WS-FLD-IDX) = WS-SEL-RECTYPE
                   ADD 1 TO WS-SEL-FLD-KEEP
                   MOVE WS-FIELDS(WS-FLD-IDX)
                       TO WS-FIELDS(WS-SEL-FLD-KEEP)
               END-IF
           END-PERFORM
           IF WS-SEL-FLD-KEEP = 0
               DISPLAY "ERROR: RECTYPE=" FUNCTION TRIM(WS-SEL-RECTYPE)
                       " is not a record type of schema "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
               STOP RUN
           END-IF
           MOVE WS-SEL-FLD-KEEP TO WS-FIELD-COUNT
           IF WS-SEL-KEY-COLUMN > WS-FIELD-COUNT
               DISPLAY "ERROR: RECTYPE=" FUNCTION TRIM(WS-SEL-RECTYPE)
                       " has no field in KEY-COLUMN="
                       WS-SEL-KEY-COLUMN " to identify its records"
               STOP RUN
           END-IF
           MOVE WS-SEL-KEY-COLUMN TO WS-SEL-DISC-FLD.

      *> --------------------------------------------------------
      *> Resolve each term's FIELD name against the loaded layout
      *> and check its values once, up front: numeric types take
      *> numbers, DATE fields YYYY-MM-DD or YYYYMMDD ('' for an
      *> empty date), everything else text as written.
      *> --------------------------------------------------------
       RESOLVE-SELECTION.
           IF WS-SEL-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-DISC-FLD > 0
               AND WS-RECORD-MODE NOT = 'TEXT'
               DISPLAY "ERROR: RECTYPE = selection needs a "
                       "RECORD-MODE=TEXT schema - record types of "
                       "different lengths cannot be told apart in a "
                       "binary file"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SEL-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEL-TERM-IDX > WS-SEL-TERM-COUNT
               PERFORM RESOLVE-SELECTION-TERM
           END-PERFORM
           DISPLAY "Record selection: " FUNCTION TRIM(WS-SEL-MODE)
                   " on " WS-SEL-TERM-COUNT " term(s).".

       RESOLVE-SELECTION-TERM.
           IF WS-SEL-RT-SEEN = 'Y'
               AND FUNCTION UPPER-CASE(
                   WS-SEL-TERM-NAME(WS-SEL-TERM-IDX)) = 'RECTYPE'
               MOVE 'RT' TO WS-SEL-TERM-OP(WS-SEL-TERM-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF FUNCTION UPPER-CASE(WS-FIELD-NAME(WS-FLD-IDX))
                   = FUNCTION UPPER-CASE(
                       WS-SEL-TERM-NAME(WS-SEL-TERM-IDX))
                   SET WS-FIELD-IDX-NUM TO WS-FLD-IDX
                   MOVE WS-FIELD-IDX-NUM
                       TO WS-SEL-TERM-FLD(WS-SEL-TERM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEL-TERM-FLD(WS-SEL-TERM-IDX) = 0
               IF FUNCTION UPPER-CASE(
                   WS-SEL-TERM-NAME(WS-SEL-TERM-IDX)) = 'RECTYPE'
                   DISPLAY "ERROR: RECTYPE = needs a KEY-COLUMN= "
                           "schema with RECTYPE= groups - "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
                           " has one layout"
               ELSE
                   DISPLAY "ERROR: selection field '"
                           FUNCTION TRIM(
                               WS-SEL-TERM-NAME(WS-SEL-TERM-IDX))
                           "' is not in schema "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
               END-IF
               STOP RUN
           END-IF
           SET WS-FLD-IDX TO WS-SEL-TERM-FLD(WS-SEL-TERM-IDX)
           PERFORM SET-SELECTION-KIND
           COMPUTE WS-SEL-VAL-END =
               WS-SEL-TERM-VAL1(WS-SEL-TERM-IDX)
               + WS-SEL-TERM-VALS(WS-SEL-TERM-IDX) - 1
           PERFORM VARYING WS-SEL-VAL-IDX
               FROM WS-SEL-TERM-VAL1(WS-SEL-TERM-IDX) BY 1
               UNTIL WS-SEL-VAL-IDX > WS-SEL-VAL-END
               PERFORM CHECK-SELECTION-LITERAL
           END-PERFORM.

       CHECK-SELECTION-LITERAL.
           MOVE WS-SEL-VAL-TEXT(WS-SEL-VAL-IDX) TO WS-SEL-TEST
           EVALUATE WS-SEL-KIND
               WHEN 'N'
                   PERFORM CHECK-SELECTION-NUMBER
                   IF WS-SEL-NUM-OK = 'N'
                       DISPLAY "ERROR: selection value '"
                               FUNCTION TRIM(WS-SEL-TEST)
                               "' for numeric field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' is not a number"
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SEL-TEST))
                       TO WS-SEL-VAL-NUM(WS-SEL-VAL-IDX)
               WHEN 'D'
                   MOVE 'Y' TO WS-SEL-DATE-LITERAL
                   PERFORM CHECK-SELECTION-DATE
                   IF WS-SEL-NUM-OK = 'N'
                       DISPLAY "ERROR: selection value '"
                               FUNCTION TRIM(WS-SEL-TEST)
                               "' for DATE field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' is not YYYY-MM-DD or YYYYMMDD"
                       STOP RUN
                   END-IF
                   MOVE WS-SEL-DATE-NUM
                       TO WS-SEL-VAL-NUM(WS-SEL-VAL-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-SELECTION-KIND.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
               WHEN 'PACKED'
               WHEN 'BINARY'
                   MOVE 'N' TO WS-SEL-KIND
               WHEN 'DATE'
                   MOVE 'D' TO WS-SEL-KIND
               WHEN OTHER
                   MOVE 'A' TO WS-SEL-KIND
           END-EVALUATE.

      *> A number is an optional sign, digits and at most one
      *> decimal point - blank and *INVALID* values are not.
       CHECK-SELECTION-NUMBER.
           MOVE 'N' TO WS-SEL-NUM-OK
           IF WS-SEL-TEST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-TEST TRAILING))
               TO WS-SEL-TEST-LEN
           MOVE 0 TO WS-SEL-DIGITS
           MOVE 0 TO WS-SEL-DOTS
           PERFORM VARYING WS-SEL-CHK-POS FROM 1 BY 1
               UNTIL WS-SEL-CHK-POS > WS-SEL-TEST-LEN
               MOVE WS-SEL-TEST(WS-SEL-CHK-POS:1) TO WS-SEL-CHAR
               EVALUATE TRUE
                   WHEN WS-SEL-CHAR IS NUMERIC
                       ADD 1 TO WS-SEL-DIGITS
                   WHEN WS-SEL-CHAR = '.'
                       ADD 1 TO WS-SEL-DOTS
                   WHEN (WS-SEL-CHAR = '-' OR WS-SEL-CHAR = '+')
                       AND WS-SEL-CHK-POS = 1
                       CONTINUE
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           IF WS-SEL-DIGITS > 0 AND WS-SEL-DOTS < 2
               MOVE 'Y' TO WS-SEL-NUM-OK
           END-IF.

      *> Dates compare as YYYYMMDD numbers; an empty date is 0.
      *> A decoded record value is YYYY-MM-DD (or empty); a
      *> literal may also be written YYYYMMDD.
       CHECK-SELECTION-DATE.
           MOVE 'N' TO WS-SEL-NUM-OK
           MOVE 0 TO WS-SEL-DATE-NUM
           IF WS-SEL-TEST = SPACES
               MOVE 'Y' TO WS-SEL-NUM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEL-DATE-TEXT
           EVALUATE TRUE
               WHEN WS-SEL-TEST(11:54) = SPACES
                   AND WS-SEL-TEST(5:1) = '-'
                   AND WS-SEL-TEST(8:1) = '-'
                   AND WS-SEL-TEST(1:4) IS NUMERIC
                   AND WS-SEL-TEST(6:2) IS NUMERIC
                   AND WS-SEL-TEST(9:2) IS NUMERIC
                   MOVE WS-SEL-TEST(1:4) TO WS-SEL-DATE-TEXT(1:4)
                   MOVE WS-SEL-TEST(6:2) TO WS-SEL-DATE-TEXT(5:2)
                   MOVE WS-SEL-TEST(9:2) TO WS-SEL-DATE-TEXT(7:2)
               WHEN WS-SEL-DATE-LITERAL = 'Y'
                   AND WS-SEL-TEST(9:56) = SPACES
                   AND WS-SEL-TEST(1:8) IS NUMERIC
                   MOVE WS-SEL-TEST(1:8) TO WS-SEL-DATE-TEXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SEL-DATE-TEXT(5:2) < '01'
               OR WS-SEL-DATE-TEXT(5:2) > '12'
               OR WS-SEL-DATE-TEXT(7:2) < '01'
               OR WS-SEL-DATE-TEXT(7:2) > '31'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-DATE-TEXT TO WS-SEL-DATE-NUM
           MOVE 'Y' TO WS-SEL-NUM-OK.

      *> --------------------------------------------------------
      *> Per record: WS-SEL-KEEP = 'Y' when the record in
      *> WS-FIXED-LINE is selected - it is of the RECTYPE asked
      *> for (if any) and the condition holds (INCLUDE) or does
      *> not hold (OMIT).
      *> --------------------------------------------------------
       SELECT-RECORD.
           MOVE 'Y' TO WS-SEL-KEEP
           IF WS-SEL-MODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-DISC-FLD > 0
               PERFORM CHECK-SELECTION-RECTYPE
               IF WS-SEL-TERM-TRUE = 'N'
                   MOVE 'N' TO WS-SEL-KEEP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM EVALUATE-SELECTION
           IF WS-SEL-MODE = 'INCLUDE'
               MOVE WS-SEL-EXPR-TRUE TO WS-SEL-KEEP
           ELSE
               IF WS-SEL-EXPR-TRUE = 'Y'
                   MOVE 'N' TO WS-SEL-KEEP
               END-IF
           END-IF.

      *> The record is of the selected type when its KEY-COLUMN
      *> field holds the type name, as stored or as decoded - the
      *> rule COBPROF tells record types apart by.
       CHECK-SELECTION-RECTYPE.
           MOVE 'N' TO WS-SEL-TERM-TRUE
           SET WS-FLD-IDX TO WS-SEL-DISC-FLD
           MOVE SPACES TO WS-SEL-TEST
           MOVE WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
               WS-FIELD-LENGTH(WS-FLD-IDX)) TO WS-SEL-TEST
           IF FUNCTION TRIM(WS-SEL-TEST) = WS-SEL-RECTYPE
               MOVE 'Y' TO WS-SEL-TERM-TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM DECODE-SELECTION-FIELD
           IF FUNCTION TRIM(WS-CSV-FIELD-OUT) = WS-SEL-RECTYPE
               MOVE 'Y' TO WS-SEL-TERM-TRUE
           END-IF.

       EVALUATE-SELECTION.
           MOVE 'N' TO WS-SEL-EXPR-TRUE
           MOVE 'Y' TO WS-SEL-GROUP-TRUE
           PERFORM VARYING WS-SEL-TERM-IDX FROM 1 BY 1
               UNTIL WS-SEL-TERM-IDX > WS-SEL-TERM-COUNT
               IF WS-SEL-TERM-IDX > 1
                   AND WS-SEL-TERM-OR(WS-SEL-TERM-IDX) = 'Y'
                   IF WS-SEL-GROUP-TRUE = 'Y'
                       MOVE 'Y' TO WS-SEL-EXPR-TRUE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-SEL-GROUP-TRUE
               END-IF
               IF WS-SEL-GROUP-TRUE = 'Y'
                   PERFORM EVALUATE-SELECTION-TERM
                   IF WS-SEL-TERM-TRUE = 'N'
                       MOVE 'N' TO WS-SEL-GROUP-TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SEL-GROUP-TRUE = 'Y'
               MOVE 'Y' TO WS-SEL-EXPR-TRUE
           END-IF.

      *> A numeric or DATE value that does not decode never
      *> satisfies a term (not even <>), so bad bytes cannot slip
      *> into or out of a selection by comparing as zero.
       EVALUATE-SELECTION-TERM.
           MOVE 'N' TO WS-SEL-TERM-TRUE
           IF WS-SEL-TERM-OP(WS-SEL-TERM-IDX) = 'RT'
               MOVE 'Y' TO WS-SEL-TERM-TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-FLD-IDX TO WS-SEL-TERM-FLD(WS-SEL-TERM-IDX)
           PERFORM DECODE-SELECTION-FIELD
           PERFORM SET-SELECTION-KIND
           MOVE FUNCTION TRIM(WS-CSV-FIELD-OUT) TO WS-SEL-TEST
           EVALUATE WS-SEL-KIND
               WHEN 'N'
                   PERFORM CHECK-SELECTION-NUMBER
                   IF WS-SEL-NUM-OK = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SEL-TEST))
                       TO WS-SEL-CUR-NUM
               WHEN 'D'
                   MOVE 'N' TO WS-SEL-DATE-LITERAL
                   PERFORM CHECK-SELECTION-DATE
                   IF WS-SEL-NUM-OK = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SEL-DATE-NUM TO WS-SEL-CUR-NUM
               WHEN OTHER
                   MOVE WS-SEL-TEST TO WS-SEL-CUR-TEXT
           END-EVALUATE
           MOVE WS-SEL-TERM-VAL1(WS-SEL-TERM-IDX) TO WS-SEL-VAL-IDX
           PERFORM COMPARE-SELECTION-VALUE
           EVALUATE WS-SEL-TERM-OP(WS-SEL-TERM-IDX)
               WHEN '= '
                   IF WS-SEL-CMP = '='
                       MOVE 'Y' TO WS-SEL-TERM-TRUE
                   END-IF
               WHEN '<>'
                   IF WS-SEL-CMP NOT = '='
                       MOVE 'Y' TO WS-SEL-TERM-TRUE
                   END-IF
               WHEN '< '
                   IF WS-SEL-CMP = '<'
                       MOVE 'Y' TO WS-SEL-TERM-TRUE
                   END-IF
               WHEN '> '
                   IF WS-SEL-CMP = '>'
                       MOVE 'Y' TO WS-SEL-TERM-TRUE
                   END-IF
               WHEN '<='
                   IF WS-SEL-CMP NOT = '>'
                       MOVE 'Y' TO WS-SEL-TERM-TRUE
                   END-IF
               WHEN '>='
                   IF WS-SEL-CMP NOT = '<'
                       MOVE 'Y' TO WS-SEL-TERM-TRUE
                   END-IF
               WHEN 'BT'
                   IF WS-SEL-CMP NOT = '<'
                       ADD 1 TO WS-SEL-VAL-IDX
                       PERFORM COMPARE-SELECTION-VALUE
                       IF WS-SEL-CMP NOT = '>'
                           MOVE 'Y' TO WS-SEL-TERM-TRUE
                       END-IF
                   END-IF
               WHEN 'IN'
                   COMPUTE WS-SEL-VAL-END =
                       WS-SEL-TERM-VAL1(WS-SEL-TERM-IDX)
                       + WS-SEL-TERM-VALS(WS-SEL-TERM-IDX) - 1
                   PERFORM UNTIL EXIT
                       IF WS-SEL-CMP = '='
                           MOVE 'Y' TO WS-SEL-TERM-TRUE
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-SEL-VAL-IDX
                       IF WS-SEL-VAL-IDX > WS-SEL-VAL-END
                           EXIT PERFORM
                       END-IF
                       PERFORM COMPARE-SELECTION-VALUE
                   END-PERFORM
           END-EVALUATE.

      *> WS-SEL-CMP = '<', '=' or '>' for the record's value
      *> against value WS-SEL-VAL-IDX - by number for numeric and
      *> DATE fields, as text (trimmed, case as written) for the
      *> rest.
       COMPARE-SELECTION-VALUE.
           IF WS-SEL-KIND = 'A'
               EVALUATE TRUE
                   WHEN WS-SEL-CUR-TEXT
                       < WS-SEL-VAL-TEXT(WS-SEL-VAL-IDX)
                       MOVE '<' TO WS-SEL-CMP
                   WHEN WS-SEL-CUR-TEXT
                       > WS-SEL-VAL-TEXT(WS-SEL-VAL-IDX)
                       MOVE '>' TO WS-SEL-CMP
                   WHEN OTHER
                       MOVE '=' TO WS-SEL-CMP
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-SEL-CUR-NUM
                       < WS-SEL-VAL-NUM(WS-SEL-VAL-IDX)
                       MOVE '<' TO WS-SEL-CMP
                   WHEN WS-SEL-CUR-NUM
                       > WS-SEL-VAL-NUM(WS-SEL-VAL-IDX)
                       MOVE '>' TO WS-SEL-CMP
                   WHEN OTHER
                       MOVE '=' TO WS-SEL-CMP
               END-EVALUATE
           END-IF.

      *> Decoded as --trans-out writes it - SIGNED types with
      *> their sign, LOOKUP fields as the csv-side code.
       DECODE-SELECTION-FIELD.
           PERFORM FORMAT-FIELD-FROM-FIXED
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   PERFORM FORMAT-SIGNED-FOR-TRANS
               WHEN 'LOOKUP'
                   PERFORM REVERSE-LOOKUP-FOR-TRANS
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
           DISPLAY "Record length: " WS-RECORD-LEN " bytes.".

      *> --------------------------------------------------------
      *> File open / close - binary-mode schemas read both
      *> generations through the CBL_ byte-stream routines (flag
      *> 128 fetches each file's size so end-of-data is computed
      *> from the size, not the return code, exactly as COB2CSV's
      *> reader does).
      *> --------------------------------------------------------
       OPEN-FILES.
           IF WS-RECORD-MODE = 'BINARY'
               MOVE 1 TO WS-BIN-ACCESS
               CALL "CBL_OPEN_FILE" USING WS-OLD-FILE WS-BIN-ACCESS
                       WS-BIN-DENY WS-BIN-DEVICE WS-OLD-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot open binary input file "
                           FUNCTION TRIM(WS-OLD-FILE)
                   STOP RUN
               END-IF
               MOVE 0 TO WS-OLD-SIZE
               MOVE 0 TO WS-BIN-COUNT
               MOVE 128 TO WS-BIN-FLAGS
               CALL "CBL_READ_FILE" USING WS-OLD-HANDLE
                       WS-OLD-SIZE WS-BIN-COUNT WS-BIN-FLAGS
                       WS-FIXED-LINE
                   RETURNING WS-BIN-RC
               CALL "CBL_OPEN_FILE" USING WS-NEW-FILE WS-BIN-ACCESS
                       WS-BIN-DENY WS-BIN-DEVICE WS-NEW-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot open binary input file "
                           FUNCTION TRIM(WS-NEW-FILE)
                   STOP RUN
               END-IF
               MOVE 0 TO WS-NEW-SIZE
               MOVE 0 TO WS-BIN-COUNT
               MOVE 128 TO WS-BIN-FLAGS
               CALL "CBL_READ_FILE" USING WS-NEW-HANDLE
                       WS-NEW-SIZE WS-BIN-COUNT WS-BIN-FLAGS
                       WS-FIXED-LINE
                   RETURNING WS-BIN-RC
               MOVE 0 TO WS-BIN-FLAGS
               MOVE 0 TO WS-OLD-OFFSET
               MOVE 0 TO WS-NEW-OFFSET
           ELSE
               OPEN INPUT OLD-FILE
               OPEN INPUT NEW-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-TRANS-ON = 'Y'
               OPEN OUTPUT TRANS-FILE
               IF WS-TRANS-STATUS NOT = '00'
                   DISPLAY "ERROR: cannot create transaction file "
                           FUNCTION TRIM(WS-TRANS-FILE)
                   STOP RUN
               END-IF
               PERFORM WRITE-TRANS-HEADER
           END-IF.

       CLOSE-FILES.
           IF WS-RECORD-MODE = 'BINARY'
               CALL "CBL_CLOSE_FILE" USING WS-OLD-HANDLE
                   RETURNING WS-BIN-RC
               CALL "CBL_CLOSE_FILE" USING WS-NEW-HANDLE
                   RETURNING WS-BIN-RC
           ELSE
               CLOSE OLD-FILE
               CLOSE NEW-FILE
           END-IF
           CLOSE REPORT-FILE
           IF WS-TRANS-ON = 'Y'
               CLOSE TRANS-FILE
           END-IF.

      *> --------------------------------------------------------
      *> Balanced-line merge. Both generations run ascending on
      *> the KEY= fields; the lower key advances. A key only in
      *> the old file was deleted, one only in the new file was
      *> added, and a key in both is compared field-by-field.
      *> --------------------------------------------------------
       COMPARE-GENERATIONS.
           PERFORM READ-OLD-RECORD
           PERFORM READ-NEW-RECORD
           PERFORM UNTIL WS-OLD-EOF = 'Y' AND WS-NEW-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-NEW-EOF = 'Y'
                       PERFORM REPORT-DELETED-RECORD
                       PERFORM READ-OLD-RECORD
                   WHEN WS-OLD-EOF = 'Y'
                       PERFORM REPORT-ADDED-RECORD
                       PERFORM READ-NEW-RECORD
                   WHEN WS-OLD-COLL < WS-NEW-COLL
                       PERFORM REPORT-DELETED-RECORD
                       PERFORM READ-OLD-RECORD
                   WHEN WS-NEW-COLL < WS-OLD-COLL
                       PERFORM REPORT-ADDED-RECORD
                       PERFORM READ-NEW-RECORD
                   WHEN OTHER
                       PERFORM COMPARE-RECORD-PAIR
                       PERFORM READ-OLD-RECORD
                       PERFORM READ-NEW-RECORD
               END-EVALUATE
           END-PERFORM.

       REPORT-DELETED-RECORD.
           ADD 1 TO WS-DELETED-COUNT
           MOVE WS-OLD-KEY TO WS-SHOW-KEY
           MOVE SPACES TO REPORT-RECORD
           STRING 'DELETED KEY=''' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHOW-KEY TRAILING)
                       DELIMITED BY SIZE
                   '''' DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TRANS-ON = 'Y'
               MOVE 'D' TO WS-TRANS-ACTION
               MOVE WS-OLD-BUF TO WS-FIXED-LINE
               PERFORM WRITE-TRANS-ROW
           END-IF.

       REPORT-ADDED-RECORD.
           ADD 1 TO WS-ADDED-COUNT
           MOVE WS-NEW-KEY TO WS-SHOW-KEY
           MOVE SPACES TO REPORT-RECORD
           STRING 'ADDED KEY=''' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHOW-KEY TRAILING)
                       DELIMITED BY SIZE
                   '''' DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TRANS-ON = 'Y'
               MOVE 'A' TO WS-TRANS-ACTION
               MOVE WS-NEW-BUF TO WS-FIXED-LINE
               PERFORM WRITE-TRANS-ROW
           END-IF.

      *> --------------------------------------------------------
      *> Key in both generations - decode every field on each side
      *> and compare the decoded values, so a packed amount and a
      *> date compare as the numbers and dates they carry rather
      *> than raw bytes.
      *> --------------------------------------------------------
       COMPARE-RECORD-PAIR.
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
      *> The transaction file has to rebuild the new generation's
      *> exact bytes, so any byte difference goes out as a change
      *> even where the decoded values compare equal.
           IF WS-TRANS-ON = 'Y'
               AND WS-OLD-BUF(1:WS-RECORD-LEN)
                   NOT = WS-NEW-BUF(1:WS-RECORD-LEN)
               PERFORM WRITE-TRANS-CHANGE
           END-IF.

       REPORT-CHANGED-FIELD.
      *> Next record from each generation. A generation that is
      *> not in ascending key sequence would silently misreport
      *> every record after the break, so it stops the run.
      *> Records the selection leaves out are counted and passed
      *> over here, so the merge only ever sees selected ones.
      *> --------------------------------------------------------
       READ-OLD-RECORD.
           PERFORM UNTIL EXIT
               PERFORM READ-OLD-NEXT
               IF WS-OLD-EOF = 'Y'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OLD-READ-COUNT
               MOVE WS-OLD-BUF TO WS-FIXED-LINE
               PERFORM SELECT-RECORD
               IF WS-SEL-KEEP = 'Y'
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OLD-OMIT-COUNT
           END-PERFORM
           ADD 1 TO WS-OLD-COUNT
           MOVE 'O' TO WS-KEY-SOURCE
           PERFORM BUILD-RECORD-KEY
           IF WS-OLD-HAS-PREV = 'Y'
               AND WS-OLD-COLL < WS-OLD-PREV-COLL
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OLD-FILE)
                       " is not in ascending key sequence at record "
                       WS-OLD-READ-COUNT " - aborting"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           MOVE WS-OLD-COLL TO WS-OLD-PREV-COLL
           MOVE 'Y' TO WS-OLD-HAS-PREV.

       READ-OLD-NEXT.
           IF WS-OLD-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
                       MOVE 'Y' TO WS-OLD-EOF
                       EXIT PARAGRAPH
               END-READ
           END-IF.

       READ-NEW-RECORD.
           PERFORM UNTIL EXIT
               PERFORM READ-NEW-NEXT
               IF WS-NEW-EOF = 'Y'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NEW-READ-COUNT
               MOVE WS-NEW-BUF TO WS-FIXED-LINE
               PERFORM SELECT-RECORD
               IF WS-SEL-KEEP = 'Y'
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-NEW-OMIT-COUNT
           END-PERFORM
           ADD 1 TO WS-NEW-COUNT
           MOVE 'N' TO WS-KEY-SOURCE
           PERFORM BUILD-RECORD-KEY
           IF WS-NEW-HAS-PREV = 'Y'
               AND WS-NEW-COLL < WS-NEW-PREV-COLL
               DISPLAY "ERROR: " FUNCTION TRIM(WS-NEW-FILE)
                       " is not in ascending key sequence at record "
                       WS-NEW-READ-COUNT " - aborting"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           MOVE WS-NEW-COLL TO WS-NEW-PREV-COLL
           MOVE 'Y' TO WS-NEW-HAS-PREV.

       READ-NEW-NEXT.
           IF WS-NEW-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
                       MOVE 'Y' TO WS-NEW-EOF
                       EXIT PARAGRAPH
               END-READ
           END-IF.

      *> --------------------------------------------------------
      *> Key assembly from the raw record bytes, old or new side
      *> per WS-KEY-SOURCE. The raw key is what the report shows;
      *> matching and the sequence checks use the collating key,
      *> COBSORT's value-ordered form of the same parts - signed
      *> overpunch, PACKED and BINARY as a sign byte ('0'
      *> negative, '1' zero or positive) plus digits nines-
      *> complemented when negative, DATE as YYYYMMDD, everything
      *> else as its bytes.
      *> --------------------------------------------------------
       BUILD-RECORD-KEY.
           IF WS-KEY-SOURCE = 'O'
           ELSE
               MOVE SPACES TO WS-NEW-KEY
           END-IF
           MOVE SPACES TO WS-COLL-KEY
           MOVE 1 TO WS-COLL-POS
           MOVE 1 TO WS-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
                               64 - WS-KEY-POS + 1
                       END-IF
                       IF WS-KEY-PART-LEN > 0
                           MOVE SPACES TO WS-KEY-PART-RAW
                           IF WS-KEY-SOURCE = 'O'
                               MOVE WS-OLD-BUF(
                                   WS-FIELD-START(WS-FLD-IDX):
                                   WS-KEY-PART-LEN)
                                   TO WS-OLD-KEY(
                                       WS-KEY-POS:WS-KEY-PART-LEN)
                               MOVE WS-OLD-BUF(
                                   WS-FIELD-START(WS-FLD-IDX):
                                   WS-KEY-PART-LEN)
                                   TO WS-KEY-PART-RAW(
                                       1:WS-KEY-PART-LEN)
                           ELSE
                               MOVE WS-NEW-BUF(
                                   WS-FIELD-START(WS-FLD-IDX):
                                   WS-KEY-PART-LEN)
                                   TO WS-NEW-KEY(
                                       WS-KEY-POS:WS-KEY-PART-LEN)
                               MOVE WS-NEW-BUF(
                                   WS-FIELD-START(WS-FLD-IDX):
                                   WS-KEY-PART-LEN)
                                   TO WS-KEY-PART-RAW(
                                       1:WS-KEY-PART-LEN)
                           END-IF
                           ADD WS-KEY-PART-LEN TO WS-KEY-POS
                           PERFORM APPEND-COLLATING-PART
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-KEY-SOURCE = 'O'
               MOVE WS-COLL-KEY TO WS-OLD-COLL
           ELSE
               MOVE WS-COLL-KEY TO WS-NEW-COLL
           END-IF.

       APPEND-COLLATING-PART.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
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
                   MOVE WS-DATE-KEY TO WS-COLL-KEY(WS-COLL-POS:8)
                   ADD 8 TO WS-COLL-POS
               WHEN OTHER
                   MOVE WS-KEY-PART-RAW(1:WS-KEY-PART-LEN)
                       TO WS-COLL-KEY(WS-COLL-POS:WS-KEY-PART-LEN)
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
               MOVE '0' TO WS-COLL-KEY(WS-COLL-POS:1)
               INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
                   CONVERTING '0123456789' TO '9876543210'
           ELSE
               MOVE '1' TO WS-COLL-KEY(WS-COLL-POS:1)
           END-IF
           ADD 1 TO WS-COLL-POS
           MOVE WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               TO WS-COLL-KEY(WS-COLL-POS:WS-COLL-DIG-LEN)
           ADD WS-COLL-DIG-LEN TO WS-COLL-POS.

      *> DATE key part as YYYYMMDD whatever its FORMAT=; empty and
      *> non-calendar values collate first as zeros.
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

      *> --------------------------------------------------------
      *> Pull one field out of WS-FIXED-LINE and decode it to its
                   TO WS-GEN-OUT
           END-IF.

      *> --------------------------------------------------------
      *> Transaction CSV (--trans-out). The header row is the
      *> ACTION column then the schema field names, repeated for
      *> HEADER-LINES= so COBAPPLY's header check lines up.
      *> --------------------------------------------------------
       WRITE-TRANS-HEADER.
           MOVE SPACES TO WS-TRANS-LINE
           MOVE 1 TO WS-TRANS-PTR
           STRING 'ACTION' DELIMITED BY SIZE
               INTO WS-TRANS-LINE
               WITH POINTER WS-TRANS-PTR
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               STRING WS-DELIMITER DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           DELIMITED BY SIZE
                   INTO WS-TRANS-LINE
                   WITH POINTER WS-TRANS-PTR
           END-PERFORM
           PERFORM VARYING WS-TRANS-HDR-IDX FROM 1 BY 1
               UNTIL WS-TRANS-HDR-IDX > WS-HEADER-LINES
               MOVE WS-TRANS-LINE TO TRANS-RECORD
               WRITE TRANS-RECORD
           END-PERFORM.

      *> --------------------------------------------------------
      *> A C row only overlays the columns that carry a value - a
      *> blank column keeps the master's field. A change that
      *> blanks a field therefore cannot travel as a C row; the
      *> record goes out as a delete of the old image followed by
      *> an add of the new one.
      *> --------------------------------------------------------
       WRITE-TRANS-CHANGE.
           MOVE WS-NEW-KEY TO WS-SHOW-KEY
           MOVE 'N' TO WS-TRANS-CLEARED
           MOVE WS-NEW-BUF TO WS-FIXED-LINE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-OLD-BUF(WS-FIELD-START(WS-FLD-IDX):
                   WS-FIELD-LENGTH(WS-FLD-IDX))
                   NOT = WS-NEW-BUF(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                   PERFORM FORMAT-TRANS-VALUE
                   IF WS-CSV-FIELD-LEN = 0
                       MOVE 'Y' TO WS-TRANS-CLEARED
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TRANS-CLEARED = 'Y'
               MOVE 'D' TO WS-TRANS-ACTION
               MOVE WS-OLD-BUF TO WS-FIXED-LINE
               PERFORM WRITE-TRANS-ROW
               MOVE 'A' TO WS-TRANS-ACTION
               MOVE WS-NEW-BUF TO WS-FIXED-LINE
               PERFORM WRITE-TRANS-ROW
           ELSE
               MOVE 'C' TO WS-TRANS-ACTION
               PERFORM WRITE-TRANS-ROW
           END-IF.

      *> One transaction row from the record in WS-FIXED-LINE -
      *> every field for A and C, the key fields alone for D.
       WRITE-TRANS-ROW.
           MOVE 'N' TO WS-TRANS-REC-INEXACT
           MOVE SPACES TO WS-TRANS-LINE
           MOVE 1 TO WS-TRANS-PTR
           STRING WS-TRANS-ACTION DELIMITED BY SIZE
               INTO WS-TRANS-LINE
               WITH POINTER WS-TRANS-PTR
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-TRANS-ACTION = 'D'
                   AND WS-FIELD-KEY(WS-FLD-IDX) = 0
                   MOVE 0 TO WS-CSV-FIELD-LEN
               ELSE
                   PERFORM FORMAT-TRANS-VALUE
                   IF WS-TRANS-FLD-INEXACT = 'Y'
                       PERFORM WARN-TRANS-INEXACT
                   END-IF
               END-IF
               IF WS-CSV-FIELD-LEN > 0
                   STRING WS-DELIMITER DELIMITED BY SIZE
                           WS-QUOTED-FIELD(1:WS-CSV-FIELD-LEN)
                           DELIMITED BY SIZE
                       INTO WS-TRANS-LINE
                       WITH POINTER WS-TRANS-PTR
               ELSE
                   STRING WS-DELIMITER DELIMITED BY SIZE
                       INTO WS-TRANS-LINE
                       WITH POINTER WS-TRANS-PTR
               END-IF
           END-PERFORM
           MOVE WS-TRANS-LINE TO TRANS-RECORD
           WRITE TRANS-RECORD
           ADD 1 TO WS-TRANS-ROWS
           EVALUATE WS-TRANS-ACTION
               WHEN 'A'
                   ADD 1 TO WS-TRANS-ADDS
               WHEN 'C'
                   ADD 1 TO WS-TRANS-CHANGES
               WHEN 'D'
                   ADD 1 TO WS-TRANS-DELETES
           END-EVALUATE
           IF WS-TRANS-REC-INEXACT = 'Y'
               ADD 1 TO WS-TRANS-INEXACT
           END-IF.

       WARN-TRANS-INEXACT.
           MOVE 'Y' TO WS-TRANS-REC-INEXACT
           DISPLAY "WARNING: key '"
                   FUNCTION TRIM(WS-SHOW-KEY TRAILING)
                   "' field '"
                   FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                   "' holds bytes COBAPPLY cannot re-encode - "
                   "the transaction will not rebuild them exactly".

      *> --------------------------------------------------------
      *> Render one field as the CSV value COBAPPLY turns back
      *> into the same stored bytes, quoted where needed. Bytes no
      *> CSV value can reproduce (spaces in a NUM, a SIGNED field
      *> without its overpunch, an impossible date, a code missing
      *> from the TABLE= file) are written as decoded and flagged
      *> in WS-TRANS-FLD-INEXACT.
      *> --------------------------------------------------------
       FORMAT-TRANS-VALUE.
           MOVE 'N' TO WS-TRANS-FLD-INEXACT
           PERFORM FORMAT-FIELD-FROM-FIXED
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       MOVE 'Y' TO WS-TRANS-FLD-INEXACT
                   END-IF
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   PERFORM FORMAT-SIGNED-FOR-TRANS
               WHEN 'DATE'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       MOVE 'Y' TO WS-TRANS-FLD-INEXACT
                   ELSE
                       IF WS-DATE-NUM-CHK NOT = 0
                           AND WS-DATE-VALID = 'N'
                           MOVE 'Y' TO WS-TRANS-FLD-INEXACT
                       END-IF
                   END-IF
               WHEN 'LOOKUP'
                   PERFORM REVERSE-LOOKUP-FOR-TRANS
           END-EVALUATE
           IF WS-CSV-FIELD-OUT = SPACES
               MOVE 0 TO WS-CSV-FIELD-LEN
               MOVE SPACES TO WS-QUOTED-FIELD
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CSV-FIELD-OUT TRAILING))
                   TO WS-CSV-FIELD-LEN
               PERFORM QUOTE-FIELD-IF-NEEDED
           END-IF.

      *> Overpunched SIGNED types - decode the trailing sign digit
      *> and write '-' plus the digits for a negative value (a
      *> negative zero keeps its '-', which COBAPPLY punches back
      *> as '}').
       FORMAT-SIGNED-FOR-TRANS.
           IF WS-DEST-LEN > 64
               MOVE 'Y' TO WS-TRANS-FLD-INEXACT
               EXIT PARAGRAPH
           END-IF
           IF WS-DEST-LEN > 1
               IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN - 1) NOT NUMERIC
                   MOVE 'Y' TO WS-TRANS-FLD-INEXACT
               END-IF
           END-IF
           MOVE WS-DEST-LEN TO WS-KEY-PART-LEN
           MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TO WS-KEY-PART-RAW
           MOVE WS-RAW-FIELD-VAL(WS-DEST-LEN:1) TO WS-TRANS-LAST
           PERFORM DECODE-OVERPUNCH-DIGITS
           IF WS-COLL-LAST = WS-TRANS-LAST
               MOVE 'Y' TO WS-TRANS-FLD-INEXACT
           END-IF
           MOVE WS-COLL-NEG TO WS-TRANS-NEG
           MOVE SPACES TO WS-RAW-FIELD-VAL
           MOVE WS-COLL-DIGITS(1:WS-DEST-LEN)
               TO WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'SIGNED-DECIMAL'
               PERFORM INSERT-DECIMAL-POINT
           ELSE
               MOVE WS-RAW-FIELD-VAL TO WS-GEN-IN
               MOVE WS-DEST-LEN      TO WS-GEN-LEN
               PERFORM STRIP-LEADING-ZEROS
               MOVE WS-GEN-OUT TO WS-CSV-FIELD-OUT
           END-IF
           IF WS-TRANS-NEG = 'Y'
               MOVE FUNCTION TRIM(WS-CSV-FIELD-OUT TRAILING)
                   TO WS-GEN-OUT
               MOVE SPACES TO WS-CSV-FIELD-OUT
               STRING '-' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GEN-OUT TRAILING)
                           DELIMITED BY SIZE
                   INTO WS-CSV-FIELD-OUT
           END-IF.

      *> TYPE=LOOKUP - the master holds the fixed-width code; the
      *> transaction carries the csv-side code that maps to it.
       REVERSE-LOOKUP-FOR-TRANS.
           IF WS-CSV-FIELD-OUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LKP-FOUND
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-FIX(WS-LKP-IDX) = WS-CSV-FIELD-OUT
                   MOVE 'Y' TO WS-LKP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LKP-FOUND = 'Y'
               MOVE WS-LKP-CSV(WS-LKP-IDX) TO WS-CSV-FIELD-OUT
           ELSE
               MOVE 'Y' TO WS-TRANS-FLD-INEXACT
           END-IF.

      *> RFC4180 quoting, same rule as COB2CSV: a value holding the
      *> delimiter or a quote is wrapped in quotes, quotes doubled.
       QUOTE-FIELD-IF-NEEDED.
           MOVE 'N' TO WS-NEEDS-QUOTE
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-QUOTE-IDX > WS-CSV-FIELD-LEN
               IF WS-CSV-FIELD-OUT(WS-QUOTE-IDX:1) = WS-DELIMITER
                   OR WS-CSV-FIELD-OUT(WS-QUOTE-IDX:1) = '"'
                   MOVE 'Y' TO WS-NEEDS-QUOTE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NEEDS-QUOTE = 'N'
               MOVE WS-CSV-FIELD-OUT TO WS-QUOTED-FIELD
           ELSE
               MOVE SPACES TO WS-QUOTED-FIELD
               MOVE 1 TO WS-QUOTE-PTR
               STRING '"' DELIMITED BY SIZE
                   INTO WS-QUOTED-FIELD
                   WITH POINTER WS-QUOTE-PTR
               PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                   UNTIL WS-QUOTE-IDX > WS-CSV-FIELD-LEN
                   IF WS-CSV-FIELD-OUT(WS-QUOTE-IDX:1) = '"'
                       STRING '""' DELIMITED BY SIZE
                           INTO WS-QUOTED-FIELD
                           WITH POINTER WS-QUOTE-PTR
                   ELSE
                       STRING WS-CSV-FIELD-OUT(WS-QUOTE-IDX:1)
                               DELIMITED BY SIZE
                           INTO WS-QUOTED-FIELD
                           WITH POINTER WS-QUOTE-PTR
                   END-IF
               END-PERFORM
               STRING '"' DELIMITED BY SIZE
                   INTO WS-QUOTED-FIELD
                   WITH POINTER WS-QUOTE-PTR
               COMPUTE WS-CSV-FIELD-LEN = WS-QUOTE-PTR - 1
           END-IF.

      *> --------------------------------------------------------
      *> Summary block - same token style as the control report so
      *> the nightly job can parse both the same way, with one
      *> CHANGED_<FIELD>= line per field that changed anywhere.
      *> --------------------------------------------------------
       WRITE-SUMMARY.
           PERFORM OPEN-RUN-HISTORY
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_OLD=' DELIMITED BY SIZE
                   WS-OLD-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_NEW=' DELIMITED BY SIZE
                   WS-NEW-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_UNCHANGED=' DELIMITED BY SIZE
                   WS-MATCHED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_ADDED=' DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_DELETED=' DELIMITED BY SIZE
                   WS-DELETED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_CHANGED=' DELIMITED BY SIZE
                   WS-CHANGED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIELD_CHANGES=' DELIMITED BY SIZE
                   WS-FIELD-CHANGES DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           IF WS-SEL-MODE NOT = SPACES
               PERFORM WRITE-SELECTION-SUMMARY
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-CHG-COUNT(WS-FLD-IDX) > 0
                           WS-FIELD-CHG-COUNT(WS-FLD-IDX)
                               DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM
           IF WS-TRANS-ON = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRANS_FILE=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TRANS-FILE) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRANS_ROWS=' DELIMITED BY SIZE
                       WS-TRANS-ROWS DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRANS_ADDS=' DELIMITED BY SIZE
                       WS-TRANS-ADDS DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRANS_CHANGES=' DELIMITED BY SIZE
                       WS-TRANS-CHANGES DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRANS_DELETES=' DELIMITED BY SIZE
                       WS-TRANS-DELETES DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM WRITE-SUMMARY-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING 'TRANS_INEXACT_RECORDS=' DELIMITED BY SIZE
                       WS-TRANS-INEXACT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           PERFORM CLOSE-RUN-HISTORY.

      *> RECORDS_OLD= and RECORDS_NEW= count the selected records;
      *> these lines balance them back to each full generation.
       WRITE-SELECTION-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           STRING 'SELECTION=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEL-MODE) DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLD_RECORDS_READ=' DELIMITED BY SIZE
                   WS-OLD-READ-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLD_RECORDS_SELECTED=' DELIMITED BY SIZE
                   WS-OLD-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLD_RECORDS_OMITTED=' DELIMITED BY SIZE
                   WS-OLD-OMIT-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW_RECORDS_READ=' DELIMITED BY SIZE
                   WS-NEW-READ-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW_RECORDS_SELECTED=' DELIMITED BY SIZE
                   WS-NEW-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW_RECORDS_OMITTED=' DELIMITED BY SIZE
                   WS-NEW-OMIT-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE.

      *> --------------------------------------------------------
      *> Run history (--history) - opened for append around the
      *> summary (created by the first run that names it);
      *> WRITE-SUMMARY-LINE copies each line into it.
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
           MOVE WS-NEW-FILE TO WS-HIST-INPUT.

       WRITE-SUMMARY-LINE.
           WRITE REPORT-RECORD
           IF WS-HIST-OPEN = 'Y'
               MOVE REPORT-RECORD TO WS-HIST-STAT
               WRITE HISTORY-RECORD FROM WS-HIST-ENTRY
           END-IF.

       CLOSE-RUN-HISTORY.
           IF WS-HIST-OPEN = 'Y'
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-HIST-OPEN
           END-IF.

      *> --------------------------------------------------------
      *> Transaction control file - the A/C/D counts the receiving
      *> site reconciles against COBAPPLY's ADDS_APPLIED,
      *> CHANGES_APPLIED and DELETES_APPLIED.
      *> --------------------------------------------------------
       WRITE-TRANS-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY "WARNING: cannot write control file "
                       FUNCTION TRIM(WS-CONTROL-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           STRING 'SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OLD_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLD-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'NEW_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRANS-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_OLD=' DELIMITED BY SIZE
                   WS-OLD-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_NEW=' DELIMITED BY SIZE
                   WS-NEW-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_ROWS=' DELIMITED BY SIZE
                   WS-TRANS-ROWS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_ADDS=' DELIMITED BY SIZE
                   WS-TRANS-ADDS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_CHANGES=' DELIMITED BY SIZE
                   WS-TRANS-CHANGES DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_DELETES=' DELIMITED BY SIZE
                   WS-TRANS-DELETES DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRANS_INEXACT_RECORDS=' DELIMITED BY SIZE
                   WS-TRANS-INEXACT DELIMITED BY SIZE
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
