      *>
      *> Usage:
      *>   cobprint -s schema.cfg -i input.dat [-o report.prt]
      *>            [--include COND | --omit COND | --select FILE]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPRINT.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
           SELECT SELECTION-FILE ASSIGN TO DYNAMIC WS-SEL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       FD  SELECTION-FILE.
       01  SELECTION-RECORD          PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
           05  WS-FIELD-SUBACCUM     PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-PRT-WIDTH    PIC 9(3) VALUE 0.
           05  WS-FIELD-NUMERIC      PIC X VALUE 'N'.
           05  WS-FIELD-RECTYPE      PIC X(16) VALUE SPACES.

      *> --- Schema parsing ---
       01  WS-RAW-LINE               PIC X(256).
       01  WS-DATE-FMT-LEN           PIC 9(2) VALUE 0.
       01  WS-DATE-OUT               PIC X(10) VALUE SPACES.

      *> --- Record selection (--include / --omit / --select) ---
      *> One INCLUDE or OMIT condition per run: terms on FIELD
      *> names (=, <>, <, >, <=, >=, BETWEEN lo AND hi, IN (a,b))
      *> joined by AND and OR, AND binding tighter than OR. Terms
      *> compare the decoded value, so PACKED, BINARY and signed
      *> amounts compare as numbers and DATE fields as dates
      *> whatever their FORMAT=. RECTYPE = name picks the one
      *> record-type group of a KEY-COLUMN= schema to print. The
      *> end of report shows the records read, selected and
      *> omitted, so a selective listing still balances to the
      *> full file.
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
       01  WS-SEL-READ-COUNT         PIC 9(9) VALUE 0.
       01  WS-SEL-OMIT-COUNT         PIC 9(9) VALUE 0.

      *> --- Page and line control ---
       01  WS-PAGE-NUM               PIC 9(5) VALUE 0.
       01  WS-LINE-NUM               PIC 9(3) VALUE 0.
           PERFORM FORMAT-RUN-DATE
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM PREPARE-SELECTION
           PERFORM LOAD-SCHEMA
           PERFORM RESOLVE-SELECTION
           PERFORM CALC-RECORD-LEN
           PERFORM CALC-PRINT-WIDTHS
           PERFORM OPEN-FILES
           END-IF
           PERFORM PRINT-GRAND-TOTALS
           PERFORM CLOSE-FILES
           IF WS-SEL-MODE NOT = SPACES
               DISPLAY "Selection: " WS-SEL-READ-COUNT " records "
                       "read, " WS-RECORD-COUNT " selected, "
                       WS-SEL-OMIT-COUNT " omitted."
           END-IF
           DISPLAY "Done. " WS-RECORD-COUNT " record(s) printed on "
                   WS-PAGE-NUM " page(s)."
           STOP RUN.

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
               WHEN WS-CMD-TOKEN(1:16) = '--lines-per-page'
                   MOVE '-lp ' TO WS-LAST-FLAG
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
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-LINES-PER-PAGE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-sf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SEL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "  -o, --output          Print file "
                   "(default: <input>.prt)"
           DISPLAY "  --lines-per-page N    Page depth "
                   "(default 60)"
           DISPLAY "  --include COND        Print only records "
                   "meeting COND, e.g. --include AMOUNT > 100 AND "
                   "STATUS IN (A,H)"
           DISPLAY "  --omit COND           Print every record "
                   "except those meeting COND"
           DISPLAY "  --select FILE         Take the INCLUDE or "
                   "OMIT statement from FILE"
           DISPLAY "  COND terms: FIELD =, <>, <, >, <=, >= value; "
                   "FIELD BETWEEN lo AND hi; FIELD IN (a,b,...); "
                   "joined by AND/OR. RECTYPE = name prints one "
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
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               IF WS-SEL-RECTYPE = SPACES
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses KEY-COLUMN= (multiple record types) "
                           "- COBPRINT prints one record type at a "
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
           MOVE 0      TO WS-FIELD-SUBACCUM(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-PRT-WIDTH(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-NUMERIC(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-RECTYPE(WS-FLD-IDX)
           PERFORM PARSE-SCHEMA-TOKENS.

       PARSE-SCHEMA-TOKENS.
                       MOVE 'Y' TO WS-FIELD-TOTAL(WS-FLD-IDX)
                   END-IF
               WHEN 'RECTYPE'
                   IF WS-SEL-RECTYPE = SPACES
                       DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                               " uses RECTYPE= (multiple record types) "
                               "- COBPRINT prints one record type at "
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

       DECODE-SELECTION-FIELD.
           PERFORM FORMAT-FIELD-FROM-FIXED.

      *> --------------------------------------------------------
      *> Calculate fixed-width record length from schema
      *> --------------------------------------------------------
                       AT END EXIT PERFORM
                   END-READ
               END-IF
               ADD 1 TO WS-SEL-READ-COUNT
               PERFORM SELECT-RECORD
               IF WS-SEL-KEEP = 'N'
                   ADD 1 TO WS-SEL-OMIT-COUNT
               ELSE
                   PERFORM CHECK-CONTROL-BREAK
                   PERFORM PRINT-DETAIL-LINE
                   PERFORM ACCUMULATE-TOTALS
                   ADD 1 TO WS-RECORD-COUNT
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
           END-PERFORM.

      *> A file that does not divide evenly into WS-RECORD-LEN

      *> --------------------------------------------------------
      *> End-of-report totals - record count plus the grand total
      *> of every TOTAL= field across the whole file. A selective
      *> listing also shows its condition and the records read,
      *> selected and omitted.
      *> --------------------------------------------------------
       PRINT-GRAND-TOTALS.
           IF WS-PAGE-NUM = 0
                   WS-RECORD-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-SEL-MODE NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING '***  SELECTION ' DELIMITED BY SIZE
                       WS-SEL-TEXT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING '***  RECORDS READ=' DELIMITED BY SIZE
                       WS-SEL-READ-COUNT DELIMITED BY SIZE
                       ' SELECTED=' DELIMITED BY SIZE
                       WS-RECORD-COUNT DELIMITED BY SIZE
                       ' OMITTED=' DELIMITED BY SIZE
                       WS-SEL-OMIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-FLD-IDX) = 'Y'
