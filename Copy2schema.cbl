      *> format LOAD-SCHEMA in csv2cob/cob2csv already parses, so
      *> the copybook is the single source of truth for layouts.
      *>
      *> "*> SCHEMA:" comment lines (as schema2copy writes them)
      *> carry what a PICTURE cannot: before the 01 level they are
      *> schema header lines, copied out as they stand; before an
      *> item they are FIELD tokens - NAME=, TYPE= and DECIMALS=
      *> override what the PICTURE gives, anything else is added to
      *> the FIELD line. AREA marks the common area record types
      *> redefine, GAP a FILLER left out of the schema, and
      *> RECTYPE=name on a group makes it that record type's
      *> layout. A "*> SCHEMA+" line continues the one before it,
      *> joined on exactly as written from column 18.
      *>
      *> Usage:
      *>   copy2schema -c record.cpy -o schema.cfg
      *> ============================================================
       01  WS-SEQ-AREA-OK            PIC X VALUE 'N'.
       01  WS-SEQ-IDX                PIC 9(3) VALUE 0.

      *> --- SCHEMA: hint lines ---
       01  WS-HINT-WORK              PIC X(256) VALUE SPACES.
       01  WS-HINT-MARK              PIC X VALUE SPACE.
       01  WS-HINT-LINE              PIC X(256) VALUE SPACES.
       01  WS-HINT-LINE-LEN          PIC 9(3) VALUE 0.
       01  WS-HDR-HINT               PIC X(256) VALUE SPACES.
       01  WS-HDR-HINT-PTR           PIC 9(4) VALUE 1.
       01  WS-HINT-BUF               PIC X(1024) VALUE SPACES.
       01  WS-HINT-BUF-PTR           PIC 9(4) VALUE 1.
       01  WS-ITEM-HINT              PIC X(1024) VALUE SPACES.
       01  WS-ITEM-HINT-LEN          PIC 9(4) VALUE 0.
       01  WS-HINT-SCAN-POS          PIC 9(4) VALUE 0.
       01  WS-HINT-TOKEN             PIC X(256) VALUE SPACES.
       01  WS-HINT-TOK-POS           PIC 9(3) VALUE 0.
       01  WS-HINT-EQ-POS            PIC 9(3) VALUE 0.
       01  WS-HINT-KEY               PIC X(32) VALUE SPACES.
       01  WS-HINT-VALUE             PIC X(256) VALUE SPACES.
       01  WS-HINT-NAME              PIC X(32) VALUE SPACES.
       01  WS-HINT-TYPE              PIC X(16) VALUE SPACES.
       01  WS-HINT-DECIMALS          PIC 9(2) VALUE 0.
       01  WS-HINT-DEC-GIVEN         PIC X VALUE 'N'.
       01  WS-HINT-RECTYPE           PIC X(32) VALUE SPACES.
       01  WS-HINT-AREA              PIC X VALUE 'N'.
       01  WS-HINT-GAP               PIC X VALUE 'N'.
       01  WS-HINT-REST              PIC X(512) VALUE SPACES.
       01  WS-HINT-REST-PTR          PIC 9(4) VALUE 1.
       01  WS-MODE-GIVEN             PIC X VALUE 'N'.

      *> --- Statement assembly - tokens accumulate across lines
      *> --- until a period-terminated token closes the sentence.
       01  WS-STMT-TOKENS OCCURS 48 TIMES PIC X(32).
       01  WS-EXTRA-01-WARNED        PIC X VALUE 'N'.
       01  WS-REDEF-LEVEL            PIC 9(2) VALUE 0.
       01  WS-NEXT-POS               PIC 9(5) VALUE 1.
       01  WS-MAX-POS                PIC 9(5) VALUE 1.
       01  WS-AREA-START             PIC 9(5) VALUE 1.
       01  WS-RT-LEVEL               PIC 9(2) VALUE 0.
       01  WS-RT-NAME                PIC X(32) VALUE SPACES.

      *> --- PIC clause analysis ---
       01  WS-PIC-ALPHA              PIC X VALUE 'N'.
       01  WS-OCCURS-IDX             PIC 9(4) VALUE 0.
       01  WS-EMIT-NAME              PIC X(40) VALUE SPACES.
       01  WS-SCHEMA-LINE            PIC X(256) VALUE SPACES.
       01  WS-SCHEMA-PTR             PIC 9(4) VALUE 1.
       01  WS-NUM-ED                 PIC Z(4)9.
       01  WS-NUM-ED2                PIC Z(4)9.
       01  WS-DEC-ED                 PIC Z9.
           PERFORM OPEN-FILES
           PERFORM WRITE-SCHEMA-HEADER
           PERFORM PROCESS-COPYBOOK
           IF WS-USES-BINARY = 'Y' AND WS-MODE-GIVEN = 'N'
      *> Packed/binary bytes cannot travel through newline-framed
      *> records, so the converters demand the fixed-length mode.
               MOVE 'RECORD-MODE=BINARY' TO SCHEMA-OUT-RECORD
                       WS-COPYBOOK-FILE
               STOP RUN
           END-IF
           SUBTRACT 1 FROM WS-MAX-POS GIVING WS-FIELD-LEN
           DISPLAY "Done. " WS-FIELDS-WRITTEN " field(s) written, "
                   "record length " WS-FIELD-LEN " bytes."
           STOP RUN.
      *> lines (sequence numbers or spaces in columns 1-6) are
      *> taken from column 8; column-7 '*' or '/' lines are
      *> comments. Anything else is treated as free format.
      *> "*> SCHEMA:" comments are picked off here for the hints.
      *> --------------------------------------------------------
       EXTRACT-LINE-TEXT.
           MOVE SPACES TO WS-LINE-TEXT
               END-IF
           END-PERFORM
           IF WS-SEQ-AREA-OK = 'Y'
               IF WS-RAW-LINE(7:2) = '*>'
                   MOVE WS-RAW-LINE(7:66) TO WS-LINE-TEXT
               ELSE
                   IF WS-RAW-LINE(7:1) = '*' OR WS-RAW-LINE(7:1) = '/'
                       EXIT PARAGRAPH
                   END-IF
      *> Code area is columns 8-72; anything in 73 onward is the
      *> identification/sequence area and must not become tokens.
                   MOVE WS-RAW-LINE(8:65) TO WS-LINE-TEXT
               END-IF
           ELSE
               MOVE WS-RAW-LINE TO WS-LINE-TEXT
           END-IF
           IF FUNCTION TRIM(WS-LINE-TEXT LEADING)(1:2) = '*>'
               MOVE FUNCTION TRIM(WS-LINE-TEXT LEADING) TO WS-HINT-WORK
               IF WS-HINT-WORK(1:9) = '*> SCHEMA'
                   AND (WS-HINT-WORK(10:1) = ':'
                       OR WS-HINT-WORK(10:1) = '+')
                   MOVE WS-HINT-WORK(10:1) TO WS-HINT-MARK
                   MOVE WS-HINT-WORK(12:245) TO WS-HINT-LINE
                   PERFORM COLLECT-SCHEMA-HINT
               END-IF
               MOVE SPACES TO WS-LINE-TEXT
           END-IF.

      *> A ':' line starts a new hint, a '+' line is joined onto
      *> the current one as written. Before the 01 level each hint
      *> is a header line; after it they gather for the next item.
       COLLECT-SCHEMA-HINT.
           IF WS-REC-DONE = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-HINT-MARK = ':'
               MOVE FUNCTION TRIM(WS-HINT-LINE LEADING) TO WS-HINT-LINE
               IF WS-REC-SEEN = 'N'
                   PERFORM FLUSH-HEADER-HINT
               ELSE
                   IF WS-HINT-BUF-PTR > 1
                       STRING ' ' DELIMITED BY SIZE
                           INTO WS-HINT-BUF
                           WITH POINTER WS-HINT-BUF-PTR
                   END-IF
               END-IF
           END-IF
           IF WS-HINT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-HINT-LINE TRAILING))
               TO WS-HINT-LINE-LEN
           IF WS-REC-SEEN = 'N'
               STRING WS-HINT-LINE(1:WS-HINT-LINE-LEN)
                       DELIMITED BY SIZE
                   INTO WS-HDR-HINT
                   WITH POINTER WS-HDR-HINT-PTR
           ELSE
               STRING WS-HINT-LINE(1:WS-HINT-LINE-LEN)
                       DELIMITED BY SIZE
                   INTO WS-HINT-BUF
                   WITH POINTER WS-HINT-BUF-PTR
           END-IF.

       FLUSH-HEADER-HINT.
           IF WS-HDR-HINT NOT = SPACES
               MOVE WS-HDR-HINT TO SCHEMA-OUT-RECORD
               WRITE SCHEMA-OUT-RECORD
               IF FUNCTION UPPER-CASE(WS-HDR-HINT(1:12))
                   = 'RECORD-MODE='
                   MOVE 'Y' TO WS-MODE-GIVEN
               END-IF
           END-IF
           MOVE SPACES TO WS-HDR-HINT
           MOVE 1 TO WS-HDR-HINT-PTR.

       TOKENIZE-LINE.
           MOVE 1 TO WS-SCAN-POS
           MOVE FUNCTION LENGTH(
      *> --------------------------------------------------------
      *> One complete data-description sentence. Only sentences
      *> that open with a level number are of interest; levels 66
      *> and 88 carry no storage and are skipped outright. Hints
      *> gathered since the last item belong to this one.
      *> --------------------------------------------------------
       PROCESS-STATEMENT.
           MOVE WS-STMT-TOKENS(1) TO WS-CUR-TOKEN
           IF WS-ITEM-LEVEL = 66 OR WS-ITEM-LEVEL = 88
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HINT-BUF TO WS-ITEM-HINT
           MOVE SPACES TO WS-HINT-BUF
           MOVE 1 TO WS-HINT-BUF-PTR
           PERFORM SPLIT-ITEM-HINT
           IF WS-ITEM-LEVEL = 1
               IF WS-REC-SEEN = 'Y'
      *> Only the first 01-level record is mapped - a copybook
                   MOVE 'Y' TO WS-REC-DONE
                   EXIT PARAGRAPH
               END-IF
               PERFORM FLUSH-HEADER-HINT
               MOVE 'Y' TO WS-REC-SEEN
               EXIT PARAGRAPH
           END-IF
                   MOVE 0 TO WS-REDEF-LEVEL
               END-IF
           END-IF
      *> Likewise a record-type group ends at its own level.
           IF WS-RT-LEVEL > 0 AND WS-ITEM-LEVEL <= WS-RT-LEVEL
               MOVE 0 TO WS-RT-LEVEL
               MOVE SPACES TO WS-RT-NAME
           END-IF
           PERFORM PARSE-ITEM-CLAUSES
           IF WS-HINT-RECTYPE NOT = SPACES AND WS-ITEM-PIC = SPACES
               PERFORM START-RECTYPE-GROUP
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-REDEFINES = 'Y'
      *> A REDEFINES item is an alternate view of storage already
      *> mapped - it (and its subordinates) must not advance the
               EXIT PARAGRAPH
           END-IF
           PERFORM ANALYZE-PIC-CLAUSE
      *> The common area takes no FIELD line and no bytes of its
      *> own - the record types laid over it do. A GAP filler
      *> takes its bytes but was never a schema field.
           IF WS-HINT-AREA = 'Y'
               MOVE WS-NEXT-POS TO WS-AREA-START
               EXIT PARAGRAPH
           END-IF
           IF WS-HINT-GAP = 'Y'
               COMPUTE WS-NEXT-POS = WS-NEXT-POS
                   + WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS
               EXIT PARAGRAPH
           END-IF
           PERFORM EMIT-FIELD-LINES.

      *> A group with RECTYPE=name holds that record type's fields.
      *> Redefining the common area, it starts back at the area's
      *> first byte; otherwise it opens the area where it stands.
       START-RECTYPE-GROUP.
           IF WS-ITEM-OCCURS > 0
               DISPLAY "ERROR: OCCURS on group item '"
                       FUNCTION TRIM(WS-ITEM-NAME)
                       "' is not supported - flatten the group "
                       "or give the OCCURS to its elementary "
                       "items"
               STOP RUN
           END-IF
           IF WS-ITEM-REDEFINES = 'Y'
               MOVE WS-AREA-START TO WS-NEXT-POS
           ELSE
               MOVE WS-NEXT-POS TO WS-AREA-START
           END-IF
           MOVE WS-ITEM-LEVEL TO WS-RT-LEVEL
           MOVE WS-HINT-RECTYPE TO WS-RT-NAME.

      *> Split the item's hint into the overrides and the tokens
      *> that are simply carried onto its FIELD line. Values keep
      *> their case - file names and CSV values are case-sensitive.
       SPLIT-ITEM-HINT.
           MOVE SPACES TO WS-HINT-NAME WS-HINT-TYPE WS-HINT-RECTYPE
           MOVE SPACES TO WS-HINT-REST
           MOVE 1 TO WS-HINT-REST-PTR
           MOVE 0 TO WS-HINT-DECIMALS
           MOVE 'N' TO WS-HINT-DEC-GIVEN WS-HINT-AREA WS-HINT-GAP
           IF WS-ITEM-HINT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-ITEM-HINT TRAILING))
               TO WS-ITEM-HINT-LEN
           MOVE 1 TO WS-HINT-SCAN-POS
           PERFORM UNTIL WS-HINT-SCAN-POS > WS-ITEM-HINT-LEN
               PERFORM UNTIL WS-HINT-SCAN-POS > WS-ITEM-HINT-LEN
                   IF WS-ITEM-HINT(WS-HINT-SCAN-POS:1) NOT = ' '
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-HINT-SCAN-POS
               END-PERFORM
               MOVE SPACES TO WS-HINT-TOKEN
               MOVE 1 TO WS-HINT-TOK-POS
               PERFORM UNTIL WS-HINT-SCAN-POS > WS-ITEM-HINT-LEN
                   IF WS-ITEM-HINT(WS-HINT-SCAN-POS:1) = ' '
                       EXIT PERFORM
                   END-IF
                   IF WS-HINT-TOK-POS <= 256
                       MOVE WS-ITEM-HINT(WS-HINT-SCAN-POS:1)
                           TO WS-HINT-TOKEN(WS-HINT-TOK-POS:1)
                       ADD 1 TO WS-HINT-TOK-POS
                   END-IF
                   ADD 1 TO WS-HINT-SCAN-POS
               END-PERFORM
               IF WS-HINT-TOKEN NOT = SPACES
                   PERFORM APPLY-HINT-TOKEN
               END-IF
           END-PERFORM.

       APPLY-HINT-TOKEN.
           MOVE 0 TO WS-HINT-EQ-POS
           PERFORM VARYING WS-HINT-TOK-POS FROM 1 BY 1
               UNTIL WS-HINT-TOK-POS > 33
               IF WS-HINT-TOKEN(WS-HINT-TOK-POS:1) = '='
                   MOVE WS-HINT-TOK-POS TO WS-HINT-EQ-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HINT-KEY WS-HINT-VALUE
           IF WS-HINT-EQ-POS > 1
               MOVE FUNCTION UPPER-CASE(
                   WS-HINT-TOKEN(1:WS-HINT-EQ-POS - 1))
                   TO WS-HINT-KEY
               MOVE WS-HINT-TOKEN(WS-HINT-EQ-POS + 1:)
                   TO WS-HINT-VALUE
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-HINT-TOKEN) TO WS-HINT-KEY
           END-IF
           EVALUATE TRUE
               WHEN WS-HINT-KEY = 'NAME' AND WS-HINT-EQ-POS > 1
                   MOVE WS-HINT-VALUE TO WS-HINT-NAME
               WHEN WS-HINT-KEY = 'TYPE' AND WS-HINT-EQ-POS > 1
                   MOVE FUNCTION UPPER-CASE(WS-HINT-VALUE)
                       TO WS-HINT-TYPE
               WHEN WS-HINT-KEY = 'DECIMALS' AND WS-HINT-EQ-POS > 1
                   MOVE FUNCTION NUMVAL(WS-HINT-VALUE)
                       TO WS-HINT-DECIMALS
                   MOVE 'Y' TO WS-HINT-DEC-GIVEN
               WHEN WS-HINT-KEY = 'RECTYPE' AND WS-HINT-EQ-POS > 1
                   MOVE WS-HINT-VALUE TO WS-HINT-RECTYPE
               WHEN WS-HINT-KEY = 'AREA' AND WS-HINT-EQ-POS = 0
                   MOVE 'Y' TO WS-HINT-AREA
               WHEN WS-HINT-KEY = 'GAP' AND WS-HINT-EQ-POS = 0
                   MOVE 'Y' TO WS-HINT-GAP
               WHEN OTHER
                   IF WS-HINT-REST-PTR > 1
                       STRING ' ' DELIMITED BY SIZE
                           INTO WS-HINT-REST
                           WITH POINTER WS-HINT-REST-PTR
                   END-IF
                   STRING FUNCTION TRIM(WS-HINT-TOKEN)
                           DELIMITED BY SIZE
                       INTO WS-HINT-REST
                       WITH POINTER WS-HINT-REST-PTR
           END-EVALUATE.

      *> A space-padded token is never class NUMERIC, so digits
      *> are checked a character at a time up to the first space.
       CHECK-TOKEN-NUMERIC.
               WHEN OTHER
                   MOVE 'NUM' TO WS-FIELD-TYPE
           END-EVALUATE
      *> DATE, LOOKUP and the like share a PICTURE with plainer
      *> types; the hint says which one the schema meant.
           IF WS-HINT-TYPE NOT = SPACES
               MOVE WS-HINT-TYPE TO WS-FIELD-TYPE
           END-IF
           IF WS-HINT-DEC-GIVEN = 'Y'
               MOVE WS-HINT-DECIMALS TO WS-FIELD-DECIMALS
           END-IF
           IF WS-ITEM-OCCURS = 0
               MOVE 1 TO WS-ITEM-OCCURS
               MOVE WS-ITEM-NAME TO WS-EMIT-NAME
               IF WS-HINT-NAME NOT = SPACES
                   MOVE WS-HINT-NAME TO WS-EMIT-NAME
               END-IF
               PERFORM EMIT-ONE-FIELD
           ELSE
               PERFORM VARYING WS-OCCURS-IDX FROM 1 BY 1
                           DELIMITED BY SIZE
                   INTO WS-SCHEMA-LINE
           END-IF
           IF WS-RT-NAME NOT = SPACES OR WS-HINT-REST NOT = SPACES
               PERFORM APPEND-HINT-TOKENS
           END-IF
           MOVE WS-SCHEMA-LINE TO SCHEMA-OUT-RECORD
           WRITE SCHEMA-OUT-RECORD
           ADD 1 TO WS-FIELDS-WRITTEN
           ADD WS-FIELD-LEN TO WS-NEXT-POS
           IF WS-NEXT-POS > WS-MAX-POS
               MOVE WS-NEXT-POS TO WS-MAX-POS
           END-IF.

       APPEND-HINT-TOKENS.
           COMPUTE WS-SCHEMA-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SCHEMA-LINE TRAILING)) + 1
           IF WS-RT-NAME NOT = SPACES
               STRING ' RECTYPE=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RT-NAME) DELIMITED BY SIZE
                   INTO WS-SCHEMA-LINE
                   WITH POINTER WS-SCHEMA-PTR
           END-IF
           IF WS-HINT-REST NOT = SPACES
               STRING ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HINT-REST) DELIMITED BY SIZE
                   INTO WS-SCHEMA-LINE
                   WITH POINTER WS-SCHEMA-PTR
           END-IF.
