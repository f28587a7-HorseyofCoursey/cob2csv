      *> ============================================================
      *> schema2copy.cbl - schema.cfg to COBOL copybook generator
      *>
      *> The opposite direction to COPY2SCHEMA: reads a schema.cfg
      *> and writes the 01-level record layout for it, so a layout
      *> designed in the schema (a new inbound CSV feed going to
      *> the mainframe through CSV2COB, say) reaches the COBOL side
      *> without anyone typing PICTURE clauses by hand.
      *>
      *>   ALPHA, LOOKUP        PIC X(n)
      *>   NUM, DATE            PIC 9(n)   (n per the DATE FORMAT=)
      *>   DECIMAL              PIC 9(i)V9(d)
      *>   SIGNED-NUM/-DECIMAL  PIC S9(i)[V9(d)]
      *>   PACKED               PIC S9(i)[V9(d)] COMP-3
      *>   BINARY               PIC S9(4) / S9(9) [V9(d)] COMP
      *>
      *> Bytes no field covers become FILLER. RECTYPE= groups
      *> become REDEFINES of one common area as long as the longest
      *> group, with an 88-level on each group's discriminator (the
      *> field in the KEY-COLUMN= column). VALUES= lists become
      *> 88-level condition names, one per value plus <field>-VALID
      *> for the whole list.
      *>
      *> Whatever a PICTURE cannot say - DATE formats, LOOKUP
      *> tables, edit rules, keys, the schema's header lines - is
      *> written as "*> SCHEMA:" comment lines in front of the item
      *> (or of the 01 level). COPY2SCHEMA reads them back, so the
      *> copybook regenerates the schema it came from.
      *>
      *> Usage:
      *>   schema2copy -s schema.cfg -o record.cpy
      *>               [-r record-name] [-p prefix]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEMA2COPY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMA-STATUS.
           SELECT COPYBOOK-FILE ASSIGN TO DYNAMIC WS-COPYBOOK-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  COPYBOOK-FILE.
       01  COPYBOOK-RECORD           PIC X(80).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-COPYBOOK-FILE          PIC X(256) VALUE SPACES.
       01  WS-RECORD-NAME            PIC X(30) VALUE SPACES.
       01  WS-NAME-PREFIX            PIC X(16) VALUE SPACES.

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
       01  WS-CMD-LEN                PIC 9(5) VALUE 0.
       01  WS-CMD-TOKEN              PIC X(256) VALUE SPACES.
       01  WS-CMD-CHAR               PIC X VALUE SPACES.
       01  WS-CMD-TOK-POS            PIC 9(5) VALUE 1.
       01  WS-LAST-FLAG              PIC X(4) VALUE SPACES.

      *> --- File status ---
       01  WS-SCHEMA-STATUS          PIC XX VALUE SPACES.
       01  WS-LKP-STATUS             PIC XX VALUE SPACES.
       01  WS-LKP-CUR-FILE           PIC X(256) VALUE SPACES.

      *> --- Schema header lines (everything but FIELD lines) ---
       01  WS-HDR-COUNT              PIC 9(2) VALUE 0.
       01  WS-HDR-LINES OCCURS 32 TIMES PIC X(256).
       01  WS-HDR-IDX                PIC 9(2) VALUE 0.
       01  WS-KEY-COLUMN             PIC 9(3) VALUE 0.
       01  WS-RECORD-MODE            PIC X(10) VALUE 'TEXT'.

      *> --- Schema line parsing ---
       01  WS-RAW-LINE               PIC X(256) VALUE SPACES.
       01  WS-LINE-LEN               PIC 9(5) VALUE 0.
       01  WS-PARSE-POS              PIC 9(5) VALUE 0.
       01  WS-PARSE-CHAR             PIC X VALUE SPACE.
       01  WS-PARSE-TOKEN            PIC X(256) VALUE SPACES.
       01  WS-PARSE-KEY              PIC X(32) VALUE SPACES.
       01  WS-PARSE-VALUE            PIC X(256) VALUE SPACES.
       01  WS-TOKEN-POS              PIC 9(5) VALUE 0.
       01  WS-EQ-POS                 PIC 9(5) VALUE 0.
       01  WS-OTHER-WORK             PIC X(256) VALUE SPACES.
       01  WS-OTHER-PTR              PIC 9(3) VALUE 1.

      *> --- Schema table ---
       01  WS-FIELD-COUNT            PIC 9(3) VALUE 0.
       01  WS-FIELDS OCCURS 64 TIMES INDEXED BY WS-FLD-IDX WS-FLD-IDX2.
           05  WS-FIELD-NAME         PIC X(32).
           05  WS-FIELD-START        PIC 9(5).
           05  WS-FIELD-LENGTH       PIC 9(5).
           05  WS-FIELD-TYPE         PIC X(16).
           05  WS-FIELD-DECIMALS     PIC 9(2).
           05  WS-FIELD-RECTYPE      PIC X(16).
           05  WS-FIELD-VALUES       PIC X(64).
           05  WS-FIELD-TABLE        PIC X(64).
           05  WS-FIELD-DERIVED      PIC X.
           05  WS-FIELD-REPEAT       PIC X.
      *> Tokens the PICTURE cannot carry, kept for the hint line
           05  WS-FIELD-OTHER        PIC X(256).
           05  WS-FIELD-COL-IN-TYPE  PIC 9(3).
           05  WS-FIELD-DONE         PIC X.
       01  WS-FIELD-IDX-NUM          PIC 9(3) VALUE 0.

      *> --- Record-type groups ---
       01  WS-RC-TABLE-COUNT         PIC 9(2) VALUE 0.
       01  WS-RECTYPES OCCURS 16 TIMES INDEXED BY WS-RC-IDX.
           05  WS-RC-NAME            PIC X(16).
           05  WS-RC-COLS            PIC 9(3).
           05  WS-RC-RECLEN          PIC 9(5).
           05  WS-RC-DISC-FLD        PIC 9(3).
       01  WS-RC-FOUND               PIC X VALUE 'N'.
       01  WS-RECTYPE-FIELDS         PIC 9(3) VALUE 0.
       01  WS-MAX-RECLEN             PIC 9(5) VALUE 0.
       01  WS-CUR-RECTYPE            PIC X(16) VALUE SPACES.
       01  WS-CUR-DISC-FLD           PIC 9(3) VALUE 0.

      *> --- Layout walk ---
       01  WS-NEXT-POS               PIC 9(5) VALUE 1.
       01  WS-FIELD-END              PIC 9(5) VALUE 0.
       01  WS-GAP-LEN                PIC 9(5) VALUE 0.
       01  WS-PICK-IDX               PIC 9(3) VALUE 0.
       01  WS-PICK-START             PIC 9(5) VALUE 0.
       01  WS-LAST-PICK              PIC 9(3) VALUE 0.
       01  WS-ORDER-WARNED           PIC X VALUE 'N'.
       01  WS-ITEM-LEVEL             PIC X(2) VALUE SPACES.
       01  WS-ITEM-COL               PIC 9(2) VALUE 0.
       01  WS-FIELDS-WRITTEN         PIC 9(3) VALUE 0.

      *> --- PICTURE building ---
       01  WS-PIC-TEXT               PIC X(32) VALUE SPACES.
       01  WS-PIC-PTR                PIC 9(3) VALUE 1.
       01  WS-USAGE-TEXT             PIC X(8) VALUE SPACES.
       01  WS-PIC-SIGNED             PIC X VALUE 'N'.
       01  WS-PIC-DIGITS             PIC 9(3) VALUE 0.
       01  WS-PIC-INT                PIC 9(3) VALUE 0.
       01  WS-DERIVED-TYPE           PIC X(16) VALUE SPACES.
       01  WS-DERIVED-DEC            PIC 9(2) VALUE 0.
       01  WS-NUM-ED                 PIC Z(4)9.
       01  WS-DEC-ED                 PIC Z9.

      *> --- COBOL names ---
       01  WS-NAME-IN                PIC X(64) VALUE SPACES.
       01  WS-NAME-WORK              PIC X(96) VALUE SPACES.
       01  WS-NAME-POS               PIC 9(3) VALUE 0.
       01  WS-NAME-CHAR              PIC X VALUE SPACE.
       01  WS-COBOL-NAME             PIC X(30) VALUE SPACES.
       01  WS-FIELD-COBOL-NAME       PIC X(30) VALUE SPACES.
       01  WS-AREA-NAME              PIC X(30) VALUE SPACES.
       01  WS-BASE-POS               PIC 9(3) VALUE 0.

      *> --- Hint (*> SCHEMA:) lines ---
      *> A logical hint is one "*> SCHEMA:" line plus as many
      *> "*> SCHEMA+" lines as it needs; a continuation is joined
      *> on exactly as written, from column 18.
       01  WS-HINT-OUT               PIC X(1024) VALUE SPACES.
       01  WS-HINT-PTR               PIC 9(4) VALUE 1.
       01  WS-HINT-LEN               PIC 9(4) VALUE 0.
       01  WS-HINT-POS               PIC 9(4) VALUE 0.
       01  WS-HINT-PIECE             PIC 9(2) VALUE 0.
       01  WS-HINT-FIRST             PIC X VALUE 'Y'.
       01  WS-HINT-WIDTH             PIC 9(2) VALUE 55.

      *> --- 88-level conditions ---
       01  WS-VALUES-LIST            PIC X(64) VALUE SPACES.
       01  WS-VALUES-POS             PIC 9(3) VALUE 0.
       01  WS-VALUES-LEN             PIC 9(3) VALUE 0.
       01  WS-VALUES-ITEM            PIC X(64) VALUE SPACES.
       01  WS-VALUES-ITEM-POS        PIC 9(3) VALUE 0.
       01  WS-LIT-IN                 PIC X(64) VALUE SPACES.
       01  WS-LIT-OUT                PIC X(70) VALUE SPACES.
       01  WS-LIT-LEN                PIC 9(3) VALUE 0.
       01  WS-LIT-OK                 PIC X VALUE 'N'.
       01  WS-LIT-SUB                PIC 9(3) VALUE 0.
       01  WS-LIT-FROM               PIC 9(3) VALUE 1.
       01  WS-LIT-COLLECTED          PIC 9(3) VALUE 0.
       01  WS-LIT-PTR                PIC 9(3) VALUE 1.
       01  WS-LIT-CHAR               PIC X VALUE SPACE.
       01  WS-LIT-DOT-SEEN           PIC X VALUE 'N'.
       01  WS-LIT-DIGIT-SEEN         PIC X VALUE 'N'.
       01  WS-LIT-COUNT              PIC 9(2) VALUE 0.
       01  WS-LITS OCCURS 16 TIMES PIC X(70).
       01  WS-COND-NAME              PIC X(30) VALUE SPACES.
       01  WS-COND-SUFFIX            PIC X(30) VALUE SPACES.
       01  WS-COND-SUFFIX-LEN        PIC 9(2) VALUE 0.
       01  WS-COND-BASE-LEN          PIC 9(2) VALUE 0.
       01  WS-COND-COL               PIC 9(2) VALUE 0.
       01  WS-LKP-CODE               PIC X(64) VALUE SPACES.
       01  WS-LKP-FOUND              PIC X VALUE 'N'.
       01  WS-LKP-LINE               PIC X(256) VALUE SPACES.
       01  WS-LKP-CSV                PIC X(64) VALUE SPACES.
       01  WS-LKP-FIXED              PIC X(64) VALUE SPACES.

      *> --- Copybook line assembly ---
       01  WS-OUT-LINE               PIC X(80) VALUE SPACES.
       01  WS-OUT-PTR                PIC 9(3) VALUE 1.
       01  WS-OUT-CONT-COL           PIC 9(2) VALUE 0.
       01  WS-OUT-TOKEN              PIC X(80) VALUE SPACES.
       01  WS-OUT-TOKEN-LEN          PIC 9(3) VALUE 0.
       01  WS-OUT-HAS-TEXT           PIC X VALUE 'N'.
       01  WS-CLAUSE-COL             PIC 9(2) VALUE 37.
       01  WS-BOX-LINE               PIC X(63) VALUE ALL '='.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-SCHEMA
           PERFORM CHECK-LAYOUT
           OPEN OUTPUT COPYBOOK-FILE
           PERFORM WRITE-COPYBOOK-HEADER
           PERFORM WRITE-RECORD-LAYOUT
           CLOSE COPYBOOK-FILE
           DISPLAY "Done. " WS-FIELDS-WRITTEN " field(s) written, "
                   "record length " WS-MAX-RECLEN " bytes."
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
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-r'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--record'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-p'
                   MOVE '-p  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--prefix'
                   MOVE '-p  ' TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-COPYBOOK-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-r  '
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-RECORD-NAME
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-p  '
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-NAME-PREFIX
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
           IF WS-COPYBOOK-FILE = SPACES
               DISPLAY "ERROR: -o <record.cpy> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-RECORD-NAME = SPACES
               PERFORM DEFAULT-RECORD-NAME
           END-IF.

      *> The schema file's base name, e.g. cust.cfg -> CUST-REC
       DEFAULT-RECORD-NAME.
           MOVE 0 TO WS-BASE-POS
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
               UNTIL WS-NAME-POS > 256
               IF WS-SCHEMA-FILE(WS-NAME-POS:1) = '/'
                   MOVE WS-NAME-POS TO WS-BASE-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-BASE-POS
           MOVE SPACES TO WS-NAME-IN
           UNSTRING WS-SCHEMA-FILE(WS-BASE-POS:) DELIMITED BY '.'
               INTO WS-NAME-IN
           END-UNSTRING
           MOVE SPACES TO WS-NAME-WORK
           STRING FUNCTION TRIM(WS-NAME-IN) DELIMITED BY SIZE
                   '-REC' DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK TO WS-NAME-IN
           PERFORM CLEAN-COBOL-NAME
           MOVE WS-COBOL-NAME TO WS-RECORD-NAME.

       PRINT-USAGE.
           DISPLAY "Usage: schema2copy -s schema.cfg -o record.cpy"
           DISPLAY "  -s, --schema    Schema config file"
           DISPLAY "  -o, --output    Copybook to write"
           DISPLAY "  -r, --record    01-level record name "
                   "(default: <schema name>-REC)"
           DISPLAY "  -p, --prefix    Prefix for every data name, "
                   "e.g. CUST gives CUST-ID".

      *> --------------------------------------------------------
      *> Schema loading. FIELD lines are kept token by token;
      *> every other line is a header line, carried over as is.
      *> --------------------------------------------------------
       LOAD-SCHEMA.
           OPEN INPUT SCHEMA-FILE
           IF WS-SCHEMA-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open schema "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
               STOP RUN
           END-IF
           MOVE 0 TO WS-FIELD-COUNT
           PERFORM UNTIL EXIT
               READ SCHEMA-FILE INTO WS-RAW-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM PROCESS-SCHEMA-LINE
           END-PERFORM
           CLOSE SCHEMA-FILE
           IF WS-FIELD-COUNT = 0
               DISPLAY "ERROR: no FIELD lines in schema "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
               STOP RUN
           END-IF.

       PROCESS-SCHEMA-LINE.
           MOVE FUNCTION TRIM(WS-RAW-LINE LEADING) TO WS-RAW-LINE
           IF WS-RAW-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:6) = 'FIELD '
               PERFORM ADD-SCHEMA-FIELD
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-COUNT >= 32
               DISPLAY "ERROR: more than 32 header lines in schema"
               STOP RUN
           END-IF
           ADD 1 TO WS-HDR-COUNT
           MOVE WS-RAW-LINE TO WS-HDR-LINES(WS-HDR-COUNT)
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RAW-LINE(12:245)))
                   TO WS-KEY-COLUMN
           END-IF
           IF WS-RAW-LINE(1:12) = 'RECORD-MODE='
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(13:244)))
                   TO WS-RECORD-MODE
           END-IF.

       ADD-SCHEMA-FIELD.
           IF WS-FIELD-COUNT >= 64
               DISPLAY "ERROR: more than 64 FIELD lines in schema"
               STOP RUN
           END-IF
           MOVE WS-RAW-LINE(7:250) TO WS-RAW-LINE
           ADD 1 TO WS-FIELD-COUNT
           MOVE WS-FIELD-COUNT TO WS-FIELD-IDX-NUM
           SET WS-FLD-IDX TO WS-FIELD-IDX-NUM
           MOVE SPACES TO WS-FIELD-NAME(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-START(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-LENGTH(WS-FLD-IDX)
           MOVE 'ALPHA' TO WS-FIELD-TYPE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-DECIMALS(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-RECTYPE(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-VALUES(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TABLE(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-DERIVED(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-REPEAT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-COL-IN-TYPE(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-DONE(WS-FLD-IDX)
           MOVE SPACES TO WS-OTHER-WORK
           MOVE 1 TO WS-OTHER-PTR
           MOVE 1 TO WS-PARSE-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-RAW-LINE TRAILING))
               TO WS-LINE-LEN
           PERFORM UNTIL WS-PARSE-POS > WS-LINE-LEN
               PERFORM EXTRACT-SCHEMA-TOKEN
               IF WS-PARSE-TOKEN NOT = SPACES
                   PERFORM APPLY-FIELD-TOKEN
               END-IF
           END-PERFORM
           MOVE WS-OTHER-WORK TO WS-FIELD-OTHER(WS-FLD-IDX).

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

      *> NAME/START/LENGTH/TYPE/DECIMALS/RECTYPE are rebuilt from
      *> the layout itself; every other token rides in the hint.
       APPLY-FIELD-TOKEN.
           MOVE 0 TO WS-EQ-POS
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > 256
               IF WS-PARSE-TOKEN(WS-TOKEN-POS:1) = '='
                   MOVE WS-TOKEN-POS TO WS-EQ-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EQ-POS < 2
               PERFORM KEEP-OTHER-TOKEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PARSE-TOKEN(1:WS-EQ-POS - 1))
               TO WS-PARSE-KEY
           MOVE SPACES TO WS-PARSE-VALUE
           IF WS-EQ-POS < 256
               MOVE WS-PARSE-TOKEN(WS-EQ-POS + 1:) TO WS-PARSE-VALUE
           END-IF
           EVALUATE WS-PARSE-KEY
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
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'DECIMALS'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-DECIMALS(WS-FLD-IDX)
               WHEN 'RECTYPE'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-RECTYPE(WS-FLD-IDX)
               WHEN 'VALUES'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-VALUES(WS-FLD-IDX)
                   PERFORM KEEP-OTHER-TOKEN
               WHEN 'TABLE'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-TABLE(WS-FLD-IDX)
                   PERFORM KEEP-OTHER-TOKEN
               WHEN 'DERIVE'
                   MOVE 'Y' TO WS-FIELD-DERIVED(WS-FLD-IDX)
                   PERFORM KEEP-OTHER-TOKEN
               WHEN 'REPEAT'
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE)) = 'Y'
                       MOVE 'Y' TO WS-FIELD-REPEAT(WS-FLD-IDX)
                   END-IF
                   PERFORM KEEP-OTHER-TOKEN
               WHEN OTHER
                   PERFORM KEEP-OTHER-TOKEN
           END-EVALUATE.

       KEEP-OTHER-TOKEN.
           IF WS-OTHER-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-OTHER-WORK
                   WITH POINTER WS-OTHER-PTR
           END-IF
           STRING FUNCTION TRIM(WS-PARSE-TOKEN) DELIMITED BY SIZE
               INTO WS-OTHER-WORK
               WITH POINTER WS-OTHER-PTR.

      *> --------------------------------------------------------
      *> Layout checks - what a fixed copybook cannot describe is
      *> refused before anything is written.
      *> --------------------------------------------------------
       CHECK-LAYOUT.
           IF WS-RECORD-MODE = 'VARIABLE'
               DISPLAY "ERROR: RECORD-MODE=VARIABLE is not supported "
                       "- a counted repeating group needs OCCURS "
                       "DEPENDING ON, which has no fixed layout"
               STOP RUN
           END-IF
           MOVE 0 TO WS-RECTYPE-FIELDS
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               PERFORM CHECK-FIELD-LAYOUT
               IF WS-FIELD-RECTYPE(WS-FLD-IDX) NOT = SPACES
                   ADD 1 TO WS-RECTYPE-FIELDS
               END-IF
           END-PERFORM
           IF WS-RECTYPE-FIELDS > 0
               AND WS-RECTYPE-FIELDS NOT = WS-FIELD-COUNT
               DISPLAY "ERROR: some FIELD lines have RECTYPE= and "
                       "some do not - every field needs its group"
               STOP RUN
           END-IF
           MOVE 0 TO WS-RC-TABLE-COUNT
           MOVE 0 TO WS-MAX-RECLEN
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               PERFORM ASSIGN-FIELD-GROUP
           END-PERFORM
           IF WS-RECTYPE-FIELDS > 0 AND WS-KEY-COLUMN = 0
               DISPLAY "WARNING: RECTYPE= groups without KEY-COLUMN= "
                       "- no 88-level is written on a discriminator"
           END-IF.

       CHECK-FIELD-LAYOUT.
           IF WS-FIELD-NAME(WS-FLD-IDX) = SPACES
               DISPLAY "ERROR: a FIELD line has no NAME="
               STOP RUN
           END-IF
           IF WS-FIELD-REPEAT(WS-FLD-IDX) = 'Y'
               DISPLAY "ERROR: field '"
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       "' is REPEAT=Y - repeating groups are not "
                       "supported"
               STOP RUN
           END-IF
           IF WS-FIELD-START(WS-FLD-IDX) = 0
               OR WS-FIELD-LENGTH(WS-FLD-IDX) = 0
               DISPLAY "ERROR: field '"
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       "' needs START= and LENGTH="
               STOP RUN
           END-IF
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'ALPHA'
               WHEN 'LOOKUP'
                   CONTINUE
               WHEN 'NUM'
               WHEN 'DATE'
               WHEN 'DECIMAL'
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   IF WS-FIELD-LENGTH(WS-FLD-IDX) > 18
                       DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' has more than 18 digits"
                       STOP RUN
                   END-IF
                   IF WS-FIELD-DECIMALS(WS-FLD-IDX)
                       > WS-FIELD-LENGTH(WS-FLD-IDX)
                       DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' has more DECIMALS= than digits"
                       STOP RUN
                   END-IF
               WHEN 'PACKED'
                   IF WS-FIELD-LENGTH(WS-FLD-IDX) > 9
                       DISPLAY "ERROR: PACKED field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' is longer than 9 bytes (18 digits)"
                       STOP RUN
                   END-IF
                   IF WS-FIELD-DECIMALS(WS-FLD-IDX)
                       > WS-FIELD-LENGTH(WS-FLD-IDX) * 2 - 1
                       DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' has more DECIMALS= than digits"
                       STOP RUN
                   END-IF
               WHEN 'BINARY'
                   IF WS-FIELD-LENGTH(WS-FLD-IDX) NOT = 2
                       AND WS-FIELD-LENGTH(WS-FLD-IDX) NOT = 4
                       DISPLAY "ERROR: BINARY field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' must be LENGTH=2 or LENGTH=4"
                       STOP RUN
                   END-IF
                   IF (WS-FIELD-LENGTH(WS-FLD-IDX) = 2
                       AND WS-FIELD-DECIMALS(WS-FLD-IDX) > 4)
                       OR WS-FIELD-DECIMALS(WS-FLD-IDX) > 9
                       DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' has more DECIMALS= than digits"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' has unknown TYPE="
                           FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                   STOP RUN
           END-EVALUATE.

      *> Group table, record lengths and each group's CSV column
      *> numbering (DERIVE= fields take no column), which finds
      *> the discriminator field in the KEY-COLUMN= column.
       ASSIGN-FIELD-GROUP.
           MOVE 'N' TO WS-RC-FOUND
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
               IF WS-RC-NAME(WS-RC-IDX) = WS-FIELD-RECTYPE(WS-FLD-IDX)
                   MOVE 'Y' TO WS-RC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 'N'
               IF WS-RC-TABLE-COUNT >= 16
                   DISPLAY "ERROR: more than 16 RECTYPE= groups"
                   STOP RUN
               END-IF
               ADD 1 TO WS-RC-TABLE-COUNT
               SET WS-RC-IDX TO WS-RC-TABLE-COUNT
               MOVE WS-FIELD-RECTYPE(WS-FLD-IDX)
                   TO WS-RC-NAME(WS-RC-IDX)
               MOVE 0 TO WS-RC-COLS(WS-RC-IDX)
               MOVE 0 TO WS-RC-RECLEN(WS-RC-IDX)
               MOVE 0 TO WS-RC-DISC-FLD(WS-RC-IDX)
           END-IF
           IF WS-FIELD-DERIVED(WS-FLD-IDX) = 'N'
               ADD 1 TO WS-RC-COLS(WS-RC-IDX)
               MOVE WS-RC-COLS(WS-RC-IDX)
                   TO WS-FIELD-COL-IN-TYPE(WS-FLD-IDX)
               IF WS-KEY-COLUMN > 0
                   AND WS-RC-COLS(WS-RC-IDX) = WS-KEY-COLUMN
                   SET WS-RC-DISC-FLD(WS-RC-IDX) TO WS-FLD-IDX
               END-IF
           END-IF
           COMPUTE WS-FIELD-END = WS-FIELD-START(WS-FLD-IDX)
               + WS-FIELD-LENGTH(WS-FLD-IDX) - 1
           IF WS-FIELD-END > WS-RC-RECLEN(WS-RC-IDX)
               MOVE WS-FIELD-END TO WS-RC-RECLEN(WS-RC-IDX)
           END-IF
           IF WS-FIELD-END > WS-MAX-RECLEN
               MOVE WS-FIELD-END TO WS-MAX-RECLEN
           END-IF.

      *> --------------------------------------------------------
      *> Copybook banner and the schema's header lines
      *> --------------------------------------------------------
       WRITE-COPYBOOK-HEADER.
           MOVE SPACES TO WS-OUT-LINE
           STRING '      *> ' WS-BOX-LINE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING '      *> Generated by schema2copy from '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE(73:8)
           PERFORM WRITE-OUT-LINE
           MOVE '      *> Change the schema and regenerate. The SCHEMA:'
               TO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE '      *> lines carry what a PICTURE cannot say, and'
               TO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE '      *> copy2schema reads them back.'
               TO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING '      *> ' WS-BOX-LINE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
               UNTIL WS-HDR-IDX > WS-HDR-COUNT
               MOVE WS-HDR-LINES(WS-HDR-IDX) TO WS-HINT-OUT
               PERFORM WRITE-HINT-TEXT
           END-PERFORM.

      *> --------------------------------------------------------
      *> The record. One layout is a flat 05 list; RECTYPE=
      *> groups redefine a common area as long as the longest.
      *> --------------------------------------------------------
       WRITE-RECORD-LAYOUT.
           MOVE '01' TO WS-ITEM-LEVEL
           MOVE 8 TO WS-ITEM-COL
           MOVE WS-RECORD-NAME TO WS-COBOL-NAME
           MOVE SPACES TO WS-PIC-TEXT WS-USAGE-TEXT
           PERFORM WRITE-GROUP-ITEM
           IF WS-RECTYPE-FIELDS = 0
               MOVE '05' TO WS-ITEM-LEVEL
               MOVE 12 TO WS-ITEM-COL
               SET WS-RC-IDX TO 1
               PERFORM WRITE-GROUP-FIELDS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NAME-WORK
           STRING FUNCTION TRIM(WS-RECORD-NAME) DELIMITED BY SIZE
                   '-AREA' DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK TO WS-NAME-IN
           PERFORM CLEAN-COBOL-NAME
           MOVE WS-COBOL-NAME TO WS-AREA-NAME
           MOVE 'AREA' TO WS-HINT-OUT
           PERFORM WRITE-HINT-TEXT
           MOVE '05' TO WS-ITEM-LEVEL
           MOVE 12 TO WS-ITEM-COL
           MOVE SPACES TO WS-PIC-TEXT
           MOVE WS-MAX-RECLEN TO WS-NUM-ED
           STRING 'X(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
               INTO WS-PIC-TEXT
           MOVE SPACES TO WS-USAGE-TEXT
           PERFORM WRITE-ELEMENTARY-ITEM
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
               PERFORM WRITE-RECTYPE-GROUP
           END-PERFORM.

       WRITE-RECTYPE-GROUP.
           MOVE SPACES TO WS-HINT-OUT
           STRING 'RECTYPE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RC-NAME(WS-RC-IDX))
                       DELIMITED BY SIZE
               INTO WS-HINT-OUT
           PERFORM WRITE-HINT-TEXT
           MOVE SPACES TO WS-NAME-WORK
           STRING FUNCTION TRIM(WS-RECORD-NAME) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RC-NAME(WS-RC-IDX))
                       DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK TO WS-NAME-IN
           PERFORM CLEAN-COBOL-NAME
           MOVE 1 TO WS-OUT-PTR
           MOVE SPACES TO WS-OUT-LINE
           MOVE 'N' TO WS-OUT-HAS-TEXT
           MOVE 20 TO WS-OUT-CONT-COL
           MOVE 12 TO WS-OUT-PTR
           MOVE '05' TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           MOVE 16 TO WS-OUT-PTR
           MOVE WS-COBOL-NAME TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           MOVE 'REDEFINES' TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           MOVE SPACES TO WS-OUT-TOKEN
           STRING FUNCTION TRIM(WS-AREA-NAME) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
               INTO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           PERFORM WRITE-OUT-LINE
           MOVE '10' TO WS-ITEM-LEVEL
           MOVE 16 TO WS-ITEM-COL
           PERFORM WRITE-GROUP-FIELDS.

      *> Fields of group WS-RC-IDX in START order, FILLER in the
      *> gaps. A schema listing them out of position order gets
      *> its CSV columns in position order after the round trip.
       WRITE-GROUP-FIELDS.
           MOVE WS-RC-NAME(WS-RC-IDX) TO WS-CUR-RECTYPE
           MOVE WS-RC-DISC-FLD(WS-RC-IDX) TO WS-CUR-DISC-FLD
           MOVE 1 TO WS-NEXT-POS
           MOVE 0 TO WS-LAST-PICK
           PERFORM UNTIL EXIT
               MOVE 0 TO WS-PICK-IDX
               MOVE 0 TO WS-PICK-START
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-DONE(WS-FLD-IDX) = 'N'
                       AND WS-FIELD-RECTYPE(WS-FLD-IDX)
                           = WS-CUR-RECTYPE
                       IF WS-PICK-IDX = 0
                           OR WS-FIELD-START(WS-FLD-IDX)
                               < WS-PICK-START
                           SET WS-PICK-IDX TO WS-FLD-IDX
                           MOVE WS-FIELD-START(WS-FLD-IDX)
                               TO WS-PICK-START
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK-IDX = 0
                   EXIT PERFORM
               END-IF
               IF WS-PICK-IDX < WS-LAST-PICK
                   AND WS-ORDER-WARNED = 'N'
                   DISPLAY "WARNING: schema fields are not in START "
                           "order - the copybook lists them by "
                           "position, so a schema regenerated from "
                           "it expects its CSV columns in that order"
                   MOVE 'Y' TO WS-ORDER-WARNED
               END-IF
               MOVE WS-PICK-IDX TO WS-LAST-PICK
               SET WS-FLD-IDX TO WS-PICK-IDX
               MOVE 'Y' TO WS-FIELD-DONE(WS-FLD-IDX)
               IF WS-FIELD-START(WS-FLD-IDX) < WS-NEXT-POS
                   DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' overlaps the field before it"
                   CLOSE COPYBOOK-FILE
                   STOP RUN
               END-IF
               IF WS-FIELD-START(WS-FLD-IDX) > WS-NEXT-POS
                   COMPUTE WS-GAP-LEN =
                       WS-FIELD-START(WS-FLD-IDX) - WS-NEXT-POS
                   PERFORM WRITE-GAP-FILLER
               END-IF
               PERFORM WRITE-FIELD-ITEM
               COMPUTE WS-NEXT-POS = WS-FIELD-START(WS-FLD-IDX)
                   + WS-FIELD-LENGTH(WS-FLD-IDX)
           END-PERFORM.

       WRITE-GAP-FILLER.
           MOVE 'GAP' TO WS-HINT-OUT
           PERFORM WRITE-HINT-TEXT
           MOVE 'FILLER' TO WS-COBOL-NAME
           MOVE SPACES TO WS-PIC-TEXT
           MOVE WS-GAP-LEN TO WS-NUM-ED
           STRING 'X(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
               INTO WS-PIC-TEXT
           MOVE SPACES TO WS-USAGE-TEXT
           PERFORM WRITE-ELEMENTARY-ITEM.

      *> --------------------------------------------------------
      *> One schema field: hint line, data item, 88-levels
      *> --------------------------------------------------------
       WRITE-FIELD-ITEM.
           MOVE WS-FIELD-NAME(WS-FLD-IDX) TO WS-NAME-IN
           PERFORM MAKE-COBOL-NAME
           MOVE WS-COBOL-NAME TO WS-FIELD-COBOL-NAME
           PERFORM BUILD-FIELD-PICTURE
           MOVE SPACES TO WS-HINT-OUT
           MOVE 1 TO WS-HINT-PTR
      *> COPY2SCHEMA upper-cases data names, so any difference at
      *> all - case included - is carried as NAME=.
           IF WS-FIELD-COBOL-NAME NOT = WS-FIELD-NAME(WS-FLD-IDX)
               STRING ' NAME=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           DELIMITED BY SIZE
                   INTO WS-HINT-OUT
                   WITH POINTER WS-HINT-PTR
           END-IF
           IF WS-DERIVED-TYPE NOT = WS-FIELD-TYPE(WS-FLD-IDX)
               STRING ' TYPE=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                           DELIMITED BY SIZE
                   INTO WS-HINT-OUT
                   WITH POINTER WS-HINT-PTR
           END-IF
           IF WS-DERIVED-DEC NOT = WS-FIELD-DECIMALS(WS-FLD-IDX)
               MOVE WS-FIELD-DECIMALS(WS-FLD-IDX) TO WS-DEC-ED
               STRING ' DECIMALS=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEC-ED) DELIMITED BY SIZE
                   INTO WS-HINT-OUT
                   WITH POINTER WS-HINT-PTR
           END-IF
           IF WS-FIELD-OTHER(WS-FLD-IDX) NOT = SPACES
               STRING ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FIELD-OTHER(WS-FLD-IDX))
                           DELIMITED BY SIZE
                   INTO WS-HINT-OUT
                   WITH POINTER WS-HINT-PTR
           END-IF
           IF WS-HINT-OUT NOT = SPACES
               MOVE FUNCTION TRIM(WS-HINT-OUT LEADING) TO WS-HINT-OUT
               PERFORM WRITE-HINT-TEXT
           END-IF
           MOVE WS-FIELD-COBOL-NAME TO WS-COBOL-NAME
           PERFORM WRITE-ELEMENTARY-ITEM
           ADD 1 TO WS-FIELDS-WRITTEN
           SET WS-FIELD-IDX-NUM TO WS-FLD-IDX
           IF WS-CUR-DISC-FLD > 0
               AND WS-CUR-DISC-FLD = WS-FIELD-IDX-NUM
               PERFORM WRITE-DISCRIMINATOR-88
           END-IF
           IF WS-FIELD-VALUES(WS-FLD-IDX) NOT = SPACES
               PERFORM WRITE-VALUES-88S
           END-IF.

      *> The PICTURE for the field's TYPE=, and the TYPE=/DECIMALS=
      *> COPY2SCHEMA will read back from that PICTURE alone.
       BUILD-FIELD-PICTURE.
           MOVE SPACES TO WS-PIC-TEXT WS-USAGE-TEXT
           MOVE 0 TO WS-DERIVED-DEC
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'ALPHA'
               WHEN 'LOOKUP'
                   MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-NUM-ED
                   STRING 'X(' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                       INTO WS-PIC-TEXT
                   MOVE 'ALPHA' TO WS-DERIVED-TYPE
               WHEN 'NUM'
               WHEN 'DATE'
                   MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-NUM-ED
                   STRING '9(' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                       INTO WS-PIC-TEXT
                   MOVE 'NUM' TO WS-DERIVED-TYPE
               WHEN 'DECIMAL'
                   MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-PIC-DIGITS
                   MOVE 'N' TO WS-PIC-SIGNED
                   PERFORM BUILD-NUMERIC-PICTURE
                   IF WS-FIELD-DECIMALS(WS-FLD-IDX) > 0
                       MOVE 'DECIMAL' TO WS-DERIVED-TYPE
                   ELSE
                       MOVE 'NUM' TO WS-DERIVED-TYPE
                   END-IF
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-PIC-DIGITS
                   MOVE 'Y' TO WS-PIC-SIGNED
                   PERFORM BUILD-NUMERIC-PICTURE
                   IF WS-FIELD-DECIMALS(WS-FLD-IDX) > 0
                       MOVE 'SIGNED-DECIMAL' TO WS-DERIVED-TYPE
                   ELSE
                       MOVE 'SIGNED-NUM' TO WS-DERIVED-TYPE
                   END-IF
               WHEN 'PACKED'
      *> Two digits a byte, the last half-byte being the sign
                   COMPUTE WS-PIC-DIGITS =
                       WS-FIELD-LENGTH(WS-FLD-IDX) * 2 - 1
                   MOVE 'Y' TO WS-PIC-SIGNED
                   PERFORM BUILD-NUMERIC-PICTURE
                   MOVE 'COMP-3' TO WS-USAGE-TEXT
                   MOVE 'PACKED' TO WS-DERIVED-TYPE
               WHEN 'BINARY'
      *> Halfword holds 4 digits, fullword 9
                   IF WS-FIELD-LENGTH(WS-FLD-IDX) = 2
                       MOVE 4 TO WS-PIC-DIGITS
                   ELSE
                       MOVE 9 TO WS-PIC-DIGITS
                   END-IF
                   MOVE 'Y' TO WS-PIC-SIGNED
                   PERFORM BUILD-NUMERIC-PICTURE
                   MOVE 'COMP' TO WS-USAGE-TEXT
                   MOVE 'BINARY' TO WS-DERIVED-TYPE
           END-EVALUATE
           IF WS-DERIVED-TYPE = 'DECIMAL'
               OR WS-DERIVED-TYPE = 'SIGNED-DECIMAL'
               OR WS-DERIVED-TYPE = 'PACKED'
               OR WS-DERIVED-TYPE = 'BINARY'
               MOVE WS-FIELD-DECIMALS(WS-FLD-IDX) TO WS-DERIVED-DEC
           END-IF.

      *> [S]9(i)[V9(d)] for WS-PIC-DIGITS digits, signed when
      *> WS-PIC-SIGNED is 'Y'
       BUILD-NUMERIC-PICTURE.
           MOVE 1 TO WS-PIC-PTR
           IF WS-PIC-SIGNED = 'Y'
               STRING 'S' DELIMITED BY SIZE
                   INTO WS-PIC-TEXT
                   WITH POINTER WS-PIC-PTR
           END-IF
           COMPUTE WS-PIC-INT =
               WS-PIC-DIGITS - WS-FIELD-DECIMALS(WS-FLD-IDX)
           IF WS-PIC-INT > 0
               MOVE WS-PIC-INT TO WS-NUM-ED
               STRING '9(' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                   INTO WS-PIC-TEXT
                   WITH POINTER WS-PIC-PTR
           END-IF
           IF WS-FIELD-DECIMALS(WS-FLD-IDX) > 0
               MOVE WS-FIELD-DECIMALS(WS-FLD-IDX) TO WS-NUM-ED
               STRING 'V9(' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                   INTO WS-PIC-TEXT
                   WITH POINTER WS-PIC-PTR
           END-IF.

      *> --------------------------------------------------------
      *> 88-levels. The discriminator gets <type>-RECORD for the
      *> group it identifies; VALUES= gives one condition per
      *> value and <field>-VALID for the list. Conditions hold the
      *> bytes as stored - LOOKUP values go through the TABLE=.
      *> --------------------------------------------------------
       WRITE-DISCRIMINATOR-88.
           MOVE WS-RC-NAME(WS-RC-IDX) TO WS-LIT-IN
           PERFORM BUILD-88-LITERAL
           IF WS-LIT-OK NOT = 'Y'
               DISPLAY "WARNING: RECTYPE "
                       FUNCTION TRIM(WS-RC-NAME(WS-RC-IDX))
                       " cannot be stored in field '"
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       "' - no 88-level written for it"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NAME-WORK
           STRING FUNCTION TRIM(WS-RC-NAME(WS-RC-IDX))
                   DELIMITED BY SIZE
                   '-RECORD' DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK TO WS-NAME-IN
           PERFORM MAKE-COBOL-NAME
           MOVE WS-COBOL-NAME TO WS-COND-NAME
           MOVE WS-LIT-OUT TO WS-LITS(1)
           MOVE 1 TO WS-LIT-FROM
           MOVE 1 TO WS-LIT-COUNT
           PERFORM WRITE-88-ITEM.

       WRITE-VALUES-88S.
           MOVE WS-FIELD-VALUES(WS-FLD-IDX) TO WS-VALUES-LIST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUES-LIST))
               TO WS-VALUES-LEN
           MOVE 0 TO WS-LIT-COLLECTED
           MOVE 1 TO WS-VALUES-POS
           PERFORM UNTIL WS-VALUES-POS > WS-VALUES-LEN
               MOVE SPACES TO WS-VALUES-ITEM
               MOVE 1 TO WS-VALUES-ITEM-POS
               PERFORM UNTIL WS-VALUES-POS > WS-VALUES-LEN
                   IF WS-VALUES-LIST(WS-VALUES-POS:1) = ','
                       ADD 1 TO WS-VALUES-POS
                       EXIT PERFORM
                   END-IF
                   MOVE WS-VALUES-LIST(WS-VALUES-POS:1)
                       TO WS-VALUES-ITEM(WS-VALUES-ITEM-POS:1)
                   ADD 1 TO WS-VALUES-ITEM-POS
                   ADD 1 TO WS-VALUES-POS
               END-PERFORM
               IF WS-VALUES-ITEM NOT = SPACES
                   PERFORM WRITE-ONE-VALUE-88
               END-IF
           END-PERFORM
           IF WS-LIT-COLLECTED > 1
               MOVE 'VALID' TO WS-NAME-IN
               PERFORM BUILD-COND-NAME
               MOVE 1 TO WS-LIT-FROM
               MOVE WS-LIT-COLLECTED TO WS-LIT-COUNT
               PERFORM WRITE-88-ITEM
           END-IF.

      *> Each value's literal is also collected in WS-LITS for the
      *> <field>-VALID condition written after them.
       WRITE-ONE-VALUE-88.
           MOVE FUNCTION TRIM(WS-VALUES-ITEM) TO WS-LIT-IN
           PERFORM BUILD-88-LITERAL
           IF WS-LIT-OK NOT = 'Y'
               DISPLAY "WARNING: VALUES entry '"
                       FUNCTION TRIM(WS-LIT-IN)
                       "' of field '"
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       "' has no stored form - no 88-level for it"
               EXIT PARAGRAPH
           END-IF
           IF WS-LIT-COLLECTED >= 16
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIT-COLLECTED
           MOVE WS-LIT-OUT TO WS-LITS(WS-LIT-COLLECTED)
           MOVE FUNCTION TRIM(WS-VALUES-ITEM) TO WS-NAME-IN
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
               UNTIL WS-NAME-POS > 64
               EVALUATE WS-NAME-IN(WS-NAME-POS:1)
                   WHEN '.'
                       MOVE 'P' TO WS-NAME-IN(WS-NAME-POS:1)
                   WHEN '+'
                       MOVE 'P' TO WS-NAME-IN(WS-NAME-POS:1)
               END-EVALUATE
           END-PERFORM
           PERFORM BUILD-COND-NAME
           MOVE WS-LIT-COLLECTED TO WS-LIT-FROM
           MOVE WS-LIT-COLLECTED TO WS-LIT-COUNT
           PERFORM WRITE-88-ITEM.

      *> <field>-<suffix in WS-NAME-IN> within 30 characters; the
      *> field part gives way first so each condition keeps its
      *> own suffix.
       BUILD-COND-NAME.
           PERFORM CLEAN-COBOL-NAME
           MOVE WS-COBOL-NAME TO WS-COND-SUFFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COND-SUFFIX))
               TO WS-COND-SUFFIX-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-COBOL-NAME))
               TO WS-COND-BASE-LEN
           IF WS-COND-BASE-LEN + WS-COND-SUFFIX-LEN > 29
               IF WS-COND-SUFFIX-LEN > 27
                   MOVE 1 TO WS-COND-BASE-LEN
               ELSE
                   COMPUTE WS-COND-BASE-LEN = 29 - WS-COND-SUFFIX-LEN
               END-IF
           END-IF
           PERFORM UNTIL WS-COND-BASE-LEN < 2
               IF WS-FIELD-COBOL-NAME(WS-COND-BASE-LEN:1) NOT = '-'
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-COND-BASE-LEN
           END-PERFORM
           MOVE SPACES TO WS-NAME-WORK
           STRING WS-FIELD-COBOL-NAME(1:WS-COND-BASE-LEN)
                   DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COND-SUFFIX) DELIMITED BY SIZE
               INTO WS-NAME-WORK
           MOVE WS-NAME-WORK TO WS-NAME-IN
           PERFORM CLEAN-COBOL-NAME
           MOVE WS-COBOL-NAME TO WS-COND-NAME.

      *> The CSV value WS-LIT-IN as a literal of the field's
      *> stored form: quoted text for X items, a numeric literal
      *> for numeric ones. DATE values have no 88-level form.
       BUILD-88-LITERAL.
           MOVE 'N' TO WS-LIT-OK
           MOVE SPACES TO WS-LIT-OUT
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'ALPHA'
                   PERFORM QUOTE-LITERAL
               WHEN 'LOOKUP'
                   PERFORM FIND-LOOKUP-CODE
                   IF WS-LKP-FOUND = 'Y'
                       MOVE WS-LKP-CODE TO WS-LIT-IN
                       PERFORM QUOTE-LITERAL
                   END-IF
               WHEN 'DATE'
                   CONTINUE
               WHEN OTHER
                   PERFORM CHECK-NUMERIC-LITERAL
           END-EVALUATE.

       QUOTE-LITERAL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIT-IN))
               TO WS-LIT-LEN
           IF WS-LIT-LEN > WS-FIELD-LENGTH(WS-FLD-IDX)
               OR WS-LIT-LEN > 40
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LIT-PTR
           STRING "'" DELIMITED BY SIZE
               INTO WS-LIT-OUT
               WITH POINTER WS-LIT-PTR
           PERFORM VARYING WS-LIT-SUB FROM 1 BY 1
               UNTIL WS-LIT-SUB > WS-LIT-LEN
               MOVE WS-LIT-IN(WS-LIT-SUB:1) TO WS-LIT-CHAR
               IF WS-LIT-CHAR = "'"
                   STRING "''" DELIMITED BY SIZE
                       INTO WS-LIT-OUT
                       WITH POINTER WS-LIT-PTR
               ELSE
                   STRING WS-LIT-CHAR DELIMITED BY SIZE
                       INTO WS-LIT-OUT
                       WITH POINTER WS-LIT-PTR
               END-IF
           END-PERFORM
           STRING "'" DELIMITED BY SIZE
               INTO WS-LIT-OUT
               WITH POINTER WS-LIT-PTR
           MOVE 'Y' TO WS-LIT-OK.

      *> Digits with at most one point, a leading sign only on a
      *> signed item, and no more places than DECIMALS=.
       CHECK-NUMERIC-LITERAL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIT-IN))
               TO WS-LIT-LEN
           MOVE FUNCTION TRIM(WS-LIT-IN) TO WS-LIT-IN
           MOVE 'N' TO WS-LIT-DOT-SEEN
           MOVE 'N' TO WS-LIT-DIGIT-SEEN
           MOVE 0 TO WS-PIC-INT
           PERFORM VARYING WS-LIT-PTR FROM 1 BY 1
               UNTIL WS-LIT-PTR > WS-LIT-LEN
               MOVE WS-LIT-IN(WS-LIT-PTR:1) TO WS-LIT-CHAR
               EVALUATE TRUE
                   WHEN WS-LIT-CHAR IS NUMERIC
                       MOVE 'Y' TO WS-LIT-DIGIT-SEEN
                       IF WS-LIT-DOT-SEEN = 'Y'
                           ADD 1 TO WS-PIC-INT
                       END-IF
                   WHEN WS-LIT-CHAR = '.' AND WS-LIT-DOT-SEEN = 'N'
                       MOVE 'Y' TO WS-LIT-DOT-SEEN
                   WHEN (WS-LIT-CHAR = '-' OR WS-LIT-CHAR = '+')
                       AND WS-LIT-PTR = 1
                       IF WS-FIELD-TYPE(WS-FLD-IDX) = 'NUM'
                           OR WS-FIELD-TYPE(WS-FLD-IDX) = 'DECIMAL'
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           IF WS-LIT-DIGIT-SEEN = 'N'
               OR WS-PIC-INT > WS-FIELD-DECIMALS(WS-FLD-IDX)
               OR WS-LIT-IN(WS-LIT-LEN:1) = '.'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIT-IN TO WS-LIT-OUT
           MOVE 'Y' TO WS-LIT-OK.

      *> CSV code WS-LIT-IN -> stored code via the field's TABLE=
      *> file (csv-code,fixed-code lines, '#' comments)
       FIND-LOOKUP-CODE.
           MOVE 'N' TO WS-LKP-FOUND
           MOVE SPACES TO WS-LKP-CODE
           IF WS-FIELD-TABLE(WS-FLD-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-TABLE(WS-FLD-IDX) TO WS-LKP-CUR-FILE
           OPEN INPUT LOOKUP-FILE
           IF WS-LKP-STATUS NOT = '00'
               DISPLAY "WARNING: cannot open TABLE= file "
                       FUNCTION TRIM(WS-LKP-CUR-FILE)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXIT
               READ LOOKUP-FILE INTO WS-LKP-LINE
                   AT END EXIT PERFORM
               END-READ
               IF WS-LKP-LINE NOT = SPACES
                   AND WS-LKP-LINE(1:1) NOT = '#'
                   MOVE SPACES TO WS-LKP-CSV WS-LKP-FIXED
                   UNSTRING WS-LKP-LINE DELIMITED BY ','
                       INTO WS-LKP-CSV WS-LKP-FIXED
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-LKP-CSV) =
                       FUNCTION TRIM(WS-LIT-IN)
                       MOVE FUNCTION TRIM(WS-LKP-FIXED)
                           TO WS-LKP-CODE
                       MOVE 'Y' TO WS-LKP-FOUND
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOOKUP-FILE.

      *> --------------------------------------------------------
      *> Data names. Schema names become upper-case COBOL words
      *> (with --prefix in front); anything but letters, digits
      *> and hyphens turns into a hyphen, and the name stops at
      *> 30 characters.
      *> --------------------------------------------------------
       MAKE-COBOL-NAME.
           IF WS-NAME-PREFIX NOT = SPACES
               MOVE SPACES TO WS-NAME-WORK
               STRING FUNCTION TRIM(WS-NAME-PREFIX) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NAME-IN) DELIMITED BY SIZE
                   INTO WS-NAME-WORK
               MOVE WS-NAME-WORK TO WS-NAME-IN
           END-IF
           PERFORM CLEAN-COBOL-NAME.

       CLEAN-COBOL-NAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NAME-IN))
               TO WS-NAME-WORK
           PERFORM VARYING WS-NAME-POS FROM 1 BY 1
               UNTIL WS-NAME-POS > 30
               MOVE WS-NAME-WORK(WS-NAME-POS:1) TO WS-NAME-CHAR
               IF WS-NAME-CHAR NOT = SPACE
                   AND WS-NAME-CHAR NOT = '-'
                   AND WS-NAME-CHAR IS NOT NUMERIC
                   AND WS-NAME-CHAR IS NOT ALPHABETIC-UPPER
                   MOVE '-' TO WS-NAME-WORK(WS-NAME-POS:1)
               END-IF
           END-PERFORM
           MOVE WS-NAME-WORK(1:30) TO WS-COBOL-NAME
      *> A name may not end in a hyphen
           PERFORM VARYING WS-NAME-POS FROM 30 BY -1
               UNTIL WS-NAME-POS < 2
               IF WS-COBOL-NAME(WS-NAME-POS:1) = '-'
                   MOVE SPACE TO WS-COBOL-NAME(WS-NAME-POS:1)
               ELSE
                   IF WS-COBOL-NAME(WS-NAME-POS:1) NOT = SPACE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Copybook lines. Level numbers sit at WS-ITEM-COL, the
      *> name four columns in, the PICTURE at column 37 where the
      *> name leaves room; a clause that would run past column 72
      *> moves to a continuation line.
      *> --------------------------------------------------------
       WRITE-GROUP-ITEM.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 'N' TO WS-OUT-HAS-TEXT
           COMPUTE WS-OUT-CONT-COL = WS-ITEM-COL + 8
           MOVE WS-ITEM-COL TO WS-OUT-PTR
           MOVE WS-ITEM-LEVEL TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           COMPUTE WS-OUT-PTR = WS-ITEM-COL + 4
           MOVE SPACES TO WS-OUT-TOKEN
           STRING FUNCTION TRIM(WS-COBOL-NAME) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
               INTO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           PERFORM WRITE-OUT-LINE.

       WRITE-ELEMENTARY-ITEM.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 'N' TO WS-OUT-HAS-TEXT
           COMPUTE WS-OUT-CONT-COL = WS-ITEM-COL + 8
           MOVE WS-ITEM-COL TO WS-OUT-PTR
           MOVE WS-ITEM-LEVEL TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           COMPUTE WS-OUT-PTR = WS-ITEM-COL + 4
           MOVE WS-COBOL-NAME TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           IF WS-OUT-PTR < WS-CLAUSE-COL
               MOVE WS-CLAUSE-COL TO WS-OUT-PTR
           END-IF
           MOVE 'PIC' TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           IF WS-USAGE-TEXT = SPACES
               MOVE SPACES TO WS-OUT-TOKEN
               STRING FUNCTION TRIM(WS-PIC-TEXT) DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                   INTO WS-OUT-TOKEN
               PERFORM APPEND-OUT-TOKEN
           ELSE
               MOVE WS-PIC-TEXT TO WS-OUT-TOKEN
               PERFORM APPEND-OUT-TOKEN
               MOVE SPACES TO WS-OUT-TOKEN
               STRING FUNCTION TRIM(WS-USAGE-TEXT) DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                   INTO WS-OUT-TOKEN
               PERFORM APPEND-OUT-TOKEN
           END-IF
           PERFORM WRITE-OUT-LINE.

      *> 88 WS-COND-NAME VALUE WS-LITS(WS-LIT-FROM..WS-LIT-COUNT),
      *> indented four columns under the item it belongs to
       WRITE-88-ITEM.
           COMPUTE WS-COND-COL = WS-ITEM-COL + 4
           MOVE SPACES TO WS-OUT-LINE
           MOVE 'N' TO WS-OUT-HAS-TEXT
           COMPUTE WS-OUT-CONT-COL = WS-COND-COL + 8
           MOVE WS-COND-COL TO WS-OUT-PTR
           MOVE '88' TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           COMPUTE WS-OUT-PTR = WS-COND-COL + 4
           MOVE WS-COND-NAME TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           MOVE 'VALUE' TO WS-OUT-TOKEN
           PERFORM APPEND-OUT-TOKEN
           PERFORM VARYING WS-LIT-SUB FROM WS-LIT-FROM BY 1
               UNTIL WS-LIT-SUB > WS-LIT-COUNT
               MOVE SPACES TO WS-OUT-TOKEN
               IF WS-LIT-SUB = WS-LIT-COUNT
                   STRING FUNCTION TRIM(WS-LITS(WS-LIT-SUB))
                           DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                       INTO WS-OUT-TOKEN
               ELSE
                   MOVE WS-LITS(WS-LIT-SUB) TO WS-OUT-TOKEN
               END-IF
               PERFORM APPEND-OUT-TOKEN
           END-PERFORM
           PERFORM WRITE-OUT-LINE.

      *> Place WS-OUT-TOKEN at WS-OUT-PTR (one space after the
      *> text already there), starting a continuation line at
      *> WS-OUT-CONT-COL when it would pass column 72.
       APPEND-OUT-TOKEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-TOKEN))
               TO WS-OUT-TOKEN-LEN
           IF WS-OUT-PTR + WS-OUT-TOKEN-LEN - 1 > 72
               AND WS-OUT-HAS-TEXT = 'Y'
               PERFORM WRITE-OUT-LINE
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-OUT-CONT-COL TO WS-OUT-PTR
           END-IF
           MOVE FUNCTION TRIM(WS-OUT-TOKEN)
               TO WS-OUT-LINE(WS-OUT-PTR:WS-OUT-TOKEN-LEN)
           COMPUTE WS-OUT-PTR = WS-OUT-PTR + WS-OUT-TOKEN-LEN + 1
           MOVE 'Y' TO WS-OUT-HAS-TEXT.

      *> One logical hint in WS-HINT-OUT: a "*> SCHEMA:" line,
      *> then "*> SCHEMA+" lines for the rest, 55 characters of
      *> text at most from column 18, broken before a blank where
      *> there is one. A piece never ends on a blank, so trimming
      *> trailing blanks on the way back loses nothing.
       WRITE-HINT-TEXT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HINT-OUT TRAILING))
               TO WS-HINT-LEN
           MOVE 1 TO WS-HINT-POS
           MOVE 'Y' TO WS-HINT-FIRST
           PERFORM UNTIL WS-HINT-POS > WS-HINT-LEN
               MOVE WS-HINT-WIDTH TO WS-HINT-PIECE
               IF WS-HINT-POS + WS-HINT-PIECE - 1 >= WS-HINT-LEN
                   COMPUTE WS-HINT-PIECE =
                       WS-HINT-LEN - WS-HINT-POS + 1
               ELSE
                   PERFORM BREAK-HINT-AT-BLANK
               END-IF
               PERFORM UNTIL WS-HINT-PIECE = 1
                   IF WS-HINT-OUT(WS-HINT-POS + WS-HINT-PIECE - 1:1)
                       NOT = SPACE
                       EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM WS-HINT-PIECE
               END-PERFORM
               MOVE SPACES TO WS-OUT-LINE
               IF WS-HINT-FIRST = 'Y'
                   MOVE '      *> SCHEMA: ' TO WS-OUT-LINE(1:17)
                   MOVE 'N' TO WS-HINT-FIRST
               ELSE
                   MOVE '      *> SCHEMA+ ' TO WS-OUT-LINE(1:17)
               END-IF
               MOVE WS-HINT-OUT(WS-HINT-POS:WS-HINT-PIECE)
                   TO WS-OUT-LINE(18:WS-HINT-PIECE)
               PERFORM WRITE-OUT-LINE
               ADD WS-HINT-PIECE TO WS-HINT-POS
           END-PERFORM.

      *> Shorten a full-width piece to end before its last blank
      *> so tokens are not split; a piece with no blank stays full.
       BREAK-HINT-AT-BLANK.
           PERFORM VARYING WS-LIT-SUB FROM WS-HINT-PIECE BY -1
               UNTIL WS-LIT-SUB < 2
               IF WS-HINT-OUT(WS-HINT-POS + WS-LIT-SUB:1) = SPACE
                   MOVE WS-LIT-SUB TO WS-HINT-PIECE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-OUT-LINE.
           MOVE WS-OUT-LINE TO COPYBOOK-RECORD
           WRITE COPYBOOK-RECORD.
