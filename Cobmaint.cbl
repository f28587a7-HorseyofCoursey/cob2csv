      *> ============================================================
      *> cobmaint.cbl - online inquiry/maintenance of the indexed
      *> master
      *>
      *> Screen program over the keyed master CSV2COB --indexed
      *> builds, driven by the same schema.cfg. The operator types
      *> the KEY= fields and inquires, browses forward and back by
      *> key, and adds, changes or deletes records. Each field is
      *> shown by name with its decoded value (dates as YYYY-MM-DD,
      *> signed and decimal amounts with their sign and point) and,
      *> for TYPE=LOOKUP, the TABLE= description of the stored code.
      *>
      *> Every value keyed in is edited with csv2cob's type rules
      *> and the field's REQUIRED=, MIN=/MAX=, VALUES=, TABLE= and
      *> DATE FORMAT= rules before anything is written, so a manual
      *> correction lands in exactly the bytes a conversion would
      *> have produced. Each add, change and delete is appended to
      *> an audit log (default <master>.aud) with the operator ID,
      *> timestamp, record key and the before and after value of
      *> every field touched.
      *>
      *> Usage:
      *>   cobmaint -s schema.cfg -m master.idx [-u operator]
      *>            [-a audit.log]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXD-MST-KEY
               FILE STATUS IS WS-IXD-STATUS.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  IXD-MASTER-RECORD.
           05  IXD-MST-KEY           PIC X(64).
           05  IXD-MST-DATA          PIC X(4096).

       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD              PIC X(1169).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-MASTER-FILE            PIC X(256) VALUE SPACES.
       01  WS-AUDIT-FILE             PIC X(256) VALUE SPACES.
       01  WS-OPERATOR               PIC X(16) VALUE SPACES.
       01  WS-IXD-STATUS             PIC XX VALUE SPACES.
       01  WS-AUD-STATUS             PIC XX VALUE SPACES.

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
       01  WS-CMD-LEN                PIC 9(5) VALUE 0.
       01  WS-CMD-TOKEN              PIC X(256) VALUE SPACES.
       01  WS-CMD-CHAR               PIC X VALUE SPACES.
       01  WS-CMD-TOK-POS            PIC 9(5) VALUE 1.
       01  WS-LAST-FLAG              PIC X(4) VALUE SPACES.

      *> --- Schema table ---
      *> WS-FIELD-TEXT is the value as it stands on the screen,
      *> WS-FIELD-ORIG the value as decoded from the record on
      *> file, so a change only re-edits the fields the operator
      *> actually overtyped.
       01  WS-FIELD-COUNT            PIC 9(3) VALUE 0.
       01  WS-FIELDS OCCURS 64 TIMES INDEXED BY WS-FLD-IDX.
           05  WS-FIELD-NAME         PIC X(32).
           05  WS-FIELD-START        PIC 9(5).
           05  WS-FIELD-LENGTH       PIC 9(5).
           05  WS-FIELD-TYPE         PIC X(16).
           05  WS-FIELD-DECIMALS     PIC 9(2) VALUE 0.
           05  WS-FIELD-FORMAT       PIC X(12) VALUE SPACES.
           05  WS-FIELD-REQUIRED     PIC X VALUE 'N'.
           05  WS-FIELD-MIN          PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-MAX          PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-MIN-SET      PIC X VALUE 'N'.
           05  WS-FIELD-MAX-SET      PIC X VALUE 'N'.
           05  WS-FIELD-VALUES       PIC X(64) VALUE SPACES.
           05  WS-FIELD-TABLE        PIC X(64) VALUE SPACES.
           05  WS-FIELD-TBL-IDX      PIC 9(2) VALUE 0.
           05  WS-FIELD-KEY          PIC 9(2) VALUE 0.
           05  WS-FIELD-WIDTH        PIC 9(5) VALUE 0.
           05  WS-FIELD-FIRST-ROW    PIC 9(3) VALUE 0.
           05  WS-FIELD-TEXT         PIC X(512) VALUE SPACES.
           05  WS-FIELD-ORIG         PIC X(512) VALUE SPACES.

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

      *> --- Screen layout ---
      *> Each field takes one 40-column value row per 40 bytes of
      *> its display width (an ALPHA LENGTH=100 gets three rows,
      *> the later ones flagged '+'); rows are paged 16 at a time.
       01  WS-ROW-COUNT              PIC 9(3) VALUE 0.
       01  WS-ROWS OCCURS 200 TIMES.
           05  WS-ROW-FLD            PIC 9(3) VALUE 0.
           05  WS-ROW-OFFSET         PIC 9(3) VALUE 0.
           05  WS-ROW-SEG-LEN        PIC 9(2) VALUE 0.
       01  WS-ROW-IDX                PIC 9(3) VALUE 0.
       01  WS-ROW-NEED               PIC 9(3) VALUE 0.
       01  WS-ROW-PART               PIC 9(3) VALUE 0.
       01  WS-ROW-TAKE               PIC 9(3) VALUE 0.
       01  WS-PAGE                   PIC 9(3) VALUE 1.
       01  WS-PAGE-COUNT             PIC 9(3) VALUE 1.
       01  WS-PAGE-FIRST             PIC 9(3) VALUE 0.
       01  WS-SCR-IDX                PIC 9(2) VALUE 0.
       01  WS-SCR-LINES OCCURS 16 TIMES.
           05  WS-SCR-FLAG           PIC X VALUE SPACE.
           05  WS-SCR-NAME           PIC X(20) VALUE SPACES.
           05  WS-SCR-VALUE          PIC X(40) VALUE SPACES.
           05  WS-SCR-DESC           PIC X(16) VALUE SPACES.
       01  WS-SCR-CMD                PIC X VALUE SPACE.
       01  WS-SCR-MASTER             PIC X(40) VALUE SPACES.
       01  WS-SCR-MESSAGE            PIC X(79) VALUE SPACES.
       01  WS-SCR-STATUS             PIC X(79) VALUE SPACES.
       01  WS-SCR-PAGE-NO            PIC ZZ9.
       01  WS-SCR-PAGE-OF            PIC ZZ9.
       01  WS-SCR-STATE              PIC X(40) VALUE SPACES.

      *> --- Maintenance state ---
       01  WS-COMMAND                PIC X VALUE SPACE.
       01  WS-EXIT-REQUESTED         PIC X VALUE 'N'.
       01  WS-REC-ON-FILE            PIC X VALUE 'N'.
       01  WS-DELETE-PENDING         PIC X VALUE 'N'.
       01  WS-KEY-ENTERED            PIC X VALUE 'N'.
       01  WS-REREAD-OK              PIC X VALUE 'N'.
       01  WS-AUDIT-OPEN-OK          PIC X VALUE 'N'.
       01  WS-CUR-KEY                PIC X(64) VALUE SPACES.
       01  WS-PROBE-KEY              PIC X(64) VALUE SPACES.
       01  WS-BEFORE-BUF             PIC X(4096) VALUE SPACES.
       01  WS-AFTER-BUF              PIC X(4096) VALUE SPACES.
       01  WS-APPLY-RULES            PIC X VALUE 'Y'.
       01  WS-EDITED-COUNT           PIC 9(3) VALUE 0.
       01  WS-BAD-FIELD-COUNT        PIC 9(3) VALUE 0.
       01  WS-DISP-COUNT             PIC ZZ9.
       01  WS-DISP-STATUS            PIC XX VALUE SPACES.

      *> --- Field editing (csv2cob's type rules) ---
       01  WS-FIELD-BUF              PIC X(512).
       01  WS-FIELD-VAL              PIC X(512).
       01  WS-FIELD-TRIMMED          PIC X(512).
       01  WS-DEST-START             PIC 9(5).
       01  WS-DEST-LEN               PIC 9(5).
       01  WS-VAL-LEN                PIC 9(5).
       01  WS-PAD-LEN                PIC 9(5).
       01  WS-PAD-IDX                PIC 9(5).
       01  WS-SIGN-NEG               PIC X VALUE 'N'.
       01  WS-OVERPUNCH-DIGIT        PIC X VALUE SPACE.
       01  WS-DOT-POS                PIC 9(5).
       01  WS-INT-LEN                PIC 9(5).
       01  WS-FRAC-LEN               PIC 9(5).
       01  WS-RECORD-LEN             PIC 9(5) VALUE 0.
       01  WS-ENTRY-IDX              PIC 9(5) VALUE 0.
       01  WS-ENTRY-CHAR             PIC X VALUE SPACE.
       01  WS-ENTRY-DOTS             PIC 9(3) VALUE 0.
       01  WS-ENTRY-DIGITS           PIC 9(3) VALUE 0.

      *> --- Business-rule validation (REQUIRED= MIN= MAX= VALUES=) ---
       01  WS-REJECTED               PIC X VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(24) VALUE SPACES.
       01  WS-RULE-NUM               PIC S9(13)V9(4) VALUE 0.
       01  WS-RULE-NUMERIC           PIC X VALUE 'N'.
       01  WS-RULE-IDX               PIC 9(3) VALUE 0.
       01  WS-RULE-DOT-SEEN          PIC X VALUE 'N'.
       01  WS-RULE-DIGIT-SEEN        PIC X VALUE 'N'.
       01  WS-RULE-CHAR              PIC X VALUE SPACE.
       01  WS-VALUES-LIST            PIC X(64) VALUE SPACES.
       01  WS-VALUES-POS             PIC 9(3) VALUE 0.
       01  WS-VALUES-LEN             PIC 9(3) VALUE 0.
       01  WS-VALUES-ITEM            PIC X(64) VALUE SPACES.
       01  WS-VALUES-ITEM-POS        PIC 9(3) VALUE 0.
       01  WS-VALUES-MATCHED         PIC X VALUE 'N'.

      *> --- TYPE=LOOKUP code translation (TABLE= files) ---
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
       01  WS-LKP-CODE               PIC X(64) VALUE SPACES.

      *> --- TYPE=DATE handling (csv2cob's conversion rules) ---
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
       01  WS-DATE-DIGITS            PIC X(8) VALUE SPACES.
       01  WS-DATE-OUT               PIC X(10) VALUE SPACES.
       01  WS-DATE-FMT-LEN           PIC 9(2) VALUE 0.
       01  WS-DATE-DDD-WORK          PIC 9(3) VALUE 0.
       01  WS-DATE-NUM-CHK           PIC 9(8) VALUE 0.

      *> --- Field decoding (COB2CSV's formatters) ---
       01  WS-DECODE-IMAGE           PIC X(4096) VALUE SPACES.
       01  WS-DECODED                PIC X(512) VALUE SPACES.
       01  WS-DECODE-BAD             PIC X VALUE 'N'.
       01  WS-RAW-FIELD-VAL          PIC X(512).
       01  WS-CSV-FIELD-OUT          PIC X(512).
       01  WS-INT-PART               PIC X(512).
       01  WS-DEC-PART               PIC X(512).
       01  WS-GEN-IN                 PIC X(512).
       01  WS-GEN-LEN                PIC 9(5).
       01  WS-GEN-OUT                PIC X(512).
       01  WS-GEN-IDX                PIC 9(5).
       01  WS-DEC-NEG                PIC X VALUE 'N'.
       01  WS-DEC-CHAR               PIC X VALUE SPACE.

      *> --- Record key (the KEY= field bytes in key order) ---
       01  WS-KEY-POS                PIC 9(3) VALUE 0.
       01  WS-KEY-ORDER              PIC 9(2) VALUE 0.
       01  WS-KEY-PART-LEN           PIC 9(5) VALUE 0.

      *> --- Maintenance audit log ---
      *> One line per field touched: action timestamp, operator,
      *> action (ADD / CHANGE / DELETE), record key, field name,
      *> then the decoded before and after values. An add logs
      *> every field with an empty before value, a delete every
      *> field with an empty after value, a change only the fields
      *> whose stored bytes differ.
       01  WS-AUD-ENTRY.
           05  WS-AUD-TS             PIC X(21).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-AUD-OPERATOR       PIC X(16).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-AUD-ACTION         PIC X(6).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-AUD-KEY            PIC X(64).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-AUD-FIELD          PIC X(32).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-AUD-BEFORE         PIC X(512).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-AUD-AFTER          PIC X(512).

      *> --- Counters ---
       01  WS-INQUIRY-COUNT          PIC 9(9) VALUE 0.
       01  WS-ADD-COUNT              PIC 9(9) VALUE 0.
       01  WS-CHANGE-COUNT           PIC 9(9) VALUE 0.
       01  WS-DELETE-COUNT           PIC 9(9) VALUE 0.
       01  WS-AUDIT-COUNT            PIC 9(9) VALUE 0.

       SCREEN SECTION.
       01  MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "COBMAINT".
           05  LINE 1 COLUMN 11 VALUE "Master:".
           05  LINE 1 COLUMN 19 PIC X(40) FROM WS-SCR-MASTER.
           05  LINE 1 COLUMN 61 VALUE "Oper:".
           05  LINE 1 COLUMN 67 PIC X(13) FROM WS-OPERATOR.
           05  LINE 2 COLUMN 1 VALUE "Command ===>".
           05  LINE 2 COLUMN 14 PIC X USING WS-SCR-CMD
               HIGHLIGHT.
           05  LINE 2 COLUMN 17
               VALUE "I=Inquire N=Next P=Prev A=Add C=Change D=Delete".
           05  LINE 3 COLUMN 17
               VALUE "F=Page fwd B=Page back R=Reset X=Exit".
           05  LINE 4 COLUMN 2 VALUE "FIELD".
           05  LINE 4 COLUMN 23 VALUE "VALUE".
           05  LINE 4 COLUMN 64 VALUE "DESCRIPTION".
           05  LINE 5 COLUMN 1 PIC X FROM WS-SCR-FLAG(1).
           05  LINE 5 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(1).
           05  LINE 5 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(1)
               UNDERLINE.
           05  LINE 5 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(1).
           05  LINE 6 COLUMN 1 PIC X FROM WS-SCR-FLAG(2).
           05  LINE 6 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(2).
           05  LINE 6 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(2)
               UNDERLINE.
           05  LINE 6 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(2).
           05  LINE 7 COLUMN 1 PIC X FROM WS-SCR-FLAG(3).
           05  LINE 7 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(3).
           05  LINE 7 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(3)
               UNDERLINE.
           05  LINE 7 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(3).
           05  LINE 8 COLUMN 1 PIC X FROM WS-SCR-FLAG(4).
           05  LINE 8 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(4).
           05  LINE 8 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(4)
               UNDERLINE.
           05  LINE 8 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(4).
           05  LINE 9 COLUMN 1 PIC X FROM WS-SCR-FLAG(5).
           05  LINE 9 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(5).
           05  LINE 9 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(5)
               UNDERLINE.
           05  LINE 9 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(5).
           05  LINE 10 COLUMN 1 PIC X FROM WS-SCR-FLAG(6).
           05  LINE 10 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(6).
           05  LINE 10 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(6)
               UNDERLINE.
           05  LINE 10 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(6).
           05  LINE 11 COLUMN 1 PIC X FROM WS-SCR-FLAG(7).
           05  LINE 11 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(7).
           05  LINE 11 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(7)
               UNDERLINE.
           05  LINE 11 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(7).
           05  LINE 12 COLUMN 1 PIC X FROM WS-SCR-FLAG(8).
           05  LINE 12 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(8).
           05  LINE 12 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(8)
               UNDERLINE.
           05  LINE 12 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(8).
           05  LINE 13 COLUMN 1 PIC X FROM WS-SCR-FLAG(9).
           05  LINE 13 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(9).
           05  LINE 13 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(9)
               UNDERLINE.
           05  LINE 13 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(9).
           05  LINE 14 COLUMN 1 PIC X FROM WS-SCR-FLAG(10).
           05  LINE 14 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(10).
           05  LINE 14 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(10)
               UNDERLINE.
           05  LINE 14 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(10).
           05  LINE 15 COLUMN 1 PIC X FROM WS-SCR-FLAG(11).
           05  LINE 15 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(11).
           05  LINE 15 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(11)
               UNDERLINE.
           05  LINE 15 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(11).
           05  LINE 16 COLUMN 1 PIC X FROM WS-SCR-FLAG(12).
           05  LINE 16 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(12).
           05  LINE 16 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(12)
               UNDERLINE.
           05  LINE 16 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(12).
           05  LINE 17 COLUMN 1 PIC X FROM WS-SCR-FLAG(13).
           05  LINE 17 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(13).
           05  LINE 17 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(13)
               UNDERLINE.
           05  LINE 17 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(13).
           05  LINE 18 COLUMN 1 PIC X FROM WS-SCR-FLAG(14).
           05  LINE 18 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(14).
           05  LINE 18 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(14)
               UNDERLINE.
           05  LINE 18 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(14).
           05  LINE 19 COLUMN 1 PIC X FROM WS-SCR-FLAG(15).
           05  LINE 19 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(15).
           05  LINE 19 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(15)
               UNDERLINE.
           05  LINE 19 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(15).
           05  LINE 20 COLUMN 1 PIC X FROM WS-SCR-FLAG(16).
           05  LINE 20 COLUMN 2 PIC X(20) FROM WS-SCR-NAME(16).
           05  LINE 20 COLUMN 23 PIC X(40) USING WS-SCR-VALUE(16)
               UNDERLINE.
           05  LINE 20 COLUMN 64 PIC X(16) FROM WS-SCR-DESC(16).
           05  LINE 22 COLUMN 1 PIC X(79) FROM WS-SCR-MESSAGE
               HIGHLIGHT.
           05  LINE 23 COLUMN 1 PIC X(79) FROM WS-SCR-STATUS.
           05  LINE 24 COLUMN 1
               VALUE "K=key field  R=required  +=continued".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-SCHEMA
           PERFORM CALC-RECORD-LEN
           PERFORM BUILD-SCREEN-ROWS
           PERFORM OPEN-FILES
           PERFORM RESET-SCREEN
           PERFORM UNTIL WS-EXIT-REQUESTED = 'Y'
               PERFORM SHOW-AND-ACCEPT-SCREEN
               PERFORM PROCESS-COMMAND
           END-PERFORM
           PERFORM CLOSE-FILES
           DISPLAY "Done. " WS-INQUIRY-COUNT " inquiry(ies), "
                   WS-ADD-COUNT " added, " WS-CHANGE-COUNT
                   " changed, " WS-DELETE-COUNT " deleted, "
                   WS-AUDIT-COUNT " audit line(s) written."
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
               WHEN WS-CMD-TOKEN(1:10) = '--operator'
                   MOVE '-u  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-u'
                   MOVE '-u  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--audit'
                   MOVE '-a  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-a'
                   MOVE '-a  ' TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-m  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-MASTER-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-u  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-OPERATOR
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-a  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-AUDIT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The operator ID defaults to the login name so every audit
      *> line is attributable; with neither there is no one to
      *> attribute a correction to, so the program will not start.
       VALIDATE-ARGS.
           IF WS-SCHEMA-FILE = SPACES
               DISPLAY "ERROR: -s <schema.cfg> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-MASTER-FILE = SPACES
               DISPLAY "ERROR: -m <master.idx> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-AUDIT-FILE = SPACES
               STRING FUNCTION TRIM(WS-MASTER-FILE) DELIMITED BY SIZE
                       '.aud' DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE
           END-IF
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR: -u <operator-id> is required (no "
                       "USER in the environment to default it from)"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           MOVE WS-MASTER-FILE TO WS-SCR-MASTER.

       PRINT-USAGE.
           DISPLAY "Usage: cobmaint -s schema.cfg -m master.idx"
                   " [-u operator] [-a audit.log]"
           DISPLAY "  -s, --schema         Schema config file "
                   "(needs KEY= fields)"
           DISPLAY "  -m, --master         Indexed master written by "
                   "csv2cob --indexed"
           DISPLAY "  -u, --operator       Operator ID for the audit "
                   "log (default: $USER)"
           DISPLAY "  -a, --audit          Maintenance audit log, "
                   "appended (default: <master>.aud)".

      *> --------------------------------------------------------
      *> Schema loading (mirrors CSV2COB's LOAD-SCHEMA)
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
           PERFORM CHECK-FIELD-TYPES
           PERFORM CHECK-DATE-FORMATS
           PERFORM CHECK-KEY-FIELDS
           PERFORM LOAD-LOOKUP-TABLES
           DISPLAY "Schema loaded: " WS-FIELD-COUNT " fields.".

      *> --------------------------------------------------------
      *> KEY= setup - the indexed master's record key is the
      *> concatenated KEY= field bytes, so there must be at least
      *> one and together they must fit the 64-byte record key
      *> (the same key csv2cob --indexed builds).
      *> --------------------------------------------------------
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
                       " has no KEY= fields - COBMAINT reads the "
                       "indexed master by its KEY= fields"
               STOP RUN
           END-IF
           IF WS-KEY-LEN-SUM > 64
               DISPLAY "ERROR: KEY= fields total " WS-KEY-LEN-SUM
                       " byte(s) - the record key holds 64"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> The keyed master is a RECORD-MODE=TEXT layout, so only
      *> the display types can appear in it; anything else is the
      *> wrong schema for this file.
      *> --------------------------------------------------------
       CHECK-FIELD-TYPES.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
                   WHEN 'ALPHA'
                   WHEN 'NUM'
                   WHEN 'DECIMAL'
                   WHEN 'SIGNED-NUM'
                   WHEN 'SIGNED-DECIMAL'
                   WHEN 'DATE'
                   WHEN 'LOOKUP'
                       CONTINUE
                   WHEN 'PACKED'
                   WHEN 'BINARY'
                       DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                               " uses TYPE="
                               FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                               " - the indexed master is a "
                               "RECORD-MODE=TEXT layout"
                       STOP RUN
                   WHEN OTHER
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' has unsupported TYPE="
                               FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                       STOP RUN
               END-EVALUATE
           END-PERFORM.

      *> --------------------------------------------------------
      *> TYPE=LOOKUP - same loader as the converters, so edits
      *> land in the master carrying the exact codes csv2cob
      *> would have written.
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
                   FUNCTION TRIM(WS-RAW-LINE(13:244))) NOT = 'TEXT'
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses RECORD-MODE="
                           FUNCTION TRIM(WS-RAW-LINE(13:244))
                           " - csv2cob --indexed only builds the "
                           "keyed master from RECORD-MODE=TEXT "
                           "schemas"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                       " uses KEY-COLUMN= (multiple record types) - "
                       "the keyed master holds one record layout"
               STOP RUN
           END-IF
           IF WS-RAW-LINE(1:5) NOT = 'FIELD'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-LINE(7:249) TO WS-RAW-LINE
           IF WS-FIELD-COUNT >= 64
               DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                       " has more than 64 FIELD lines"
               STOP RUN
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           MOVE WS-FIELD-COUNT TO WS-FIELD-IDX-NUM
           SET WS-FLD-IDX TO WS-FIELD-IDX-NUM
           MOVE SPACES TO WS-FIELD-NAME(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-START(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-LENGTH(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TYPE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-DECIMALS(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-FORMAT(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-REQUIRED(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-MIN(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-MAX(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-MIN-SET(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-MAX-SET(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-VALUES(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TABLE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TBL-IDX(WS-FLD-IDX)
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

      *> The edit rules are kept here (unlike COBAPPLY) since the
      *> screen is where a manual value enters the master and
      *> nothing downstream re-validates it.
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
               WHEN 'DECIMALS'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-DECIMALS(WS-FLD-IDX)
               WHEN 'FORMAT'
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'REQUIRED'
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE)) = 'Y'
                       MOVE 'Y' TO WS-FIELD-REQUIRED(WS-FLD-IDX)
                   END-IF
               WHEN 'MIN'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-MIN(WS-FLD-IDX)
                   MOVE 'Y' TO WS-FIELD-MIN-SET(WS-FLD-IDX)
               WHEN 'MAX'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-MAX(WS-FLD-IDX)
                   MOVE 'Y' TO WS-FIELD-MAX-SET(WS-FLD-IDX)
               WHEN 'VALUES'
      *> Comma-separated allowed-code list, e.g. VALUES=ACT,CLS,SUS
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-VALUES(WS-FLD-IDX)
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
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses RECTYPE= (multiple record types) - "
                           "the keyed master holds one record layout"
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
           IF WS-RECORD-LEN > 4096
               DISPLAY "ERROR: record length " WS-RECORD-LEN
                       " exceeds the 4096-byte indexed record"
               STOP RUN
           END-IF
           DISPLAY "Master record length: " WS-RECORD-LEN " bytes.".

      *> --------------------------------------------------------
      *> Lay the fields out as screen rows. The display width is
      *> what the decoded value can take: the field bytes, plus
      *> the '.' for DECIMAL and the '-' for the SIGNED types, and
      *> YYYY-MM-DD for a DATE whatever its stored FORMAT=.
      *> --------------------------------------------------------
       BUILD-SCREEN-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE WS-FIELD-LENGTH(WS-FLD-IDX)
                   TO WS-FIELD-WIDTH(WS-FLD-IDX)
               EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
                   WHEN 'DECIMAL'
                   WHEN 'SIGNED-NUM'
                       ADD 1 TO WS-FIELD-WIDTH(WS-FLD-IDX)
                   WHEN 'SIGNED-DECIMAL'
                       ADD 2 TO WS-FIELD-WIDTH(WS-FLD-IDX)
                   WHEN 'DATE'
                       MOVE 10 TO WS-FIELD-WIDTH(WS-FLD-IDX)
                   WHEN 'LOOKUP'
                       PERFORM WIDEN-FOR-LOOKUP-CODES
               END-EVALUATE
               IF WS-FIELD-WIDTH(WS-FLD-IDX) > 512
                   DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' is wider than the 512 bytes a screen "
                           "value can hold"
                   STOP RUN
               END-IF
               COMPUTE WS-ROW-NEED =
                   (WS-FIELD-WIDTH(WS-FLD-IDX) + 39) / 40
               IF WS-ROW-COUNT + WS-ROW-NEED > 200
                   DISPLAY "ERROR: schema fields need more than 200 "
                           "screen rows"
                   STOP RUN
               END-IF
               COMPUTE WS-FIELD-FIRST-ROW(WS-FLD-IDX) =
                   WS-ROW-COUNT + 1
               PERFORM VARYING WS-ROW-PART FROM 1 BY 1
                   UNTIL WS-ROW-PART > WS-ROW-NEED
                   ADD 1 TO WS-ROW-COUNT
                   SET WS-ROW-FLD(WS-ROW-COUNT) TO WS-FLD-IDX
                   COMPUTE WS-ROW-OFFSET(WS-ROW-COUNT) =
                       (WS-ROW-PART - 1) * 40
                   COMPUTE WS-ROW-TAKE =
                       WS-FIELD-WIDTH(WS-FLD-IDX)
                       - WS-ROW-OFFSET(WS-ROW-COUNT)
                   IF WS-ROW-TAKE > 40
                       MOVE 40 TO WS-ROW-TAKE
                   END-IF
                   MOVE WS-ROW-TAKE TO WS-ROW-SEG-LEN(WS-ROW-COUNT)
               END-PERFORM
           END-PERFORM
           COMPUTE WS-PAGE-COUNT = (WS-ROW-COUNT + 15) / 16.

      *> A LOOKUP value may be keyed as its CSV-side code, so the
      *> row must hold the longest code in the TABLE= file too.
       WIDEN-FOR-LOOKUP-CODES.
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-LKP-CSV(WS-LKP-IDX) TRAILING))
                       TO WS-ROW-TAKE
                   IF WS-ROW-TAKE > WS-FIELD-WIDTH(WS-FLD-IDX)
                       MOVE WS-ROW-TAKE TO WS-FIELD-WIDTH(WS-FLD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> File open / close. The master must already exist - it is
      *> loaded by csv2cob --indexed, never created here.
      *> --------------------------------------------------------
       OPEN-FILES.
           OPEN I-O MASTER-FILE
           IF WS-IXD-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open indexed master "
                       FUNCTION TRIM(WS-MASTER-FILE)
                       " (status " WS-IXD-STATUS ") - load it with "
                       "csv2cob --indexed first"
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE MASTER-FILE.

      *> --------------------------------------------------------
      *> Screen handling
      *> --------------------------------------------------------
       RESET-SCREEN.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-FIELD-TEXT(WS-FLD-IDX)
               MOVE SPACES TO WS-FIELD-ORIG(WS-FLD-IDX)
           END-PERFORM
           MOVE 'N' TO WS-REC-ON-FILE
           MOVE 'N' TO WS-DELETE-PENDING
           MOVE SPACES TO WS-CUR-KEY
           MOVE SPACES TO WS-BEFORE-BUF
           MOVE 1 TO WS-PAGE
           MOVE SPACES TO WS-SCR-MESSAGE
           STRING "Type the K fields and I to inquire, or N/P to "
                   DELIMITED BY SIZE
                   "browse; fill in all fields and A to add"
                       DELIMITED BY SIZE
               INTO WS-SCR-MESSAGE.

       SHOW-AND-ACCEPT-SCREEN.
           PERFORM FILL-SCREEN-PAGE
           MOVE SPACE TO WS-SCR-CMD
           DISPLAY MAINT-SCREEN
           ACCEPT MAINT-SCREEN
           PERFORM COLLECT-SCREEN-PAGE
           MOVE SPACES TO WS-SCR-MESSAGE.

       FILL-SCREEN-PAGE.
           COMPUTE WS-PAGE-FIRST = (WS-PAGE - 1) * 16
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > 16
               MOVE SPACES TO WS-SCR-LINES(WS-SCR-IDX)
               COMPUTE WS-ROW-IDX = WS-PAGE-FIRST + WS-SCR-IDX
               IF WS-ROW-IDX <= WS-ROW-COUNT
                   PERFORM FILL-SCREEN-LINE
               END-IF
           END-PERFORM
           IF WS-REC-ON-FILE = 'Y'
               IF WS-DELETE-PENDING = 'Y'
                   MOVE "Record ON FILE - DELETE PENDING"
                       TO WS-SCR-STATE
               ELSE
                   MOVE "Record ON FILE" TO WS-SCR-STATE
               END-IF
           ELSE
               MOVE "New record (not on file)" TO WS-SCR-STATE
           END-IF
           MOVE WS-PAGE TO WS-SCR-PAGE-NO
           MOVE WS-PAGE-COUNT TO WS-SCR-PAGE-OF
           MOVE SPACES TO WS-SCR-STATUS
           STRING "Page " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-PAGE-NO) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-PAGE-OF) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-STATE) DELIMITED BY SIZE
               INTO WS-SCR-STATUS.

       FILL-SCREEN-LINE.
           SET WS-FLD-IDX TO WS-ROW-FLD(WS-ROW-IDX)
           MOVE WS-FIELD-TEXT(WS-FLD-IDX)(
               WS-ROW-OFFSET(WS-ROW-IDX) + 1:
               WS-ROW-SEG-LEN(WS-ROW-IDX))
               TO WS-SCR-VALUE(WS-SCR-IDX)
           IF WS-ROW-OFFSET(WS-ROW-IDX) > 0
               MOVE '+' TO WS-SCR-FLAG(WS-SCR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-NAME(WS-FLD-IDX) TO WS-SCR-NAME(WS-SCR-IDX)
           IF WS-FIELD-KEY(WS-FLD-IDX) > 0
               MOVE 'K' TO WS-SCR-FLAG(WS-SCR-IDX)
           ELSE
               IF WS-FIELD-REQUIRED(WS-FLD-IDX) = 'Y'
                   MOVE 'R' TO WS-SCR-FLAG(WS-SCR-IDX)
               END-IF
           END-IF
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'LOOKUP'
               PERFORM DESCRIBE-LOOKUP-VALUE
           END-IF.

      *> A stored code shows its TABLE= description (the CSV-side
      *> code); a description keyed in but not yet written shows
      *> itself, anything else is flagged.
       DESCRIBE-LOOKUP-VALUE.
           MOVE FUNCTION TRIM(WS-FIELD-TEXT(WS-FLD-IDX))
               TO WS-LKP-CODE
           IF WS-LKP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-FIX(WS-LKP-IDX) = WS-LKP-CODE
                   MOVE WS-LKP-CSV(WS-LKP-IDX)
                       TO WS-SCR-DESC(WS-SCR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-CSV(WS-LKP-IDX) = WS-LKP-CODE
                   MOVE WS-LKP-CSV(WS-LKP-IDX)
                       TO WS-SCR-DESC(WS-SCR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "*NOT IN TABLE*" TO WS-SCR-DESC(WS-SCR-IDX).

      *> Take the page's value rows back into the field texts. The
      *> last row of a field is taken at its full 40 columns (as
      *> far as the text holds) so anything typed past the field's
      *> width is still seen and rejected as VALUE-OVERFLOW rather
      *> than silently cut off.
       COLLECT-SCREEN-PAGE.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
               UNTIL WS-SCR-IDX > 16
               COMPUTE WS-ROW-IDX = WS-PAGE-FIRST + WS-SCR-IDX
               IF WS-ROW-IDX <= WS-ROW-COUNT
                   SET WS-FLD-IDX TO WS-ROW-FLD(WS-ROW-IDX)
                   COMPUTE WS-ROW-TAKE =
                       512 - WS-ROW-OFFSET(WS-ROW-IDX)
                   IF WS-ROW-TAKE > 40
                       MOVE 40 TO WS-ROW-TAKE
                   END-IF
                   MOVE WS-SCR-VALUE(WS-SCR-IDX)(1:WS-ROW-TAKE)
                       TO WS-FIELD-TEXT(WS-FLD-IDX)(
                           WS-ROW-OFFSET(WS-ROW-IDX) + 1:
                           WS-ROW-TAKE)
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Command dispatch. Any command other than a second D
      *> cancels a pending delete.
      *> --------------------------------------------------------
       PROCESS-COMMAND.
           MOVE FUNCTION UPPER-CASE(WS-SCR-CMD) TO WS-COMMAND
           IF WS-COMMAND NOT = 'D'
               MOVE 'N' TO WS-DELETE-PENDING
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'I'
                   PERFORM INQUIRE-RECORD
               WHEN 'N'
                   PERFORM BROWSE-NEXT
               WHEN 'P'
                   PERFORM BROWSE-PREVIOUS
               WHEN 'A'
                   PERFORM ADD-RECORD
               WHEN 'C'
                   PERFORM CHANGE-RECORD
               WHEN 'D'
                   PERFORM DELETE-RECORD
               WHEN 'F'
                   IF WS-PAGE < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE
                   ELSE
                       MOVE "Already on the last page"
                           TO WS-SCR-MESSAGE
                   END-IF
               WHEN 'B'
                   IF WS-PAGE > 1
                       SUBTRACT 1 FROM WS-PAGE
                   ELSE
                       MOVE "Already on the first page"
                           TO WS-SCR-MESSAGE
                   END-IF
               WHEN 'R'
                   PERFORM RESET-SCREEN
               WHEN 'X'
                   MOVE 'Y' TO WS-EXIT-REQUESTED
               WHEN SPACE
                   MOVE SPACES TO WS-SCR-MESSAGE
                   STRING "Enter a command: I, N, P, A, C, D, F, B, R "
                           DELIMITED BY SIZE
                           "or X"
                               DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
               WHEN OTHER
                   STRING "Unknown command '" DELIMITED BY SIZE
                           WS-SCR-CMD DELIMITED BY SIZE
                           "' - use I, N, P, A, C, D, F, B, R or X"
                               DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> I - read the record whose key the K fields spell out
      *> --------------------------------------------------------
       INQUIRE-RECORD.
           PERFORM BUILD-KEY-FROM-SCREEN
           IF WS-REJECTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PROBE-KEY = SPACES
               MOVE "Type the K (key) field values, then I"
                   TO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROBE-KEY TO IXD-MST-KEY
           PERFORM READ-MASTER-BY-KEY
           EVALUATE WS-IXD-STATUS
               WHEN '00'
               WHEN '02'
                   PERFORM LOAD-RECORD-TO-SCREEN
                   ADD 1 TO WS-INQUIRY-COUNT
                   IF WS-BAD-FIELD-COUNT = 0
                       MOVE "Record displayed" TO WS-SCR-MESSAGE
                   END-IF
               WHEN '23'
                   MOVE 'N' TO WS-REC-ON-FILE
                   MOVE SPACES TO WS-CUR-KEY
                   MOVE SPACES TO WS-SCR-MESSAGE
                   STRING "No record on file with that key - fill in "
                           DELIMITED BY SIZE
                           "the fields and A to add it"
                               DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
               WHEN OTHER
                   MOVE WS-IXD-STATUS TO WS-DISP-STATUS
                   STRING "Read failed, file status " DELIMITED BY SIZE
                           WS-DISP-STATUS DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> N / P - browse by key. From a displayed record the next
      *> (previous) key on file; otherwise the first record at or
      *> after (the last at or before) whatever key is typed, the
      *> start (end) of the file when none is.
      *> --------------------------------------------------------
       BROWSE-NEXT.
           IF WS-REC-ON-FILE = 'Y'
               MOVE WS-CUR-KEY TO IXD-MST-KEY
               PERFORM START-MASTER-AFTER-KEY
           ELSE
               PERFORM BUILD-KEY-FROM-SCREEN
               IF WS-REJECTED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               IF WS-PROBE-KEY = SPACES
                   MOVE LOW-VALUES TO IXD-MST-KEY
               ELSE
                   MOVE WS-PROBE-KEY TO IXD-MST-KEY
               END-IF
               PERFORM START-MASTER-AT-KEY
           END-IF
           IF WS-IXD-STATUS = '00'
               PERFORM READ-MASTER-NEXT
           END-IF
           EVALUATE WS-IXD-STATUS
               WHEN '00'
               WHEN '02'
                   PERFORM LOAD-RECORD-TO-SCREEN
                   ADD 1 TO WS-INQUIRY-COUNT
                   IF WS-BAD-FIELD-COUNT = 0
                       MOVE "Next record displayed" TO WS-SCR-MESSAGE
                   END-IF
               WHEN '10'
               WHEN '23'
                   MOVE "No further record on file - end of master"
                       TO WS-SCR-MESSAGE
               WHEN OTHER
                   MOVE WS-IXD-STATUS TO WS-DISP-STATUS
                   STRING "Browse failed, file status "
                               DELIMITED BY SIZE
                           WS-DISP-STATUS DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
           END-EVALUATE.

       BROWSE-PREVIOUS.
           IF WS-REC-ON-FILE = 'Y'
               MOVE WS-CUR-KEY TO IXD-MST-KEY
               PERFORM START-MASTER-BEFORE-KEY
           ELSE
               PERFORM BUILD-KEY-FROM-SCREEN
               IF WS-REJECTED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               IF WS-PROBE-KEY = SPACES
                   MOVE HIGH-VALUES TO IXD-MST-KEY
               ELSE
                   MOVE WS-PROBE-KEY TO IXD-MST-KEY
               END-IF
               PERFORM START-MASTER-UPTO-KEY
           END-IF
           IF WS-IXD-STATUS = '00'
               PERFORM READ-MASTER-PREVIOUS
           END-IF
           EVALUATE WS-IXD-STATUS
               WHEN '00'
               WHEN '02'
                   PERFORM LOAD-RECORD-TO-SCREEN
                   ADD 1 TO WS-INQUIRY-COUNT
                   IF WS-BAD-FIELD-COUNT = 0
                       MOVE "Previous record displayed"
                           TO WS-SCR-MESSAGE
                   END-IF
               WHEN '10'
               WHEN '23'
                   MOVE "No earlier record on file - start of master"
                       TO WS-SCR-MESSAGE
               WHEN OTHER
                   MOVE WS-IXD-STATUS TO WS-DISP-STATUS
                   STRING "Browse failed, file status "
                               DELIMITED BY SIZE
                           WS-DISP-STATUS DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
           END-EVALUATE.

      *> --------------------------------------------------------
      *> A - add a new record built from every field on screen.
      *> Starting from a displayed record is allowed: the operator
      *> overtypes the key (and anything else) and adds a copy.
      *> --------------------------------------------------------
       ADD-RECORD.
           MOVE SPACES TO WS-AFTER-BUF
           MOVE 'Y' TO WS-APPLY-RULES
           MOVE 'N' TO WS-REJECTED
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               PERFORM ENCODE-FIELD-FROM-TEXT
               IF WS-REJECTED = 'Y'
                   PERFORM EXPLAIN-FIELD-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM BUILD-RECORD-KEY
           PERFORM OPEN-AUDIT-LOG
           IF WS-AUDIT-OPEN-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IXD-MASTER-RECORD
           MOVE WS-PROBE-KEY TO IXD-MST-KEY
           MOVE WS-AFTER-BUF(1:WS-RECORD-LEN) TO IXD-MST-DATA
           PERFORM WRITE-MASTER-RECORD
           IF WS-IXD-STATUS NOT = '00'
               PERFORM CLOSE-AUDIT-LOG
               IF WS-IXD-STATUS = '22'
                   MOVE SPACES TO WS-SCR-MESSAGE
                   STRING "A record with that key is already on file - "
                           DELIMITED BY SIZE
                           "I to display it"
                               DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
               ELSE
                   MOVE WS-IXD-STATUS TO WS-DISP-STATUS
                   STRING "Add failed, file status " DELIMITED BY SIZE
                           WS-DISP-STATUS DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'ADD' TO WS-AUD-ACTION
           MOVE WS-PROBE-KEY TO WS-AUD-KEY
           MOVE SPACES TO WS-BEFORE-BUF
           PERFORM WRITE-AUDIT-ENTRIES
           PERFORM CLOSE-AUDIT-LOG
           ADD 1 TO WS-ADD-COUNT
      *> The record area is not dependable after a WRITE - the
      *> screen is reloaded from the image just written.
           MOVE WS-AFTER-BUF TO WS-BEFORE-BUF
           MOVE WS-PROBE-KEY TO WS-CUR-KEY
           MOVE 'Y' TO WS-REC-ON-FILE
           MOVE 'N' TO WS-DELETE-PENDING
           PERFORM REDISPLAY-BEFORE-IMAGE
           MOVE "Record added" TO WS-SCR-MESSAGE.

      *> --------------------------------------------------------
      *> C - change the displayed record. Only fields whose text
      *> was overtyped are re-edited; the rest keep their stored
      *> bytes exactly. The key cannot change (that is a delete
      *> and an add), and the record must still be as displayed.
      *> --------------------------------------------------------
       CHANGE-RECORD.
           IF WS-REC-ON-FILE = 'N'
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "No record displayed - I (or N/P) to the record "
                       DELIMITED BY SIZE
                       "first, then overtype and C"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEFORE-BUF TO WS-AFTER-BUF
           MOVE 'Y' TO WS-APPLY-RULES
           MOVE 'N' TO WS-REJECTED
           MOVE 0 TO WS-EDITED-COUNT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TEXT(WS-FLD-IDX)
                   NOT = WS-FIELD-ORIG(WS-FLD-IDX)
                   ADD 1 TO WS-EDITED-COUNT
                   PERFORM ENCODE-FIELD-FROM-TEXT
                   IF WS-REJECTED = 'Y'
                       PERFORM EXPLAIN-FIELD-REJECT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EDITED-COUNT = 0
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "Nothing changed - overtype the values to "
                       DELIMITED BY SIZE
                       "change, then C"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RECORD-KEY
           IF WS-PROBE-KEY NOT = WS-CUR-KEY
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "Key fields cannot be changed - A to add under "
                       DELIMITED BY SIZE
                       "the new key, then delete the old"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-AFTER-BUF(1:WS-RECORD-LEN)
               = WS-BEFORE-BUF(1:WS-RECORD-LEN)
               PERFORM REDISPLAY-BEFORE-IMAGE
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "Values entered match the record on file - "
                       DELIMITED BY SIZE
                       "nothing to change"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM REREAD-CURRENT-RECORD
           IF WS-REREAD-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-AUDIT-LOG
           IF WS-AUDIT-OPEN-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IXD-MASTER-RECORD
           MOVE WS-CUR-KEY TO IXD-MST-KEY
           MOVE WS-AFTER-BUF(1:WS-RECORD-LEN) TO IXD-MST-DATA
           PERFORM REWRITE-MASTER-RECORD
           IF WS-IXD-STATUS NOT = '00'
               PERFORM CLOSE-AUDIT-LOG
               MOVE WS-IXD-STATUS TO WS-DISP-STATUS
               STRING "Change failed, file status " DELIMITED BY SIZE
                       WS-DISP-STATUS DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHANGE' TO WS-AUD-ACTION
           MOVE WS-CUR-KEY TO WS-AUD-KEY
           PERFORM WRITE-AUDIT-ENTRIES
           PERFORM CLOSE-AUDIT-LOG
           ADD 1 TO WS-CHANGE-COUNT
      *> Reloaded from the image just rewritten, as for ADD.
           MOVE WS-AFTER-BUF TO WS-BEFORE-BUF
           MOVE 'Y' TO WS-REC-ON-FILE
           MOVE 'N' TO WS-DELETE-PENDING
           PERFORM REDISPLAY-BEFORE-IMAGE
           MOVE "Record changed" TO WS-SCR-MESSAGE.

      *> --------------------------------------------------------
      *> D - delete the displayed record. The first D asks for
      *> confirmation; a second D, with the screen untouched,
      *> deletes. The field values stay on screen so a delete
      *> made in error can be put back with A.
      *> --------------------------------------------------------
       DELETE-RECORD.
           IF WS-REC-ON-FILE = 'N'
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "No record displayed - I (or N/P) to the record "
                       DELIMITED BY SIZE
                       "first, then D"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TEXT(WS-FLD-IDX)
                   NOT = WS-FIELD-ORIG(WS-FLD-IDX)
                   MOVE 'N' TO WS-DELETE-PENDING
                   MOVE SPACES TO WS-SCR-MESSAGE
                   STRING "Values have been overtyped - C to change, "
                           DELIMITED BY SIZE
                           "or R and I again before deleting"
                               DELIMITED BY SIZE
                       INTO WS-SCR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DELETE-PENDING = 'N'
               MOVE 'Y' TO WS-DELETE-PENDING
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "D again to confirm deleting this record - any "
                       DELIMITED BY SIZE
                       "other command cancels"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DELETE-PENDING
           PERFORM REREAD-CURRENT-RECORD
           IF WS-REREAD-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-AUDIT-LOG
           IF WS-AUDIT-OPEN-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM DELETE-MASTER-RECORD
           IF WS-IXD-STATUS NOT = '00'
               PERFORM CLOSE-AUDIT-LOG
               MOVE WS-IXD-STATUS TO WS-DISP-STATUS
               STRING "Delete failed, file status " DELIMITED BY SIZE
                       WS-DISP-STATUS DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'DELETE' TO WS-AUD-ACTION
           MOVE WS-CUR-KEY TO WS-AUD-KEY
           MOVE SPACES TO WS-AFTER-BUF
           PERFORM WRITE-AUDIT-ENTRIES
           PERFORM CLOSE-AUDIT-LOG
           ADD 1 TO WS-DELETE-COUNT
           MOVE 'N' TO WS-REC-ON-FILE
           MOVE SPACES TO WS-CUR-KEY
           MOVE SPACES TO WS-BEFORE-BUF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE SPACES TO WS-FIELD-ORIG(WS-FLD-IDX)
           END-PERFORM
           MOVE "Record deleted" TO WS-SCR-MESSAGE.

      *> Read the displayed record again just before updating it;
      *> if another session has changed or deleted it since it
      *> was displayed, refuse rather than overwrite their work.
       REREAD-CURRENT-RECORD.
           MOVE 'N' TO WS-REREAD-OK
           MOVE WS-CUR-KEY TO IXD-MST-KEY
           PERFORM READ-MASTER-BY-KEY
           IF WS-IXD-STATUS = '23'
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "Record was deleted since it was displayed - "
                       DELIMITED BY SIZE
                       "nothing updated"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-IXD-STATUS NOT = '00' AND WS-IXD-STATUS NOT = '02'
               MOVE WS-IXD-STATUS TO WS-DISP-STATUS
               STRING "Re-read failed, file status " DELIMITED BY SIZE
                       WS-DISP-STATUS DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF IXD-MST-DATA(1:WS-RECORD-LEN)
               NOT = WS-BEFORE-BUF(1:WS-RECORD-LEN)
               MOVE SPACES TO WS-SCR-MESSAGE
               STRING "Record was changed since it was displayed - "
                       DELIMITED BY SIZE
                       "I to see it again; nothing updated"
                           DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REREAD-OK.

      *> --------------------------------------------------------
      *> Master file I/O
      *> --------------------------------------------------------
       READ-MASTER-BY-KEY.
           READ MASTER-FILE KEY IS IXD-MST-KEY.

       START-MASTER-AT-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN IXD-MST-KEY.

       START-MASTER-AFTER-KEY.
           START MASTER-FILE KEY IS GREATER THAN IXD-MST-KEY.

       START-MASTER-UPTO-KEY.
           START MASTER-FILE KEY IS NOT GREATER THAN IXD-MST-KEY.

       START-MASTER-BEFORE-KEY.
           START MASTER-FILE KEY IS LESS THAN IXD-MST-KEY.

       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD.

       READ-MASTER-PREVIOUS.
           READ MASTER-FILE PREVIOUS RECORD.

       WRITE-MASTER-RECORD.
           WRITE IXD-MASTER-RECORD.

       REWRITE-MASTER-RECORD.
           REWRITE IXD-MASTER-RECORD.

       DELETE-MASTER-RECORD.
           DELETE MASTER-FILE RECORD.

      *> --------------------------------------------------------
      *> Put the record just read (IXD-MASTER-RECORD) on screen:
      *> it becomes the before image, and each field is decoded
      *> into both its screen text and its original text.
      *> --------------------------------------------------------
       LOAD-RECORD-TO-SCREEN.
           MOVE SPACES TO WS-BEFORE-BUF
           MOVE IXD-MST-DATA(1:WS-RECORD-LEN)
               TO WS-BEFORE-BUF(1:WS-RECORD-LEN)
           MOVE IXD-MST-KEY TO WS-CUR-KEY
           MOVE 'Y' TO WS-REC-ON-FILE
           MOVE 'N' TO WS-DELETE-PENDING
           PERFORM REDISPLAY-BEFORE-IMAGE.

       REDISPLAY-BEFORE-IMAGE.
           MOVE WS-BEFORE-BUF TO WS-DECODE-IMAGE
           MOVE 0 TO WS-BAD-FIELD-COUNT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               PERFORM DECODE-FIELD-VALUE
               MOVE WS-DECODED TO WS-FIELD-TEXT(WS-FLD-IDX)
               MOVE WS-DECODED TO WS-FIELD-ORIG(WS-FLD-IDX)
               IF WS-DECODE-BAD = 'Y'
                   ADD 1 TO WS-BAD-FIELD-COUNT
               END-IF
           END-PERFORM
           IF WS-BAD-FIELD-COUNT > 0
               MOVE WS-BAD-FIELD-COUNT TO WS-DISP-COUNT
               STRING "WARNING: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISP-COUNT) DELIMITED BY SIZE
                       " field(s) hold bytes their TYPE= cannot "
                           DELIMITED BY SIZE
                       "decode - shown as stored" DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
           END-IF.

      *> --------------------------------------------------------
      *> Build the record key from the K fields on screen, edited
      *> to their stored form (no rules - this is a lookup, not an
      *> update). Blank K fields leave WS-PROBE-KEY spaces.
      *> --------------------------------------------------------
       BUILD-KEY-FROM-SCREEN.
           MOVE SPACES TO WS-AFTER-BUF
           MOVE SPACES TO WS-PROBE-KEY
           MOVE 'N' TO WS-APPLY-RULES
           MOVE 'N' TO WS-REJECTED
           MOVE 'N' TO WS-KEY-ENTERED
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-KEY(WS-FLD-IDX) > 0
                   IF WS-FIELD-TEXT(WS-FLD-IDX) NOT = SPACES
                       MOVE 'Y' TO WS-KEY-ENTERED
                   END-IF
                   PERFORM ENCODE-FIELD-FROM-TEXT
                   IF WS-REJECTED = 'Y'
                       PERFORM EXPLAIN-FIELD-REJECT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KEY-ENTERED = 'Y'
               PERFORM BUILD-RECORD-KEY
           END-IF.

      *> The KEY= field bytes of WS-AFTER-BUF in KEY order, as
      *> csv2cob --indexed builds the record key.
       BUILD-RECORD-KEY.
           MOVE SPACES TO WS-PROBE-KEY
           MOVE 1 TO WS-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORDER
                       MOVE WS-FIELD-LENGTH(WS-FLD-IDX)
                           TO WS-KEY-PART-LEN
                       MOVE WS-AFTER-BUF(
                           WS-FIELD-START(WS-FLD-IDX):
                           WS-KEY-PART-LEN)
                           TO WS-PROBE-KEY(
                               WS-KEY-POS:WS-KEY-PART-LEN)
                       ADD WS-KEY-PART-LEN TO WS-KEY-POS
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> --------------------------------------------------------
      *> Name the field and the rule it broke, and turn to the
      *> page it is on.
      *> --------------------------------------------------------
       EXPLAIN-FIELD-REJECT.
           COMPUTE WS-PAGE =
               (WS-FIELD-FIRST-ROW(WS-FLD-IDX) - 1) / 16 + 1
           MOVE SPACES TO WS-SCR-MESSAGE
           MOVE SPACES TO WS-FIELD-VAL
           EVALUATE WS-REJECT-REASON
               WHEN 'VALUE-REQUIRED'
                   MOVE "a value is required" TO WS-FIELD-VAL
               WHEN 'VALUE-RANGE'
                   MOVE "outside the MIN=/MAX= range" TO WS-FIELD-VAL
               WHEN 'VALUE-NOT-ALLOWED'
                   STRING "not one of " DELIMITED BY SIZE
                           WS-FIELD-VALUES(WS-FLD-IDX)
                               DELIMITED BY SPACE
                       INTO WS-FIELD-VAL
               WHEN 'LOOKUP-NOT-FOUND'
                   STRING "not a code in " DELIMITED BY SIZE
                           WS-FIELD-TABLE(WS-FLD-IDX)
                               DELIMITED BY SPACE
                       INTO WS-FIELD-VAL
               WHEN 'INVALID-DATE'
                   MOVE "not a valid date (YYYY-MM-DD)"
                       TO WS-FIELD-VAL
               WHEN 'VALUE-OVERFLOW'
                   MOVE "too long for the field" TO WS-FIELD-VAL
               WHEN 'DECIMAL-PRECISION'
                   MOVE "too many decimal places" TO WS-FIELD-VAL
               WHEN 'NON-NUMERIC-VALUE'
                   MOVE "not a number" TO WS-FIELD-VAL
               WHEN OTHER
                   MOVE WS-REJECT-REASON TO WS-FIELD-VAL
           END-EVALUATE
           STRING FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-VAL) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   ") - nothing updated" DELIMITED BY SIZE
               INTO WS-SCR-MESSAGE.

      *> --------------------------------------------------------
      *> Edit the screen text of field WS-FLD-IDX into its stored
      *> bytes in WS-AFTER-BUF - csv2cob's WRITE-FIELD-TO-OUTPUT
      *> rules, with the field's REQUIRED=/MIN=/MAX=/VALUES= rules
      *> first when WS-APPLY-RULES is on. Leading spaces are only
      *> significant in an ALPHA value.
      *> --------------------------------------------------------
       ENCODE-FIELD-FROM-TEXT.
           MOVE WS-FIELD-START(WS-FLD-IDX)  TO WS-DEST-START
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-DEST-LEN
           MOVE SPACES TO WS-AFTER-BUF(WS-DEST-START:WS-DEST-LEN)
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'ALPHA'
               MOVE WS-FIELD-TEXT(WS-FLD-IDX) TO WS-FIELD-BUF
           ELSE
               MOVE FUNCTION TRIM(WS-FIELD-TEXT(WS-FLD-IDX) LEADING)
                   TO WS-FIELD-BUF
           END-IF
           MOVE FUNCTION TRIM(WS-FIELD-BUF TRAILING)
               TO WS-FIELD-TRIMMED
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-FIELD-TRIMMED TRAILING))
               TO WS-VAL-LEN
           IF WS-FIELD-TRIMMED = SPACES
               MOVE 0 TO WS-VAL-LEN
           END-IF
           MOVE 'N' TO WS-SIGN-NEG
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'LOOKUP'
               PERFORM LOOKUP-STORED-TO-CSV
           END-IF
           IF WS-APPLY-RULES = 'Y'
               PERFORM CHECK-FIELD-RULES
           END-IF
           PERFORM CHECK-ENTRY-NUMERIC
           IF WS-REJECTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'ALPHA'
      *> Left-justify, space-pad right (buffer already spaces)
                   IF WS-VAL-LEN > WS-DEST-LEN
                       PERFORM FLAG-OVERFLOW-REJECT
                       MOVE WS-DEST-LEN TO WS-VAL-LEN
                   END-IF
                   IF WS-VAL-LEN > 0
                       MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                           TO WS-AFTER-BUF(WS-DEST-START:WS-VAL-LEN)
                   END-IF
               WHEN 'NUM'
                   PERFORM RIGHT-JUSTIFY-FIELD
               WHEN 'DECIMAL'
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   PERFORM RIGHT-JUSTIFY-FIELD
               WHEN 'SIGNED-NUM'
                   PERFORM DETECT-AND-STRIP-SIGN
                   PERFORM RIGHT-JUSTIFY-FIELD
                   PERFORM APPLY-SIGN-OVERPUNCH
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DETECT-AND-STRIP-SIGN
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   PERFORM RIGHT-JUSTIFY-FIELD
                   PERFORM APPLY-SIGN-OVERPUNCH
               WHEN 'DATE'
                   PERFORM CONVERT-DATE-TO-FIXED
               WHEN 'LOOKUP'
                   PERFORM CONVERT-LOOKUP-TO-FIXED
           END-EVALUATE.

      *> The screen shows a LOOKUP field's stored code, so that is
      *> what comes back unless the operator typed the description;
      *> either way the rules and the translation below see the
      *> CSV-side code, exactly as csv2cob does.
       LOOKUP-STORED-TO-CSV.
           IF WS-VAL-LEN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-FIX(WS-LKP-IDX) = WS-FIELD-TRIMMED
                   MOVE WS-LKP-CSV(WS-LKP-IDX) TO WS-FIELD-TRIMMED
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-FIELD-TRIMMED TRAILING))
                       TO WS-VAL-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> NUM takes digits only; DECIMAL one '.' as well; the
      *> SIGNED types a leading '-' as well. csv2cob trusts its
      *> feed on this point - a keyboard is less trustworthy.
       CHECK-ENTRY-NUMERIC.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-VAL-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENTRY-DOTS
           MOVE 0 TO WS-ENTRY-DIGITS
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-VAL-LEN
               MOVE WS-FIELD-TRIMMED(WS-ENTRY-IDX:1) TO WS-ENTRY-CHAR
               EVALUATE TRUE
                   WHEN WS-ENTRY-CHAR NUMERIC
                       ADD 1 TO WS-ENTRY-DIGITS
                   WHEN WS-ENTRY-CHAR = '.'
                       AND (WS-FIELD-TYPE(WS-FLD-IDX) = 'DECIMAL'
                       OR WS-FIELD-TYPE(WS-FLD-IDX) = 'SIGNED-DECIMAL')
                       ADD 1 TO WS-ENTRY-DOTS
                   WHEN WS-ENTRY-CHAR = '-' AND WS-ENTRY-IDX = 1
                       AND (WS-FIELD-TYPE(WS-FLD-IDX) = 'SIGNED-NUM'
                       OR WS-FIELD-TYPE(WS-FLD-IDX) = 'SIGNED-DECIMAL')
                       CONTINUE
                   WHEN OTHER
                       MOVE 99 TO WS-ENTRY-DOTS
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM
           IF WS-ENTRY-DOTS > 1 OR WS-ENTRY-DIGITS = 0
               IF WS-REJECTED = 'N'
                   MOVE 'Y' TO WS-REJECTED
                   MOVE 'NON-NUMERIC-VALUE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       RIGHT-JUSTIFY-FIELD.
           IF WS-VAL-LEN > WS-DEST-LEN
               PERFORM FLAG-OVERFLOW-REJECT
               MOVE WS-DEST-LEN TO WS-VAL-LEN
           END-IF
           COMPUTE WS-PAD-LEN = WS-DEST-LEN - WS-VAL-LEN
           PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
               UNTIL WS-PAD-IDX > WS-PAD-LEN
               MOVE '0' TO WS-AFTER-BUF(
                   WS-DEST-START + WS-PAD-IDX - 1:1)
           END-PERFORM
           IF WS-VAL-LEN > 0
               MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                   TO WS-AFTER-BUF(
                       WS-DEST-START + WS-PAD-LEN:WS-VAL-LEN)
           END-IF.

      *> --------------------------------------------------------
      *> Business-rule validation - REQUIRED= catches blank
      *> values, MIN=/MAX= bound numeric values, VALUES= holds an
      *> allowed-code list (csv2cob's CHECK-FIELD-RULES).
      *> --------------------------------------------------------
       CHECK-FIELD-RULES.
           IF WS-FIELD-REQUIRED(WS-FLD-IDX) = 'Y' AND WS-VAL-LEN = 0
               IF WS-REJECTED = 'N'
                   MOVE 'Y' TO WS-REJECTED
                   MOVE 'VALUE-REQUIRED' TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-LEN = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-MIN-SET(WS-FLD-IDX) = 'Y'
               OR WS-FIELD-MAX-SET(WS-FLD-IDX) = 'Y'
               PERFORM CHECK-RULE-NUMERIC
               IF WS-RULE-NUMERIC = 'Y'
                   MOVE FUNCTION NUMVAL(
                       WS-FIELD-TRIMMED(1:WS-VAL-LEN))
                       TO WS-RULE-NUM
                   IF (WS-FIELD-MIN-SET(WS-FLD-IDX) = 'Y'
                       AND WS-RULE-NUM < WS-FIELD-MIN(WS-FLD-IDX))
                       OR (WS-FIELD-MAX-SET(WS-FLD-IDX) = 'Y'
                       AND WS-RULE-NUM > WS-FIELD-MAX(WS-FLD-IDX))
                       IF WS-REJECTED = 'N'
                           MOVE 'Y' TO WS-REJECTED
                           MOVE 'VALUE-RANGE' TO WS-REJECT-REASON
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-FIELD-VALUES(WS-FLD-IDX) NOT = SPACES
               PERFORM CHECK-VALUES-LIST
               IF WS-VALUES-MATCHED = 'N'
                   IF WS-REJECTED = 'N'
                       MOVE 'Y' TO WS-REJECTED
                       MOVE 'VALUE-NOT-ALLOWED' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *> A value is range-checkable when it reads as a plain
      *> number: optional leading '-', digits, at most one '.'.
       CHECK-RULE-NUMERIC.
           MOVE 'Y' TO WS-RULE-NUMERIC
           MOVE 'N' TO WS-RULE-DOT-SEEN
           MOVE 'N' TO WS-RULE-DIGIT-SEEN
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-VAL-LEN
               MOVE WS-FIELD-TRIMMED(WS-RULE-IDX:1) TO WS-RULE-CHAR
               EVALUATE TRUE
                   WHEN WS-RULE-CHAR NUMERIC
                       MOVE 'Y' TO WS-RULE-DIGIT-SEEN
                   WHEN WS-RULE-CHAR = '-' AND WS-RULE-IDX = 1
                       CONTINUE
                   WHEN WS-RULE-CHAR = '.'
                       AND WS-RULE-DOT-SEEN = 'N'
                       MOVE 'Y' TO WS-RULE-DOT-SEEN
                   WHEN OTHER
                       MOVE 'N' TO WS-RULE-NUMERIC
                       EXIT PERFORM
               END-EVALUATE
           END-PERFORM
           IF WS-RULE-DIGIT-SEEN = 'N'
               MOVE 'N' TO WS-RULE-NUMERIC
           END-IF.

      *> Walk the comma-separated VALUES= list comparing each code
      *> against the trimmed value.
       CHECK-VALUES-LIST.
           MOVE 'N' TO WS-VALUES-MATCHED
           MOVE WS-FIELD-VALUES(WS-FLD-IDX) TO WS-VALUES-LIST
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-VALUES-LIST TRAILING))
               TO WS-VALUES-LEN
           MOVE SPACES TO WS-VALUES-ITEM
           MOVE 1 TO WS-VALUES-ITEM-POS
           PERFORM VARYING WS-VALUES-POS FROM 1 BY 1
               UNTIL WS-VALUES-POS > WS-VALUES-LEN
               IF WS-VALUES-LIST(WS-VALUES-POS:1) = ','
                   PERFORM CHECK-ONE-VALUE
                   MOVE SPACES TO WS-VALUES-ITEM
                   MOVE 1 TO WS-VALUES-ITEM-POS
               ELSE
                   IF WS-VALUES-ITEM-POS <= 64
                       MOVE WS-VALUES-LIST(WS-VALUES-POS:1)
                           TO WS-VALUES-ITEM(WS-VALUES-ITEM-POS:1)
                       ADD 1 TO WS-VALUES-ITEM-POS
                   END-IF
               END-IF
               IF WS-VALUES-MATCHED = 'Y'
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VALUES-MATCHED = 'N'
               PERFORM CHECK-ONE-VALUE
           END-IF.

       CHECK-ONE-VALUE.
           IF WS-VALUES-ITEM NOT = SPACES
               IF WS-VALUES-ITEM = WS-FIELD-TRIMMED
                   MOVE 'Y' TO WS-VALUES-MATCHED
               END-IF
           END-IF.

      *> --------------------------------------------------------
      *> TYPE=LOOKUP - translate the CSV code through the TABLE=
      *> file; unmapped codes are rejected. An empty value stays
      *> spaces.
      *> --------------------------------------------------------
       CONVERT-LOOKUP-TO-FIXED.
           IF WS-VAL-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LKP-FOUND
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-CSV(WS-LKP-IDX) = WS-FIELD-TRIMMED
                   MOVE 'Y' TO WS-LKP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LKP-FOUND = 'N'
               IF WS-REJECTED = 'N'
                   MOVE 'Y' TO WS-REJECTED
                   MOVE 'LOOKUP-NOT-FOUND' TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LKP-FIX(WS-LKP-IDX) TO WS-FIELD-TRIMMED
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-FIELD-TRIMMED TRAILING))
               TO WS-VAL-LEN
           IF WS-VAL-LEN > WS-DEST-LEN
               PERFORM FLAG-OVERFLOW-REJECT
               MOVE WS-DEST-LEN TO WS-VAL-LEN
           END-IF
           MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
               TO WS-AFTER-BUF(WS-DEST-START:WS-VAL-LEN).

      *> --------------------------------------------------------
      *> TYPE=DATE - parse and calendar-check the value, then
      *> re-render it in the fixed-width FORMAT=. An empty value
      *> writes csv2cob's all-zero empty date.
      *> --------------------------------------------------------
       CONVERT-DATE-TO-FIXED.
           IF WS-VAL-LEN = 0
               MOVE ALL '0'
                   TO WS-AFTER-BUF(WS-DEST-START:WS-DEST-LEN)
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-CSV-DATE
           IF WS-DATE-VALID = 'N'
               PERFORM FLAG-DATE-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-DATE-FOR-OUTPUT
           IF WS-DATE-VALID = 'Y'
               MOVE WS-DATE-OUT(1:WS-DEST-LEN)
                   TO WS-AFTER-BUF(WS-DEST-START:WS-DEST-LEN)
           END-IF.

       PARSE-CSV-DATE.
           MOVE 'N' TO WS-DATE-VALID
           MOVE SPACES TO WS-DATE-DIGITS
           EVALUATE TRUE
               WHEN WS-VAL-LEN = 10
                   AND WS-FIELD-TRIMMED(5:1) = '-'
                   AND WS-FIELD-TRIMMED(8:1) = '-'
                   MOVE WS-FIELD-TRIMMED(1:4) TO WS-DATE-DIGITS(1:4)
                   MOVE WS-FIELD-TRIMMED(6:2) TO WS-DATE-DIGITS(5:2)
                   MOVE WS-FIELD-TRIMMED(9:2) TO WS-DATE-DIGITS(7:2)
               WHEN WS-VAL-LEN = 8
                   MOVE WS-FIELD-TRIMMED(1:8) TO WS-DATE-DIGITS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DATE-DIGITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-DIGITS(1:4) TO WS-DATE-Y
           MOVE WS-DATE-DIGITS(5:2) TO WS-DATE-M
           MOVE WS-DATE-DIGITS(7:2) TO WS-DATE-D
           PERFORM VALIDATE-CALENDAR-DATE.

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

       COMPUTE-DAY-OF-YEAR.
           MOVE 0 TO WS-DATE-DDD
           PERFORM VARYING WS-DATE-MM-IDX FROM 1 BY 1
               UNTIL WS-DATE-MM-IDX >= WS-DATE-M
               PERFORM GET-DAYS-IN-MONTH
               ADD WS-DATE-DIM TO WS-DATE-DDD
           END-PERFORM
           ADD WS-DATE-D TO WS-DATE-DDD.

      *> Two-digit-year formats only take the years the display
      *> window (70) reads back as the same date, so a date keyed
      *> in is the date shown afterwards.
       FORMAT-DATE-FOR-OUTPUT.
           MOVE SPACES TO WS-DATE-OUT
           DIVIDE WS-DATE-Y BY 100 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-YY
           EVALUATE WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'YYYYMMDD'
                   MOVE WS-DATE-Y TO WS-DATE-OUT(1:4)
                   MOVE WS-DATE-M TO WS-DATE-OUT(5:2)
                   MOVE WS-DATE-D TO WS-DATE-OUT(7:2)
               WHEN 'DDMMYYYY'
                   MOVE WS-DATE-D TO WS-DATE-OUT(1:2)
                   MOVE WS-DATE-M TO WS-DATE-OUT(3:2)
                   MOVE WS-DATE-Y TO WS-DATE-OUT(5:4)
               WHEN 'YYMMDD'
               WHEN 'DDMMYY'
                   IF WS-DATE-Y < 1970 OR WS-DATE-Y > 2069
                       MOVE 'N' TO WS-DATE-VALID
                       PERFORM FLAG-DATE-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FIELD-FORMAT(WS-FLD-IDX) = 'YYMMDD'
                       MOVE WS-DATE-YY TO WS-DATE-OUT(1:2)
                       MOVE WS-DATE-M TO WS-DATE-OUT(3:2)
                       MOVE WS-DATE-D TO WS-DATE-OUT(5:2)
                   ELSE
                       MOVE WS-DATE-D TO WS-DATE-OUT(1:2)
                       MOVE WS-DATE-M TO WS-DATE-OUT(3:2)
                       MOVE WS-DATE-YY TO WS-DATE-OUT(5:2)
                   END-IF
               WHEN 'CYYDDD'
                   IF WS-DATE-Y < 1900 OR WS-DATE-Y > 2899
                       MOVE 'N' TO WS-DATE-VALID
                       PERFORM FLAG-DATE-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-DATE-C = (WS-DATE-Y - 1900) / 100
                   PERFORM COMPUTE-DAY-OF-YEAR
                   MOVE WS-DATE-C TO WS-DATE-OUT(1:1)
                   MOVE WS-DATE-YY TO WS-DATE-OUT(2:2)
                   MOVE WS-DATE-DDD TO WS-DATE-OUT(4:3)
           END-EVALUATE.

       FLAG-DATE-REJECT.
           IF WS-REJECTED = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE 'INVALID-DATE' TO WS-REJECT-REASON
           END-IF.

      *> --------------------------------------------------------
      *> Pad/truncate the fractional digits to DECIMALS= places
      *> and strip the '.', exactly as csv2cob's version does
      *> ahead of the right-justify step.
      *> --------------------------------------------------------
       NORMALIZE-DECIMAL-DIGITS.
           MOVE 0 TO WS-DOT-POS
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > WS-VAL-LEN OR WS-DOT-POS NOT = 0
               IF WS-FIELD-TRIMMED(WS-TOKEN-POS:1) = '.'
                   MOVE WS-TOKEN-POS TO WS-DOT-POS
               END-IF
           END-PERFORM
           IF WS-DOT-POS = 0
               MOVE WS-VAL-LEN TO WS-INT-LEN
               MOVE 0 TO WS-FRAC-LEN
           ELSE
               COMPUTE WS-INT-LEN = WS-DOT-POS - 1
               COMPUTE WS-FRAC-LEN = WS-VAL-LEN - WS-DOT-POS
               ADD 1 TO WS-DOT-POS
               PERFORM VARYING WS-TOKEN-POS FROM WS-DOT-POS BY 1
                   UNTIL WS-TOKEN-POS > WS-VAL-LEN
                   IF WS-FIELD-TRIMMED(WS-TOKEN-POS:1) = '.'
                       PERFORM FLAG-PRECISION-REJECT
                       MOVE 0 TO WS-FRAC-LEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-FIELD-VAL
           IF WS-INT-LEN > 0
               MOVE WS-FIELD-TRIMMED(1:WS-INT-LEN)
                   TO WS-FIELD-VAL(1:WS-INT-LEN)
           END-IF
           IF WS-FRAC-LEN > WS-FIELD-DECIMALS(WS-FLD-IDX)
               PERFORM FLAG-PRECISION-REJECT
               MOVE WS-FIELD-DECIMALS(WS-FLD-IDX) TO WS-FRAC-LEN
           END-IF
           IF WS-FRAC-LEN > 0
               MOVE WS-FIELD-TRIMMED(WS-DOT-POS:WS-FRAC-LEN)
                   TO WS-FIELD-VAL(WS-INT-LEN + 1:WS-FRAC-LEN)
           END-IF
           IF WS-FIELD-DECIMALS(WS-FLD-IDX) > WS-FRAC-LEN
               ADD 1 TO WS-FRAC-LEN
               PERFORM VARYING WS-PAD-IDX FROM WS-FRAC-LEN BY 1
                   UNTIL WS-PAD-IDX > WS-FIELD-DECIMALS(WS-FLD-IDX)
                   MOVE '0' TO WS-FIELD-VAL(WS-INT-LEN + WS-PAD-IDX:1)
               END-PERFORM
           END-IF
           COMPUTE WS-VAL-LEN =
               WS-INT-LEN + WS-FIELD-DECIMALS(WS-FLD-IDX)
           IF WS-VAL-LEN > 0
               MOVE WS-FIELD-VAL(1:WS-VAL-LEN) TO WS-FIELD-TRIMMED
           ELSE
               MOVE SPACES TO WS-FIELD-TRIMMED
           END-IF.

       DETECT-AND-STRIP-SIGN.
           IF WS-VAL-LEN > 0 AND WS-FIELD-TRIMMED(1:1) = '-'
               MOVE 'Y' TO WS-SIGN-NEG
               MOVE WS-FIELD-TRIMMED(2:WS-VAL-LEN - 1)
                   TO WS-FIELD-VAL
               MOVE FUNCTION TRIM(WS-FIELD-VAL TRAILING)
                   TO WS-FIELD-TRIMMED
               SUBTRACT 1 FROM WS-VAL-LEN
           END-IF.

      *> --------------------------------------------------------
      *> Trailing zoned-decimal sign overpunch, same convention as
      *> csv2cob (positive {ABCDEFGHI, negative }JKLMNOPQR).
      *> --------------------------------------------------------
       APPLY-SIGN-OVERPUNCH.
           MOVE WS-AFTER-BUF(WS-DEST-START + WS-DEST-LEN - 1:1)
               TO WS-OVERPUNCH-DIGIT
           IF WS-SIGN-NEG = 'Y'
               EVALUATE WS-OVERPUNCH-DIGIT
                   WHEN '0' MOVE '}' TO WS-OVERPUNCH-DIGIT
                   WHEN '1' MOVE 'J' TO WS-OVERPUNCH-DIGIT
                   WHEN '2' MOVE 'K' TO WS-OVERPUNCH-DIGIT
                   WHEN '3' MOVE 'L' TO WS-OVERPUNCH-DIGIT
                   WHEN '4' MOVE 'M' TO WS-OVERPUNCH-DIGIT
                   WHEN '5' MOVE 'N' TO WS-OVERPUNCH-DIGIT
                   WHEN '6' MOVE 'O' TO WS-OVERPUNCH-DIGIT
                   WHEN '7' MOVE 'P' TO WS-OVERPUNCH-DIGIT
                   WHEN '8' MOVE 'Q' TO WS-OVERPUNCH-DIGIT
                   WHEN '9' MOVE 'R' TO WS-OVERPUNCH-DIGIT
               END-EVALUATE
           ELSE
               EVALUATE WS-OVERPUNCH-DIGIT
                   WHEN '0' MOVE '{' TO WS-OVERPUNCH-DIGIT
                   WHEN '1' MOVE 'A' TO WS-OVERPUNCH-DIGIT
                   WHEN '2' MOVE 'B' TO WS-OVERPUNCH-DIGIT
                   WHEN '3' MOVE 'C' TO WS-OVERPUNCH-DIGIT
                   WHEN '4' MOVE 'D' TO WS-OVERPUNCH-DIGIT
                   WHEN '5' MOVE 'E' TO WS-OVERPUNCH-DIGIT
                   WHEN '6' MOVE 'F' TO WS-OVERPUNCH-DIGIT
                   WHEN '7' MOVE 'G' TO WS-OVERPUNCH-DIGIT
                   WHEN '8' MOVE 'H' TO WS-OVERPUNCH-DIGIT
                   WHEN '9' MOVE 'I' TO WS-OVERPUNCH-DIGIT
               END-EVALUATE
           END-IF
           MOVE WS-OVERPUNCH-DIGIT
               TO WS-AFTER-BUF(WS-DEST-START + WS-DEST-LEN - 1:1).

       FLAG-OVERFLOW-REJECT.
           IF WS-REJECTED = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE 'VALUE-OVERFLOW' TO WS-REJECT-REASON
           END-IF.

       FLAG-PRECISION-REJECT.
           IF WS-REJECTED = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE 'DECIMAL-PRECISION' TO WS-REJECT-REASON
           END-IF.

      *> --------------------------------------------------------
      *> Decode field WS-FLD-IDX of WS-DECODE-IMAGE to its CSV
      *> text with COB2CSV's formatters into WS-DECODED. Blank
      *> bytes decode empty (a zero date too); bytes the TYPE=
      *> cannot hold come back as stored with WS-DECODE-BAD set,
      *> so they are visible and survive untouched unless edited.
      *> --------------------------------------------------------
       DECODE-FIELD-VALUE.
           MOVE WS-FIELD-START(WS-FLD-IDX)  TO WS-DEST-START
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-DEST-LEN
           MOVE SPACES TO WS-RAW-FIELD-VAL
           MOVE WS-DECODE-IMAGE(WS-DEST-START:WS-DEST-LEN)
               TO WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
           MOVE SPACES TO WS-DECODED
           MOVE 'N' TO WS-DECODE-BAD
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'ALPHA'
               OR WS-FIELD-TYPE(WS-FLD-IDX) = 'LOOKUP'
               MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TO WS-DECODED
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSV-FIELD-OUT
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       PERFORM FLAG-UNDECODABLE-FIELD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RAW-FIELD-VAL TO WS-GEN-IN
                   MOVE WS-DEST-LEN      TO WS-GEN-LEN
                   PERFORM STRIP-LEADING-ZEROS
                   MOVE WS-GEN-OUT TO WS-CSV-FIELD-OUT
               WHEN 'DECIMAL'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       PERFORM FLAG-UNDECODABLE-FIELD
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM INSERT-DECIMAL-POINT
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DECODE-SIGNED-FIELD
                   IF WS-DECODE-BAD = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'DATE'
                   PERFORM FORMAT-DATE-FROM-FIXED
                   IF WS-DECODE-BAD = 'Y'
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE WS-CSV-FIELD-OUT TO WS-DECODED.

       FLAG-UNDECODABLE-FIELD.
           MOVE 'Y' TO WS-DECODE-BAD
           MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TO WS-DECODED.

      *> SIGNED-NUM / SIGNED-DECIMAL - undo the trailing overpunch
      *> ({A-I positive, }J-R negative; a plain digit is taken as
      *> unsigned) and format the digits like COB2CSV does.
       DECODE-SIGNED-FIELD.
           MOVE 'N' TO WS-DEC-NEG
           MOVE WS-RAW-FIELD-VAL(WS-DEST-LEN:1) TO WS-DEC-CHAR
           EVALUATE WS-DEC-CHAR
               WHEN '{' MOVE '0' TO WS-OVERPUNCH-DIGIT
               WHEN 'A' MOVE '1' TO WS-OVERPUNCH-DIGIT
               WHEN 'B' MOVE '2' TO WS-OVERPUNCH-DIGIT
               WHEN 'C' MOVE '3' TO WS-OVERPUNCH-DIGIT
               WHEN 'D' MOVE '4' TO WS-OVERPUNCH-DIGIT
               WHEN 'E' MOVE '5' TO WS-OVERPUNCH-DIGIT
               WHEN 'F' MOVE '6' TO WS-OVERPUNCH-DIGIT
               WHEN 'G' MOVE '7' TO WS-OVERPUNCH-DIGIT
               WHEN 'H' MOVE '8' TO WS-OVERPUNCH-DIGIT
               WHEN 'I' MOVE '9' TO WS-OVERPUNCH-DIGIT
               WHEN '}' MOVE '0' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'J' MOVE '1' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'K' MOVE '2' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'L' MOVE '3' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'M' MOVE '4' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'N' MOVE '5' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'O' MOVE '6' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'P' MOVE '7' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'Q' MOVE '8' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN 'R' MOVE '9' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-DEC-NEG
               WHEN '0' THRU '9'
                   MOVE WS-DEC-CHAR TO WS-OVERPUNCH-DIGIT
               WHEN OTHER
                   PERFORM FLAG-UNDECODABLE-FIELD
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OVERPUNCH-DIGIT TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
           IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
               MOVE WS-DEC-CHAR TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               PERFORM FLAG-UNDECODABLE-FIELD
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'SIGNED-DECIMAL'
               PERFORM INSERT-DECIMAL-POINT
           ELSE
               MOVE WS-RAW-FIELD-VAL TO WS-GEN-IN
               MOVE WS-DEST-LEN      TO WS-GEN-LEN
               PERFORM STRIP-LEADING-ZEROS
               MOVE WS-GEN-OUT TO WS-CSV-FIELD-OUT
           END-IF
           IF WS-DEC-NEG = 'Y'
               PERFORM PREFIX-MINUS-SIGN
           END-IF.

      *> Re-insert the decimal point implied by DECIMALS= (same
      *> decoder as COB2CSV).
       INSERT-DECIMAL-POINT.
           IF WS-FIELD-DECIMALS(WS-FLD-IDX) = 0
               MOVE WS-RAW-FIELD-VAL TO WS-GEN-IN
               MOVE WS-DEST-LEN      TO WS-GEN-LEN
               PERFORM STRIP-LEADING-ZEROS
               MOVE WS-GEN-OUT TO WS-CSV-FIELD-OUT
           ELSE
               COMPUTE WS-INT-LEN =
                   WS-DEST-LEN - WS-FIELD-DECIMALS(WS-FLD-IDX)
               MOVE SPACES TO WS-INT-PART
               MOVE SPACES TO WS-DEC-PART
               MOVE WS-RAW-FIELD-VAL(1:WS-INT-LEN) TO WS-INT-PART
               MOVE WS-RAW-FIELD-VAL(WS-INT-LEN + 1:
                   WS-FIELD-DECIMALS(WS-FLD-IDX))
                   TO WS-DEC-PART
               MOVE WS-INT-PART TO WS-GEN-IN
               MOVE WS-INT-LEN  TO WS-GEN-LEN
               PERFORM STRIP-LEADING-ZEROS
               MOVE SPACES TO WS-CSV-FIELD-OUT
               STRING FUNCTION TRIM(WS-GEN-OUT) DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       WS-DEC-PART(1:WS-FIELD-DECIMALS(WS-FLD-IDX))
                           DELIMITED BY SIZE
                   INTO WS-CSV-FIELD-OUT
           END-IF.

      *> Prefix the formatted digits with '-'; a zero value stays
      *> unsigned.
       PREFIX-MINUS-SIGN.
           IF WS-CSV-FIELD-OUT(1:1) = '0' AND
               FUNCTION TRIM(WS-CSV-FIELD-OUT TRAILING) = '0'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CSV-FIELD-OUT TRAILING)
               TO WS-GEN-OUT
           MOVE SPACES TO WS-CSV-FIELD-OUT
           STRING '-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GEN-OUT TRAILING)
                       DELIMITED BY SIZE
               INTO WS-CSV-FIELD-OUT.

      *> --------------------------------------------------------
      *> TYPE=DATE - decode the fixed-width FORMAT= bytes back to
      *> YYYY-MM-DD. An all-zero field is empty.
      *> --------------------------------------------------------
       FORMAT-DATE-FROM-FIXED.
           IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
               PERFORM FLAG-UNDECODABLE-FIELD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DATE-NUM-CHK
           MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
               TO WS-DATE-NUM-CHK(9 - WS-DEST-LEN:WS-DEST-LEN)
           IF WS-DATE-NUM-CHK = 0
               MOVE SPACES TO WS-CSV-FIELD-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATE-VALID
           EVALUATE WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'YYYYMMDD'
                   MOVE WS-RAW-FIELD-VAL(1:4) TO WS-DATE-Y
                   MOVE WS-RAW-FIELD-VAL(5:2) TO WS-DATE-M
                   MOVE WS-RAW-FIELD-VAL(7:2) TO WS-DATE-D
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'DDMMYYYY'
                   MOVE WS-RAW-FIELD-VAL(1:2) TO WS-DATE-D
                   MOVE WS-RAW-FIELD-VAL(3:2) TO WS-DATE-M
                   MOVE WS-RAW-FIELD-VAL(5:4) TO WS-DATE-Y
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'YYMMDD'
                   MOVE WS-RAW-FIELD-VAL(1:2) TO WS-DATE-YY
                   MOVE WS-RAW-FIELD-VAL(3:2) TO WS-DATE-M
                   MOVE WS-RAW-FIELD-VAL(5:2) TO WS-DATE-D
                   PERFORM EXPAND-TWO-DIGIT-YEAR
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'DDMMYY'
                   MOVE WS-RAW-FIELD-VAL(1:2) TO WS-DATE-D
                   MOVE WS-RAW-FIELD-VAL(3:2) TO WS-DATE-M
                   MOVE WS-RAW-FIELD-VAL(5:2) TO WS-DATE-YY
                   PERFORM EXPAND-TWO-DIGIT-YEAR
                   PERFORM VALIDATE-CALENDAR-DATE
               WHEN 'CYYDDD'
                   MOVE WS-RAW-FIELD-VAL(1:1) TO WS-DATE-C
                   MOVE WS-RAW-FIELD-VAL(2:2) TO WS-DATE-YY
                   MOVE WS-RAW-FIELD-VAL(4:3) TO WS-DATE-DDD
                   COMPUTE WS-DATE-Y =
                       1900 + (WS-DATE-C * 100) + WS-DATE-YY
                   PERFORM CONVERT-DDD-TO-MONTH-DAY
           END-EVALUATE
           IF WS-DATE-VALID = 'N'
               PERFORM FLAG-UNDECODABLE-FIELD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATE-OUT
           MOVE WS-DATE-Y TO WS-DATE-OUT(1:4)
           MOVE '-' TO WS-DATE-OUT(5:1)
           MOVE WS-DATE-M TO WS-DATE-OUT(6:2)
           MOVE '-' TO WS-DATE-OUT(8:1)
           MOVE WS-DATE-D TO WS-DATE-OUT(9:2)
           MOVE WS-DATE-OUT TO WS-CSV-FIELD-OUT.

      *> Two-digit years window at 70: 70-99 are 19xx, 00-69 are
      *> 20xx - same window as COB2CSV.
       EXPAND-TWO-DIGIT-YEAR.
           IF WS-DATE-YY >= 70
               COMPUTE WS-DATE-Y = 1900 + WS-DATE-YY
           ELSE
               COMPUTE WS-DATE-Y = 2000 + WS-DATE-YY
           END-IF.

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

      *> Strip leading zeros from a digit string in WS-GEN-IN(1:
      *> WS-GEN-LEN), leaving at least one digit, result in
      *> WS-GEN-OUT.
       STRIP-LEADING-ZEROS.
           MOVE 0 TO WS-GEN-IDX
           MOVE SPACES TO WS-GEN-OUT
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > WS-GEN-LEN
               IF WS-GEN-IN(WS-TOKEN-POS:1) NOT = '0'
                   MOVE WS-TOKEN-POS TO WS-GEN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-IDX = 0
               MOVE '0' TO WS-GEN-OUT
           ELSE
               MOVE WS-GEN-IN(WS-GEN-IDX:WS-GEN-LEN - WS-GEN-IDX + 1)
                   TO WS-GEN-OUT
           END-IF.

      *> --------------------------------------------------------
      *> Audit log. It is opened before the master is touched, so
      *> an update that could not be logged is never made, and
      *> closed after each action so every line is on disk.
      *> --------------------------------------------------------
       OPEN-AUDIT-LOG.
           MOVE 'Y' TO WS-AUDIT-OPEN-OK
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'N' TO WS-AUDIT-OPEN-OK
               MOVE WS-AUD-STATUS TO WS-DISP-STATUS
               STRING "Cannot open audit log (status "
                           DELIMITED BY SIZE
                       WS-DISP-STATUS DELIMITED BY SIZE
                       ") - nothing updated" DELIMITED BY SIZE
                   INTO WS-SCR-MESSAGE
           END-IF.

       CLOSE-AUDIT-LOG.
           CLOSE AUDIT-FILE.

      *> One line per field from WS-BEFORE-BUF (spaces for an add)
      *> and WS-AFTER-BUF (spaces for a delete), stamped with one
      *> timestamp for the whole action.
       WRITE-AUDIT-ENTRIES.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TS
           MOVE WS-OPERATOR TO WS-AUD-OPERATOR
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-AUD-ACTION NOT = 'CHANGE'
                   OR WS-BEFORE-BUF(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                   NOT = WS-AFTER-BUF(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-PERFORM.

       WRITE-AUDIT-LINE.
           MOVE WS-FIELD-NAME(WS-FLD-IDX) TO WS-AUD-FIELD
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           IF WS-AUD-ACTION NOT = 'ADD'
               MOVE WS-BEFORE-BUF TO WS-DECODE-IMAGE
               PERFORM DECODE-FIELD-VALUE
               MOVE WS-DECODED TO WS-AUD-BEFORE
           END-IF
           IF WS-AUD-ACTION NOT = 'DELETE'
               MOVE WS-AFTER-BUF TO WS-DECODE-IMAGE
               PERFORM DECODE-FIELD-VALUE
               MOVE WS-DECODED TO WS-AUD-AFTER
           END-IF
           MOVE WS-AUD-ENTRY TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.
