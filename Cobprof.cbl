      *> ============================================================
      *> cobprof.cbl - per-field data profile of a fixed-width file
      *>
      *> Reads a fixed-width file through the same schema.cfg the
      *> converters use - RECTYPE groups, PACKED/BINARY/DATE/LOOKUP
      *> decoding included - and reports what the data actually
      *> looks like, field by field: how many values are blank or
      *> zero, how many do not decode at all, the lowest and
      *> highest value (earliest and latest for DATE fields), the
      *> number of distinct values with the most frequent ones, and
      *> how many values would fail the field's REQUIRED=, MIN=/
      *> MAX=, VALUES= or TABLE= rule if the file went back through
      *> CSV2COB. The readable report is for sign-off; the CSV
      *> carries one row per field so this month's profile can be
      *> compared to last month's.
      *>
      *> A KEY-COLUMN= schema tells the record types apart by the
      *> field that sits in that CSV column of each RECTYPE= group;
      *> every field is profiled over its own group's records only.
      *>
      *> Usage:
      *>   cobprof -s schema.cfg -i input.dat [-o report.prf]
      *>           [--csv profile.csv] [--top N]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBPROF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE  ASSIGN TO DYNAMIC WS-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE    ASSIGN TO DYNAMIC WS-CSV-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD              PIC X(4096).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       FD  CSV-FILE.
       01  CSV-RECORD                PIC X(2048).

       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

      *> One work record per field value: which field, and the
      *> decoded value as it would appear in the CSV extract.
      *> Sorted, equal values sit together and are counted off in
      *> one pass for the distinct and most-frequent figures.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-FIELD             PIC 9(3).
           05  SRT-VALUE             PIC X(64).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-INPUT-FILE             PIC X(256) VALUE SPACES.
       01  WS-REPORT-FILE            PIC X(256) VALUE SPACES.
       01  WS-CSV-FILE               PIC X(256) VALUE SPACES.
       01  WS-TOP-N                  PIC 9(2) VALUE 5.

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
           05  WS-FIELD-RECTYPE      PIC X(16) VALUE SPACES.
           05  WS-FIELD-COL-IN-TYPE  PIC 9(3) VALUE 0.
           05  WS-FIELD-REQUIRED     PIC X VALUE 'N'.
           05  WS-FIELD-MIN          PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-MAX          PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-MIN-SET      PIC X VALUE 'N'.
           05  WS-FIELD-MAX-SET      PIC X VALUE 'N'.
           05  WS-FIELD-VALUES       PIC X(64) VALUE SPACES.
           05  WS-FIELD-TABLE        PIC X(64) VALUE SPACES.
           05  WS-FIELD-TBL-IDX      PIC 9(2) VALUE 0.
           05  WS-FIELD-DERIVE       PIC X(64) VALUE SPACES.
           05  WS-FIELD-NUMERIC      PIC X VALUE 'N'.
      *> Profile figures gathered for the field
           05  WS-FIELD-SEEN         PIC 9(9) VALUE 0.
           05  WS-FIELD-BLANK        PIC 9(9) VALUE 0.
           05  WS-FIELD-INVALID      PIC 9(9) VALUE 0.
           05  WS-FIELD-DISTINCT     PIC 9(9) VALUE 0.
           05  WS-FIELD-HAS-RANGE    PIC X VALUE 'N'.
           05  WS-FIELD-LOW-NUM      PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-HIGH-NUM     PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-LOW          PIC X(64) VALUE SPACES.
           05  WS-FIELD-HIGH         PIC X(64) VALUE SPACES.
           05  WS-FIELD-FAIL-REQ     PIC 9(9) VALUE 0.
           05  WS-FIELD-FAIL-RANGE   PIC 9(9) VALUE 0.
           05  WS-FIELD-FAIL-VALUES  PIC 9(9) VALUE 0.
           05  WS-FIELD-FAIL-TABLE   PIC 9(9) VALUE 0.
           05  WS-FIELD-TOP-USED     PIC 9(2) VALUE 0.
           05  WS-FIELD-TOP OCCURS 10 TIMES.
               10  WS-FIELD-TOP-VAL  PIC X(64).
               10  WS-FIELD-TOP-CNT  PIC 9(9).

      *> --- Multiple record-type support ---
       01  WS-KEY-COLUMN             PIC 9(3) VALUE 0.
       01  WS-RECTYPE-COUNTERS OCCURS 16 TIMES INDEXED BY WS-RC-IDX.
           05  WS-RC-NAME            PIC X(16) VALUE SPACES.
           05  WS-RC-COUNT           PIC 9(3) VALUE 0.
           05  WS-RC-RECLEN          PIC 9(5) VALUE 0.
           05  WS-RC-DISC-FLD        PIC 9(3) VALUE 0.
           05  WS-RC-SEEN            PIC 9(9) VALUE 0.
       01  WS-RC-TABLE-COUNT         PIC 9(3) VALUE 0.
       01  WS-RC-FOUND               PIC X VALUE 'N'.
       01  WS-RC-RAW-CODE            PIC X(64) VALUE SPACES.
       01  WS-UNKNOWN-COUNT          PIC 9(9) VALUE 0.

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

      *> --- Fixed-width record handling ---
       01  WS-FIXED-LINE             PIC X(4096).
       01  WS-RAW-FIELD-VAL          PIC X(512).
       01  WS-DEST-START             PIC 9(5).
       01  WS-DEST-LEN               PIC 9(5).
       01  WS-INT-LEN                PIC 9(5).
       01  WS-INT-PART               PIC X(512).
       01  WS-DEC-PART               PIC X(512).
       01  WS-RECORD-LEN             PIC 9(5) VALUE 0.
       01  WS-RECORD-COUNT           PIC 9(9) VALUE 0.

      *> --- Generic leading-zero stripper ---
       01  WS-GEN-IN                 PIC X(512).
       01  WS-GEN-LEN                PIC 9(5).
       01  WS-GEN-OUT                PIC X(512).
       01  WS-GEN-IDX                PIC 9(5).

      *> --- Decoded field value ---
       01  WS-CSV-FIELD-OUT          PIC X(512).
       01  WS-CSV-FIELD-LEN          PIC 9(5) VALUE 0.

      *> --- Binary record mode (TYPE=PACKED / TYPE=BINARY) ---
      *> Packed and binary bytes can look like newlines, so these
      *> schemas bypass the LINE SEQUENTIAL FD and read fixed-
      *> length records through the CBL_ byte-stream routines.
       01  WS-RECORD-MODE            PIC X(6) VALUE 'TEXT'.
       01  WS-BIN-ACCESS             PIC X COMP-X VALUE 0.
       01  WS-BIN-DENY               PIC X COMP-X VALUE 0.
       01  WS-BIN-DEVICE             PIC X COMP-X VALUE 0.
       01  WS-BIN-IN-HANDLE          PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-IN-OFFSET          PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-COUNT              PIC X(4) COMP-X VALUE 0.
       01  WS-BIN-FLAGS              PIC X COMP-X VALUE 0.
       01  WS-BIN-RC                 PIC S9(9) COMP-5 VALUE 0.
       01  WS-BIN-EOF                PIC X VALUE 'N'.
       01  WS-BIN-IN-SIZE            PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-REMAINING          PIC 9(12) VALUE 0.
       01  WS-BIN-OFFSET-SHOW        PIC 9(12) VALUE 0.
       01  WS-BIN-READ-LEN           PIC 9(5) VALUE 0.

      *> --- EBCDIC code-page conversion (ENCODING=EBCDIC) ---
      *> CP037 translate table, same as COB2CSV's.
       01  WS-ENCODING               PIC X(6) VALUE 'ASCII'.
       01  WS-E2A-TAB.
           05  FILLER        PIC X(8) VALUE X'000102039C09867F'.
           05  FILLER        PIC X(8) VALUE X'978D8E0B0C0D0E0F'.
           05  FILLER        PIC X(8) VALUE X'101112139D850887'.
           05  FILLER        PIC X(8) VALUE X'1819928F1C1D1E1F'.
           05  FILLER        PIC X(8) VALUE X'80818283840A171B'.
           05  FILLER        PIC X(8) VALUE X'88898A8B8C050607'.
           05  FILLER        PIC X(8) VALUE X'9091169394959604'.
           05  FILLER        PIC X(8) VALUE X'98999A9B14159E1A'.
           05  FILLER        PIC X(8) VALUE X'20A0E2E4E0E1E3E5'.
           05  FILLER        PIC X(8) VALUE X'E7F1A22E3C282B7C'.
           05  FILLER        PIC X(8) VALUE X'26E9EAEBE8EDEEEF'.
           05  FILLER        PIC X(8) VALUE X'ECDF21242A293BAC'.
           05  FILLER        PIC X(8) VALUE X'2D2FC2C4C0C1C3C5'.
           05  FILLER        PIC X(8) VALUE X'C7D1A62C255F3E3F'.
           05  FILLER        PIC X(8) VALUE X'F8C9CACBC8CDCECF'.
           05  FILLER        PIC X(8) VALUE X'CC603A2340273D22'.
           05  FILLER        PIC X(8) VALUE X'D861626364656667'.
           05  FILLER        PIC X(8) VALUE X'6869ABBBF0FDFEB1'.
           05  FILLER        PIC X(8) VALUE X'B06A6B6C6D6E6F70'.
           05  FILLER        PIC X(8) VALUE X'7172AABAE6B8C6A4'.
           05  FILLER        PIC X(8) VALUE X'B57E737475767778'.
           05  FILLER        PIC X(8) VALUE X'797AA1BFD0DDDEAE'.
           05  FILLER        PIC X(8) VALUE X'5EA3A5B7A9A7B6BC'.
           05  FILLER        PIC X(8) VALUE X'BDBE5B5DAFA8B4D7'.
           05  FILLER        PIC X(8) VALUE X'7B41424344454647'.
           05  FILLER        PIC X(8) VALUE X'4849ADF4F6F2F3F5'.
           05  FILLER        PIC X(8) VALUE X'7D4A4B4C4D4E4F50'.
           05  FILLER        PIC X(8) VALUE X'5152B9FBFCF9FAFF'.
           05  FILLER        PIC X(8) VALUE X'5CF7535455565758'.
           05  FILLER        PIC X(8) VALUE X'595AB2D4D6D2D3D5'.
           05  FILLER        PIC X(8) VALUE X'3031323334353637'.
           05  FILLER        PIC X(8) VALUE X'3839B3DBDCD9DA9F'.
       01  WS-XL-POS                 PIC 9(5) VALUE 0.
       01  WS-XL-V                   PIC 9(3) VALUE 0.
       01  WS-EBC-SAVE               PIC X(4096) VALUE SPACES.

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
       01  WS-LKP-VALUE              PIC X(64) VALUE SPACES.
       01  WS-LKP-FOUND              PIC X VALUE 'N'.

      *> --- TYPE=PACKED / TYPE=BINARY field decoding ---
       01  WS-PK-IDX                 PIC 9(3) VALUE 0.
       01  WS-PK-HI                  PIC 9(3) VALUE 0.
       01  WS-PK-LO                  PIC 9(3) VALUE 0.
       01  WS-PK-BYTE                PIC 9(3) VALUE 0.
       01  WS-PK-DIG                 PIC 9 VALUE 0.
       01  WS-PK-POS                 PIC 9(3) VALUE 0.
       01  WS-PK-NEG                 PIC X VALUE 'N'.
       01  WS-PK-BAD                 PIC X VALUE 'N'.
       01  WS-BN-VALUE               PIC 9(18) VALUE 0.
       01  WS-BN-IDX                 PIC 9(3) VALUE 0.
       01  WS-BN-DIGITS              PIC 9(10) VALUE 0.

      *> --- TYPE=DATE handling ---
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
       01  WS-DATE-NUM-CHK           PIC 9(8) VALUE 0.
       01  WS-DATE-DDD-WORK          PIC 9(3) VALUE 0.
       01  WS-DATE-FMT-LEN           PIC 9(2) VALUE 0.
       01  WS-DATE-OUT               PIC X(10) VALUE SPACES.

      *> --- Business-rule checks (REQUIRED= MIN= MAX= VALUES=) ---
       01  WS-FIELD-TRIMMED          PIC X(512) VALUE SPACES.
       01  WS-VAL-LEN                PIC 9(5) VALUE 0.
       01  WS-RULE-NUMERIC           PIC X VALUE 'N'.
       01  WS-RULE-DOT-SEEN          PIC X VALUE 'N'.
       01  WS-RULE-DIGIT-SEEN        PIC X VALUE 'N'.
       01  WS-RULE-IDX               PIC 9(5) VALUE 0.
       01  WS-RULE-CHAR              PIC X VALUE SPACE.
       01  WS-RULE-NUM               PIC S9(13)V9(4) VALUE 0.
       01  WS-VALUES-LIST            PIC X(64) VALUE SPACES.
       01  WS-VALUES-POS             PIC 9(3) VALUE 0.
       01  WS-VALUES-LEN             PIC 9(3) VALUE 0.
       01  WS-VALUES-ITEM            PIC X(64) VALUE SPACES.
       01  WS-VALUES-ITEM-POS        PIC 9(3) VALUE 0.
       01  WS-VALUES-MATCHED         PIC X VALUE 'N'.

      *> --- Value classification ---
      *> B = blank (or an all-zero date), Z = numeric zero,
      *> I = bytes that do not decode for the TYPE=, V = a value.
       01  WS-VAL-CLASS              PIC X VALUE SPACE.
       01  WS-RAW-BLANK              PIC X VALUE 'N'.
       01  WS-NUM-WORK               PIC S9(13)V9(4) VALUE 0.

      *> --- Distinct value runs (sort output side) ---
       01  WS-RUN-OPEN               PIC X VALUE 'N'.
       01  WS-RUN-FIELD              PIC 9(3) VALUE 0.
       01  WS-RUN-VALUE              PIC X(64) VALUE SPACES.
       01  WS-RUN-COUNT              PIC 9(9) VALUE 0.
       01  WS-TOP-IDX                PIC 9(2) VALUE 0.
       01  WS-TOP-POS                PIC 9(2) VALUE 0.

      *> --- Report and CSV lines ---
       01  WS-RUN-TS                 PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE-SHOW          PIC X(19) VALUE SPACES.
       01  WS-PRINT-LINE             PIC X(132) VALUE SPACES.
       01  WS-PRT-PTR                PIC 9(3) VALUE 1.
       01  WS-CNT-ED                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUM-ED                 PIC Z(8)9.
       01  WS-RULE-LINE              PIC X(132) VALUE ALL '-'.
       01  WS-SHOW-VALUE             PIC X(64) VALUE SPACES.
       01  WS-CSV-OUT-LINE           PIC X(2048) VALUE SPACES.
       01  WS-OUT-PTR                PIC 9(5) VALUE 1.
       01  WS-QUOTE-PTR              PIC 9(5).
       01  WS-NEEDS-QUOTE            PIC X VALUE 'N'.
       01  WS-QUOTE-IDX              PIC 9(5).
       01  WS-QUOTED-FIELD           PIC X(1040).
       01  WS-DELIMITER              PIC X VALUE ','.
       01  WS-CSV-FIRST-COL          PIC X VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           PERFORM FORMAT-RUN-DATE
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-SCHEMA
           PERFORM CALC-RECORD-LEN
           SORT SORT-WORK
               ON ASCENDING KEY SRT-FIELD SRT-VALUE
               INPUT PROCEDURE IS PROFILE-ALL-RECORDS
               OUTPUT PROCEDURE IS COUNT-DISTINCT-VALUES
           PERFORM WRITE-PROFILE-REPORT
           PERFORM WRITE-PROFILE-CSV
           DISPLAY "Done. " WS-RECORD-COUNT " record(s) profiled, "
                   WS-FIELD-COUNT " field(s)."
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
               WHEN WS-CMD-TOKEN(1:7) = '--input'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-i'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:5) = '--csv'
                   MOVE '-c  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:5) = '--top'
                   MOVE '-t  ' TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-i  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-INPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-REPORT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-c  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CSV-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-t  '
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-TOP-N
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
           IF WS-INPUT-FILE = SPACES
               DISPLAY "ERROR: -i <input.dat> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-REPORT-FILE = SPACES
               STRING FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
                       '.prf' DELIMITED BY SIZE
                   INTO WS-REPORT-FILE
           END-IF
           IF WS-CSV-FILE = SPACES
               STRING FUNCTION TRIM(WS-REPORT-FILE) DELIMITED BY SIZE
                       '.csv' DELIMITED BY SIZE
                   INTO WS-CSV-FILE
           END-IF
           IF WS-TOP-N < 1 OR WS-TOP-N > 10
               DISPLAY "ERROR: --top must be 1 to 10"
               STOP RUN
           END-IF.

       PRINT-USAGE.
           DISPLAY "Usage: cobprof -s schema.cfg -i input.dat"
           DISPLAY "  -s, --schema          Schema config file"
           DISPLAY "  -i, --input           Fixed-width input file"
           DISPLAY "  -o, --output          Profile report "
                   "(default: <input>.prf)"
           DISPLAY "  --csv FILE            Profile CSV, one row per "
                   "field (default: <report>.csv)"
           DISPLAY "  --top N               Most frequent values "
                   "listed per field, 1-10 (default 5)".

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
           PERFORM CHECK-ENCODING
           PERFORM CHECK-DATE-FORMATS
           PERFORM CHECK-BINARY-FIELDS
           PERFORM CHECK-RECTYPE-DISCRIMINATORS
           PERFORM LOAD-LOOKUP-TABLES
           PERFORM FLAG-NUMERIC-FIELDS
           DISPLAY "Schema loaded: " WS-FIELD-COUNT " fields.".

       CHECK-ENCODING.
           IF WS-ENCODING NOT = 'ASCII'
               AND WS-ENCODING NOT = 'EBCDIC'
               DISPLAY "ERROR: ENCODING must be ASCII or EBCDIC"
               STOP RUN
           END-IF
           IF WS-ENCODING = 'EBCDIC'
               AND WS-RECORD-MODE NOT = 'BINARY'
               DISPLAY "ERROR: ENCODING=EBCDIC needs "
                       "RECORD-MODE=BINARY in the schema"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> KEY-COLUMN= schemas - each RECTYPE= group must carry the
      *> field that sits in that CSV column, since its bytes are
      *> what tell one record type from another in the fixed-width
      *> file. Without KEY-COLUMN= there is one flat layout.
      *> --------------------------------------------------------
       CHECK-RECTYPE-DISCRIMINATORS.
           IF WS-KEY-COLUMN = 0
               IF WS-RC-TABLE-COUNT > 1
                   DISPLAY "ERROR: schema " FUNCTION TRIM(
                           WS-SCHEMA-FILE) " has RECTYPE= groups "
                           "but no KEY-COLUMN= to tell them apart"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
               MOVE 0 TO WS-RC-DISC-FLD(WS-RC-IDX)
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-RECTYPE(WS-FLD-IDX)
                       = WS-RC-NAME(WS-RC-IDX)
                       AND WS-FIELD-COL-IN-TYPE(WS-FLD-IDX)
                       = WS-KEY-COLUMN
                       SET WS-FIELD-IDX-NUM TO WS-FLD-IDX
                       MOVE WS-FIELD-IDX-NUM
                           TO WS-RC-DISC-FLD(WS-RC-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RC-DISC-FLD(WS-RC-IDX) = 0
                   DISPLAY "ERROR: RECTYPE="
                           FUNCTION TRIM(WS-RC-NAME(WS-RC-IDX))
                           " has no field in KEY-COLUMN="
                           WS-KEY-COLUMN " to identify its records"
                   STOP RUN
               END-IF
           END-PERFORM.

      *> Numeric types are profiled by value: zero counts with the
      *> blanks, and MIN/MAX compare numerically, not as text.
       FLAG-NUMERIC-FIELDS.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
                   WHEN 'NUM'
                   WHEN 'DECIMAL'
                   WHEN 'SIGNED-NUM'
                   WHEN 'SIGNED-DECIMAL'
                   WHEN 'PACKED'
                   WHEN 'BINARY'
                       MOVE 'Y' TO WS-FIELD-NUMERIC(WS-FLD-IDX)
                   WHEN OTHER
                       MOVE 'N' TO WS-FIELD-NUMERIC(WS-FLD-IDX)
               END-EVALUATE
           END-PERFORM.

      *> --------------------------------------------------------
      *> TYPE=LOOKUP - same loader as the converters; values are
      *> profiled as the readable code the TABLE= file maps back
      *> to, exactly as COB2CSV's extract would show them.
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
      *> TYPE=PACKED / TYPE=BINARY sanity - same load-time checks
      *> the converters apply; either type forces
      *> RECORD-MODE=BINARY because their bytes cannot survive the
      *> LINE SEQUENTIAL newline handling.
      *> --------------------------------------------------------
       CHECK-BINARY-FIELDS.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   IF WS-FIELD-LENGTH(WS-FLD-IDX) < 1
                       OR WS-FIELD-LENGTH(WS-FLD-IDX) > 9
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' TYPE=PACKED LENGTH= must be 1-9 "
                               "bytes"
                       STOP RUN
                   END-IF
                   IF WS-RECORD-MODE NOT = 'BINARY'
                       PERFORM FLAG-NEEDS-BINARY-MODE
                   END-IF
               END-IF
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                   IF WS-FIELD-LENGTH(WS-FLD-IDX) NOT = 2
                       AND WS-FIELD-LENGTH(WS-FLD-IDX) NOT = 4
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' TYPE=BINARY LENGTH= must be 2 or 4 "
                               "bytes"
                       STOP RUN
                   END-IF
                   IF WS-RECORD-MODE NOT = 'BINARY'
                       PERFORM FLAG-NEEDS-BINARY-MODE
                   END-IF
               END-IF
           END-PERFORM.

       FLAG-NEEDS-BINARY-MODE.
           DISPLAY "ERROR: field '"
                   FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                   "' TYPE=" FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                   " needs RECORD-MODE=BINARY in the schema"
           STOP RUN.

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
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(13:244)))
                   TO WS-RECORD-MODE
               IF WS-RECORD-MODE = 'VARIABLE'
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses RECORD-MODE=VARIABLE - COBPROF "
                           "profiles fixed-length records only"
                   STOP RUN
               END-IF
               IF WS-RECORD-MODE NOT = 'TEXT'
                   AND WS-RECORD-MODE NOT = 'BINARY'
                   DISPLAY "ERROR: RECORD-MODE must be TEXT or BINARY"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:9) = 'ENCODING='
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(10:247)))
                   TO WS-ENCODING
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RAW-LINE(12:245)))
                   TO WS-KEY-COLUMN
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:5) NOT = 'FIELD'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-LINE(7:249) TO WS-RAW-LINE
           IF WS-FIELD-COUNT >= 64
               DISPLAY "ERROR: schema has more than 64 fields"
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
           MOVE SPACES TO WS-FIELD-RECTYPE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-COL-IN-TYPE(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-REQUIRED(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-MIN(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-MAX(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-MIN-SET(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-MAX-SET(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-VALUES(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TABLE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TBL-IDX(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-DERIVE(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-NUMERIC(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-SEEN(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-BLANK(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-INVALID(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-DISTINCT(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-HAS-RANGE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-LOW-NUM(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-HIGH-NUM(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-LOW(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-HIGH(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-FAIL-REQ(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-FAIL-RANGE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-FAIL-VALUES(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-FAIL-TABLE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TOP-USED(WS-FLD-IDX)
           PERFORM PARSE-SCHEMA-TOKENS
           PERFORM ASSIGN-COL-IN-TYPE.

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

      *> TOTAL=/KEY=/MASK=/REFFILE= fall through the EVALUATE
      *> untouched - the profile needs the layout, the record
      *> type and the value rules only.
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
               WHEN 'RECTYPE'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-RECTYPE(WS-FLD-IDX)
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
               WHEN 'DERIVE'
      *> Derived field: no CSV column, but its bytes are profiled
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-DERIVE(WS-FLD-IDX)
               WHEN 'REPEAT'
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses REPEAT= (variable repeating "
                           "group) - COBPROF profiles fixed-length "
                           "records only"
                   STOP RUN
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Multiple record-type support - as CSV2COB: each field
      *> belongs to the group named by its RECTYPE= (one blank
      *> group for a flat layout), WS-FIELD-COL-IN-TYPE is its CSV
      *> column within that group, and the group's record length
      *> is the furthest byte any of its fields reaches.
      *> --------------------------------------------------------
       ASSIGN-COL-IN-TYPE.
           PERFORM FIND-OR-CREATE-RECTYPE
      *> Derived fields take no CSV column, but their extent still
      *> counts toward the record length.
           IF WS-FIELD-DERIVE(WS-FLD-IDX) = SPACES
               ADD 1 TO WS-RC-COUNT(WS-RC-IDX)
               MOVE WS-RC-COUNT(WS-RC-IDX)
                   TO WS-FIELD-COL-IN-TYPE(WS-FLD-IDX)
           END-IF
           COMPUTE WS-DEST-START =
               WS-FIELD-START(WS-FLD-IDX)
               + WS-FIELD-LENGTH(WS-FLD-IDX) - 1
           IF WS-DEST-START > WS-RC-RECLEN(WS-RC-IDX)
               MOVE WS-DEST-START TO WS-RC-RECLEN(WS-RC-IDX)
           END-IF.

       FIND-OR-CREATE-RECTYPE.
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
               MOVE 0 TO WS-RC-COUNT(WS-RC-IDX)
               MOVE 0 TO WS-RC-RECLEN(WS-RC-IDX)
               MOVE 0 TO WS-RC-SEEN(WS-RC-IDX)
           END-IF.

      *> --------------------------------------------------------
      *> Longest record any group can produce - the read length
      *> for RECORD-MODE=BINARY before the type is known.
      *> --------------------------------------------------------
       CALC-RECORD-LEN.
           MOVE 0 TO WS-RECORD-LEN
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
               IF WS-RC-RECLEN(WS-RC-IDX) > WS-RECORD-LEN
                   MOVE WS-RC-RECLEN(WS-RC-IDX) TO WS-RECORD-LEN
               END-IF
           END-PERFORM
           IF WS-RECORD-LEN > 4096
               DISPLAY "ERROR: record length " WS-RECORD-LEN
                       " exceeds the 4096-byte record buffer"
               STOP RUN
           END-IF
           DISPLAY "Input record length: " WS-RECORD-LEN " bytes.".

      *> --------------------------------------------------------
      *> Sort input side - read every record, gather the per-
      *> field counts, ranges and rule failures, and release one
      *> work record per field value for the distinct counts.
      *> --------------------------------------------------------
       PROFILE-ALL-RECORDS.
           PERFORM OPEN-INPUT-FILE
           PERFORM UNTIL EXIT
               IF WS-RECORD-MODE = 'BINARY'
                   PERFORM READ-BINARY-INPUT-RECORD
                   IF WS-BIN-EOF = 'Y'
                       EXIT PERFORM
                   END-IF
               ELSE
                   READ INPUT-FILE INTO WS-FIXED-LINE
                       AT END EXIT PERFORM
                   END-READ
                   PERFORM IDENTIFY-RECTYPE
               END-IF
               ADD 1 TO WS-RECORD-COUNT
               IF WS-RC-FOUND = 'N'
                   ADD 1 TO WS-UNKNOWN-COUNT
               ELSE
                   PERFORM PROFILE-RECORD
               END-IF
           END-PERFORM
           PERFORM CLOSE-INPUT-FILE
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY "WARNING: " WS-UNKNOWN-COUNT " record(s) "
                       "matched no RECTYPE= group and were not "
                       "profiled"
           END-IF.

       OPEN-INPUT-FILE.
           IF WS-RECORD-MODE = 'BINARY'
               MOVE 1 TO WS-BIN-ACCESS
               CALL "CBL_OPEN_FILE" USING WS-INPUT-FILE WS-BIN-ACCESS
                       WS-BIN-DENY WS-BIN-DEVICE WS-BIN-IN-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot open binary input file "
                           FUNCTION TRIM(WS-INPUT-FILE)
                   STOP RUN
               END-IF
      *> Flag 128 asks CBL_READ_FILE for the file size (returned
      *> in the offset argument) - end-of-data is computed from
      *> the size, not the return code, as in COB2CSV's reader.
               MOVE 0 TO WS-BIN-IN-SIZE
               MOVE 0 TO WS-BIN-COUNT
               MOVE 128 TO WS-BIN-FLAGS
               CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                       WS-BIN-IN-SIZE WS-BIN-COUNT WS-BIN-FLAGS
                       WS-FIXED-LINE
                   RETURNING WS-BIN-RC
               MOVE 0 TO WS-BIN-FLAGS
               MOVE 0 TO WS-BIN-IN-OFFSET
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF.

       CLOSE-INPUT-FILE.
           IF WS-RECORD-MODE = 'BINARY'
               CALL "CBL_CLOSE_FILE" USING WS-BIN-IN-HANDLE
                   RETURNING WS-BIN-RC
           ELSE
               CLOSE INPUT-FILE
           END-IF.

      *> --------------------------------------------------------
      *> RECORD-MODE=BINARY - the record type decides how many
      *> bytes the record occupies, so read as much as the longest
      *> group could need, identify the type, then step on by that
      *> group's length. A record of no known type leaves nothing
      *> to step by, so it stops the run; a short tail is the
      *> classic truncated-transfer symptom and is reported as in
      *> COB2CSV's reader.
      *> --------------------------------------------------------
       READ-BINARY-INPUT-RECORD.
           COMPUTE WS-BIN-REMAINING =
               WS-BIN-IN-SIZE - WS-BIN-IN-OFFSET
           IF WS-BIN-REMAINING = 0
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIXED-LINE
           IF WS-BIN-REMAINING < WS-RECORD-LEN
               MOVE WS-BIN-REMAINING TO WS-BIN-READ-LEN
           ELSE
               MOVE WS-RECORD-LEN TO WS-BIN-READ-LEN
           END-IF
           MOVE WS-BIN-READ-LEN TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                   WS-BIN-IN-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                   WS-FIXED-LINE
               RETURNING WS-BIN-RC
           IF WS-BIN-RC NOT = 0
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-ENCODING = 'EBCDIC'
               PERFORM TRANSLATE-INPUT-TO-ASCII
           END-IF
           PERFORM IDENTIFY-RECTYPE
           IF WS-RC-FOUND = 'N'
               MOVE WS-BIN-IN-OFFSET TO WS-BIN-OFFSET-SHOW
               DISPLAY "ERROR: record at byte offset "
                       WS-BIN-OFFSET-SHOW " of "
                       FUNCTION TRIM(WS-INPUT-FILE)
                       " matches no RECTYPE= group - the next "
                       "record cannot be located"
               STOP RUN
           END-IF
           IF WS-BIN-REMAINING < WS-RC-RECLEN(WS-RC-IDX)
               DISPLAY "WARNING: " WS-BIN-REMAINING " trailing "
                       "byte(s) of " FUNCTION TRIM(WS-INPUT-FILE)
                       " are not a whole " WS-RC-RECLEN(WS-RC-IDX)
                       "-byte record - truncated transfer? Fragment "
                       "ignored."
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           ADD WS-RC-RECLEN(WS-RC-IDX) TO WS-BIN-IN-OFFSET
           IF WS-ENCODING = 'EBCDIC'
               PERFORM RESTORE-BINARY-SLICES
           END-IF.

      *> --------------------------------------------------------
      *> EBCDIC input - translate the bytes read through the CP037
      *> table, keeping the untranslated copy; once the record
      *> type is known, RESTORE-BINARY-SLICES puts that group's
      *> TYPE=PACKED/BINARY bytes back, since they are not
      *> characters and must cross untouched.
      *> --------------------------------------------------------
       TRANSLATE-INPUT-TO-ASCII.
           MOVE WS-FIXED-LINE(1:WS-BIN-READ-LEN)
               TO WS-EBC-SAVE(1:WS-BIN-READ-LEN)
           PERFORM VARYING WS-XL-POS FROM 1 BY 1
               UNTIL WS-XL-POS > WS-BIN-READ-LEN
               COMPUTE WS-XL-V =
                   FUNCTION ORD(WS-FIXED-LINE(WS-XL-POS:1))
               MOVE WS-E2A-TAB(WS-XL-V:1)
                   TO WS-FIXED-LINE(WS-XL-POS:1)
           END-PERFORM.

       RESTORE-BINARY-SLICES.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-RECTYPE(WS-FLD-IDX) = WS-RC-NAME(WS-RC-IDX)
                   AND (WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY')
                   MOVE WS-EBC-SAVE(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                       TO WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
                           WS-FIELD-LENGTH(WS-FLD-IDX))
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Which RECTYPE= group a record belongs to: the group whose
      *> KEY-COLUMN field holds the group's name, compared both as
      *> the stored bytes and as the decoded value (so a NUM or
      *> LOOKUP discriminator matches either way). A flat layout
      *> is always its one group.
      *> --------------------------------------------------------
       IDENTIFY-RECTYPE.
           MOVE 'N' TO WS-RC-FOUND
           IF WS-KEY-COLUMN = 0
               SET WS-RC-IDX TO 1
               MOVE 'Y' TO WS-RC-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
               SET WS-FLD-IDX TO WS-RC-DISC-FLD(WS-RC-IDX)
               MOVE SPACES TO WS-RC-RAW-CODE
               MOVE WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
                   WS-FIELD-LENGTH(WS-FLD-IDX))
                   TO WS-RC-RAW-CODE
               IF FUNCTION TRIM(WS-RC-RAW-CODE)
                   = WS-RC-NAME(WS-RC-IDX)
                   MOVE 'Y' TO WS-RC-FOUND
                   EXIT PERFORM
               END-IF
               PERFORM FORMAT-FIELD-FROM-FIXED
               IF FUNCTION TRIM(WS-CSV-FIELD-OUT)
                   = WS-RC-NAME(WS-RC-IDX)
                   MOVE 'Y' TO WS-RC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PROFILE-RECORD.
           ADD 1 TO WS-RC-SEEN(WS-RC-IDX)
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-RECTYPE(WS-FLD-IDX) = WS-RC-NAME(WS-RC-IDX)
                   PERFORM PROFILE-FIELD-VALUE
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> One field of one record: decode it as the extract would,
      *> classify it, fold it into the field's figures, count its
      *> rule failures and release it for the distinct count.
      *> --------------------------------------------------------
       PROFILE-FIELD-VALUE.
           MOVE 'N' TO WS-RAW-BLANK
           IF WS-FIELD-TYPE(WS-FLD-IDX) NOT = 'PACKED'
               AND WS-FIELD-TYPE(WS-FLD-IDX) NOT = 'BINARY'
               IF WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
                   WS-FIELD-LENGTH(WS-FLD-IDX)) = SPACES
                   MOVE 'Y' TO WS-RAW-BLANK
               END-IF
           END-IF
           MOVE 'N' TO WS-DATE-VALID
           MOVE 'N' TO WS-PK-BAD
           PERFORM FORMAT-FIELD-FROM-FIXED
           ADD 1 TO WS-FIELD-SEEN(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-TRIMMED
           MOVE 0 TO WS-VAL-LEN
           IF WS-RAW-BLANK = 'N' AND WS-CSV-FIELD-OUT NOT = SPACES
               MOVE FUNCTION TRIM(WS-CSV-FIELD-OUT)
                   TO WS-FIELD-TRIMMED
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CSV-FIELD-OUT))
                   TO WS-VAL-LEN
           END-IF
           PERFORM CLASSIFY-FIELD-VALUE
           EVALUATE WS-VAL-CLASS
               WHEN 'B'
               WHEN 'Z'
                   ADD 1 TO WS-FIELD-BLANK(WS-FLD-IDX)
               WHEN 'I'
                   ADD 1 TO WS-FIELD-INVALID(WS-FLD-IDX)
           END-EVALUATE
           IF WS-VAL-CLASS = 'V' OR WS-VAL-CLASS = 'Z'
               PERFORM UPDATE-FIELD-RANGE
           END-IF
           PERFORM CHECK-PROFILE-RULES
           SET WS-FIELD-IDX-NUM TO WS-FLD-IDX
           MOVE WS-FIELD-IDX-NUM TO SRT-FIELD
           MOVE WS-FIELD-TRIMMED TO SRT-VALUE
           RELEASE SORT-RECORD.

      *> Bytes that do not decode for the TYPE= are counted as
      *> invalid: non-digits in a zoned field, bad packed nibbles,
      *> or a DATE that is not a real calendar date.
       CLASSIFY-FIELD-VALUE.
           MOVE 'V' TO WS-VAL-CLASS
           IF WS-VAL-LEN = 0
               MOVE 'B' TO WS-VAL-CLASS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       MOVE 'I' TO WS-VAL-CLASS
                   END-IF
               WHEN 'PACKED'
                   IF WS-PK-BAD = 'Y'
                       MOVE 'I' TO WS-VAL-CLASS
                   END-IF
               WHEN 'DATE'
                   IF WS-DATE-VALID = 'N'
                       MOVE 'I' TO WS-VAL-CLASS
                   END-IF
           END-EVALUATE
           IF WS-VAL-CLASS = 'V'
               AND WS-FIELD-NUMERIC(WS-FLD-IDX) = 'Y'
               MOVE FUNCTION NUMVAL(WS-FIELD-TRIMMED(1:WS-VAL-LEN))
                   TO WS-NUM-WORK
               IF WS-NUM-WORK = 0
                   MOVE 'Z' TO WS-VAL-CLASS
               END-IF
           END-IF.

      *> Numeric types keep the lowest and highest value; DATE
      *> fields the earliest and latest (YYYY-MM-DD collates in
      *> date order); ALPHA and LOOKUP the lowest and highest
      *> non-blank text.
       UPDATE-FIELD-RANGE.
           IF WS-FIELD-NUMERIC(WS-FLD-IDX) = 'Y'
               MOVE FUNCTION NUMVAL(WS-FIELD-TRIMMED(1:WS-VAL-LEN))
                   TO WS-NUM-WORK
               IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'N'
                   OR WS-NUM-WORK < WS-FIELD-LOW-NUM(WS-FLD-IDX)
                   MOVE WS-NUM-WORK TO WS-FIELD-LOW-NUM(WS-FLD-IDX)
                   MOVE WS-FIELD-TRIMMED TO WS-FIELD-LOW(WS-FLD-IDX)
               END-IF
               IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'N'
                   OR WS-NUM-WORK > WS-FIELD-HIGH-NUM(WS-FLD-IDX)
                   MOVE WS-NUM-WORK TO WS-FIELD-HIGH-NUM(WS-FLD-IDX)
                   MOVE WS-FIELD-TRIMMED TO WS-FIELD-HIGH(WS-FLD-IDX)
               END-IF
           ELSE
               IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'N'
                   OR WS-FIELD-TRIMMED(1:64) < WS-FIELD-LOW(WS-FLD-IDX)
                   MOVE WS-FIELD-TRIMMED TO WS-FIELD-LOW(WS-FLD-IDX)
               END-IF
               IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'N'
                   OR WS-FIELD-TRIMMED(1:64) > WS-FIELD-HIGH(WS-FLD-IDX)
                   MOVE WS-FIELD-TRIMMED TO WS-FIELD-HIGH(WS-FLD-IDX)
               END-IF
           END-IF
           MOVE 'Y' TO WS-FIELD-HAS-RANGE(WS-FLD-IDX).

      *> --------------------------------------------------------
      *> The same REQUIRED=/MIN=/MAX=/VALUES= tests CSV2COB's
      *> CHECK-FIELD-RULES applies to the CSV value, run against
      *> the decoded value, plus the TABLE= test a LOOKUP code
      *> must pass. Each rule is counted on its own, so one value
      *> can fail more than one.
      *> --------------------------------------------------------
       CHECK-PROFILE-RULES.
           IF WS-VAL-LEN = 0
               IF WS-FIELD-REQUIRED(WS-FLD-IDX) = 'Y'
                   ADD 1 TO WS-FIELD-FAIL-REQ(WS-FLD-IDX)
               END-IF
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
                       ADD 1 TO WS-FIELD-FAIL-RANGE(WS-FLD-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-FIELD-VALUES(WS-FLD-IDX) NOT = SPACES
               PERFORM CHECK-VALUES-LIST
               IF WS-VALUES-MATCHED = 'N'
                   ADD 1 TO WS-FIELD-FAIL-VALUES(WS-FLD-IDX)
               END-IF
           END-IF
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'LOOKUP'
               PERFORM CHECK-TABLE-CODE
               IF WS-LKP-FOUND = 'N'
                   ADD 1 TO WS-FIELD-FAIL-TABLE(WS-FLD-IDX)
               END-IF
           END-IF.

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

      *> A stored LOOKUP code passes TABLE= when the field's table
      *> has it as a fixed-code - otherwise the extract would show
      *> a code CSV2COB could never have written.
       CHECK-TABLE-CODE.
           MOVE 'N' TO WS-LKP-FOUND
           MOVE FUNCTION TRIM(
               WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
                   WS-FIELD-LENGTH(WS-FLD-IDX)) TRAILING)
               TO WS-LKP-VALUE
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-FIX(WS-LKP-IDX) = WS-LKP-VALUE
                   MOVE 'Y' TO WS-LKP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Sort output side - equal (field, value) pairs arrive
      *> together; each run is one distinct value, and its length
      *> is that value's frequency for the most-frequent list.
      *> --------------------------------------------------------
       COUNT-DISTINCT-VALUES.
           MOVE 'N' TO WS-RUN-OPEN
           PERFORM UNTIL EXIT
               RETURN SORT-WORK
                   AT END EXIT PERFORM
               END-RETURN
               IF WS-RUN-OPEN = 'Y'
                   AND SRT-FIELD = WS-RUN-FIELD
                   AND SRT-VALUE = WS-RUN-VALUE
                   ADD 1 TO WS-RUN-COUNT
               ELSE
                   IF WS-RUN-OPEN = 'Y'
                       PERFORM CLOSE-VALUE-RUN
                   END-IF
                   MOVE 'Y' TO WS-RUN-OPEN
                   MOVE SRT-FIELD TO WS-RUN-FIELD
                   MOVE SRT-VALUE TO WS-RUN-VALUE
                   MOVE 1 TO WS-RUN-COUNT
               END-IF
           END-PERFORM
           IF WS-RUN-OPEN = 'Y'
               PERFORM CLOSE-VALUE-RUN
           END-IF.

      *> Insert into the field's most-frequent list, highest count
      *> first; on equal counts the value that sorts first keeps
      *> the earlier place, so the list is stable run to run.
       CLOSE-VALUE-RUN.
           SET WS-FLD-IDX TO WS-RUN-FIELD
           ADD 1 TO WS-FIELD-DISTINCT(WS-FLD-IDX)
           MOVE 0 TO WS-TOP-POS
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-FIELD-TOP-USED(WS-FLD-IDX)
               IF WS-RUN-COUNT
                   > WS-FIELD-TOP-CNT(WS-FLD-IDX, WS-TOP-IDX)
                   MOVE WS-TOP-IDX TO WS-TOP-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TOP-POS = 0
               IF WS-FIELD-TOP-USED(WS-FLD-IDX) >= WS-TOP-N
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FIELD-TOP-USED(WS-FLD-IDX)
               MOVE WS-FIELD-TOP-USED(WS-FLD-IDX) TO WS-TOP-POS
           ELSE
               IF WS-FIELD-TOP-USED(WS-FLD-IDX) < WS-TOP-N
                   ADD 1 TO WS-FIELD-TOP-USED(WS-FLD-IDX)
               END-IF
               PERFORM VARYING WS-TOP-IDX
                   FROM WS-FIELD-TOP-USED(WS-FLD-IDX) BY -1
                   UNTIL WS-TOP-IDX <= WS-TOP-POS
                   MOVE WS-FIELD-TOP(WS-FLD-IDX, WS-TOP-IDX - 1)
                       TO WS-FIELD-TOP(WS-FLD-IDX, WS-TOP-IDX)
               END-PERFORM
           END-IF
           MOVE WS-RUN-VALUE
               TO WS-FIELD-TOP-VAL(WS-FLD-IDX, WS-TOP-POS)
           MOVE WS-RUN-COUNT
               TO WS-FIELD-TOP-CNT(WS-FLD-IDX, WS-TOP-POS).

      *> --------------------------------------------------------
      *> Readable report - run heading, record counts by type,
      *> then one block per field.
      *> --------------------------------------------------------
       WRITE-PROFILE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'COBPROF - DATA PROFILE' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE 'RUN DATE: ' TO WS-PRINT-LINE(94:10)
           MOVE WS-RUN-DATE-SHOW TO WS-PRINT-LINE(104:19)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SCHEMA: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCHEMA-FILE) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'INPUT:  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE WS-RECORD-COUNT TO WS-CNT-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECORDS READ              ' DELIMITED BY SIZE
                   WS-CNT-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-KEY-COLUMN > 0
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-TABLE-COUNT
                   MOVE WS-RC-SEEN(WS-RC-IDX) TO WS-CNT-ED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  RECTYPE ' DELIMITED BY SIZE
                           WS-RC-NAME(WS-RC-IDX) DELIMITED BY SIZE
                           WS-CNT-ED DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   WRITE REPORT-RECORD FROM WS-PRINT-LINE
               END-PERFORM
               MOVE WS-UNKNOWN-COUNT TO WS-CNT-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  UNKNOWN RECTYPE         ' DELIMITED BY SIZE
                       WS-CNT-ED DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               PERFORM WRITE-FIELD-PROFILE
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-FIELD-PROFILE.
           MOVE SPACES TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-RULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-PRT-PTR
           STRING 'FIELD ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       DELIMITED BY SIZE
                   '  TYPE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                       DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-PRT-PTR
           IF WS-FIELD-RECTYPE(WS-FLD-IDX) NOT = SPACES
               STRING '  RECTYPE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FIELD-RECTYPE(WS-FLD-IDX))
                           DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-PRT-PTR
           END-IF
           MOVE WS-FIELD-START(WS-FLD-IDX) TO WS-NUM-ED
           STRING '  START ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-PRT-PTR
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-NUM-ED
           STRING '  LENGTH ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-PRT-PTR
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  VALUES'         TO WS-PRINT-LINE(1:8)
           MOVE WS-FIELD-SEEN(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(12:11)
           MOVE 'BLANK/ZERO'       TO WS-PRINT-LINE(28:10)
           MOVE WS-FIELD-BLANK(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(39:11)
           MOVE 'INVALID'          TO WS-PRINT-LINE(55:7)
           MOVE WS-FIELD-INVALID(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(63:11)
           MOVE 'DISTINCT'         TO WS-PRINT-LINE(79:8)
           MOVE WS-FIELD-DISTINCT(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(88:11)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'DATE'
               MOVE '  EARLIEST'    TO WS-PRINT-LINE(1:10)
               MOVE '  LATEST'      TO WS-PRINT-LINE(67:8)
           ELSE
               MOVE '  MIN'         TO WS-PRINT-LINE(1:5)
               MOVE '  MAX'         TO WS-PRINT-LINE(67:5)
           END-IF
           IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'Y'
               MOVE WS-FIELD-LOW(WS-FLD-IDX)(1:52)
                   TO WS-PRINT-LINE(12:52)
               MOVE WS-FIELD-HIGH(WS-FLD-IDX)(1:52)
                   TO WS-PRINT-LINE(77:52)
           ELSE
               MOVE '(none)'        TO WS-PRINT-LINE(12:6)
               MOVE '(none)'        TO WS-PRINT-LINE(77:6)
           END-IF
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  RULE FAILURES'  TO WS-PRINT-LINE(1:15)
           MOVE 'REQUIRED'         TO WS-PRINT-LINE(19:8)
           MOVE WS-FIELD-FAIL-REQ(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(28:11)
           MOVE 'MIN/MAX'          TO WS-PRINT-LINE(43:7)
           MOVE WS-FIELD-FAIL-RANGE(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(51:11)
           MOVE 'VALUES'           TO WS-PRINT-LINE(66:6)
           MOVE WS-FIELD-FAIL-VALUES(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(73:11)
           MOVE 'TABLE'            TO WS-PRINT-LINE(88:5)
           MOVE WS-FIELD-FAIL-TABLE(WS-FLD-IDX) TO WS-CNT-ED
           MOVE WS-CNT-ED          TO WS-PRINT-LINE(94:11)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           IF WS-FIELD-TOP-USED(WS-FLD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  MOST FREQUENT' TO WS-PRINT-LINE(1:15)
           MOVE 'COUNT'           TO WS-PRINT-LINE(18:5)
           MOVE 'VALUE'           TO WS-PRINT-LINE(26:5)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-FIELD-TOP-USED(WS-FLD-IDX)
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-FIELD-TOP-CNT(WS-FLD-IDX, WS-TOP-IDX)
                   TO WS-CNT-ED
               MOVE WS-CNT-ED TO WS-PRINT-LINE(12:11)
               PERFORM SET-SHOW-VALUE
               MOVE WS-SHOW-VALUE TO WS-PRINT-LINE(26:64)
               WRITE REPORT-RECORD FROM WS-PRINT-LINE
           END-PERFORM.

      *> A blank value is listed as (blank) so it cannot be
      *> mistaken for a missing line.
       SET-SHOW-VALUE.
           IF WS-FIELD-TOP-VAL(WS-FLD-IDX, WS-TOP-IDX) = SPACES
               MOVE '(blank)' TO WS-SHOW-VALUE
           ELSE
               MOVE WS-FIELD-TOP-VAL(WS-FLD-IDX, WS-TOP-IDX)
                   TO WS-SHOW-VALUE
           END-IF.

      *> --------------------------------------------------------
      *> Profile CSV - one row per field, same figures as the
      *> report, the most-frequent list flattened into TOP_n /
      *> TOP_n_COUNT column pairs.
      *> --------------------------------------------------------
       WRITE-PROFILE-CSV.
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO WS-CSV-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING 'FIELD,RECTYPE,TYPE,START,LENGTH,VALUES,'
                       DELIMITED BY SIZE
                   'BLANK_OR_ZERO,INVALID,DISTINCT,MIN,MAX,'
                       DELIMITED BY SIZE
                   'EARLIEST,LATEST,FAIL_REQUIRED,FAIL_RANGE,'
                       DELIMITED BY SIZE
                   'FAIL_VALUES,FAIL_TABLE' DELIMITED BY SIZE
               INTO WS-CSV-OUT-LINE
               WITH POINTER WS-OUT-PTR
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-N
               MOVE WS-TOP-IDX TO WS-NUM-ED
               STRING ',TOP_' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                       ',TOP_' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                       '_COUNT' DELIMITED BY SIZE
                   INTO WS-CSV-OUT-LINE
                   WITH POINTER WS-OUT-PTR
           END-PERFORM
           MOVE WS-CSV-OUT-LINE TO CSV-RECORD
           WRITE CSV-RECORD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               PERFORM WRITE-FIELD-CSV-ROW
           END-PERFORM
           CLOSE CSV-FILE.

       WRITE-FIELD-CSV-ROW.
           MOVE SPACES TO WS-CSV-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 'Y' TO WS-CSV-FIRST-COL
           MOVE WS-FIELD-NAME(WS-FLD-IDX) TO WS-CSV-FIELD-OUT
           PERFORM APPEND-TEXT-COLUMN
           MOVE WS-FIELD-RECTYPE(WS-FLD-IDX) TO WS-CSV-FIELD-OUT
           PERFORM APPEND-TEXT-COLUMN
           MOVE WS-FIELD-TYPE(WS-FLD-IDX) TO WS-CSV-FIELD-OUT
           PERFORM APPEND-TEXT-COLUMN
           MOVE WS-FIELD-START(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-SEEN(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-BLANK(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-INVALID(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-DISTINCT(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
      *> MIN/MAX for everything but DATE, EARLIEST/LATEST for DATE
           IF WS-FIELD-TYPE(WS-FLD-IDX) = 'DATE'
               MOVE SPACES TO WS-CSV-FIELD-OUT
               PERFORM APPEND-TEXT-COLUMN
               PERFORM APPEND-TEXT-COLUMN
           END-IF
           MOVE SPACES TO WS-CSV-FIELD-OUT
           IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'Y'
               MOVE WS-FIELD-LOW(WS-FLD-IDX) TO WS-CSV-FIELD-OUT
           END-IF
           PERFORM APPEND-TEXT-COLUMN
           MOVE SPACES TO WS-CSV-FIELD-OUT
           IF WS-FIELD-HAS-RANGE(WS-FLD-IDX) = 'Y'
               MOVE WS-FIELD-HIGH(WS-FLD-IDX) TO WS-CSV-FIELD-OUT
           END-IF
           PERFORM APPEND-TEXT-COLUMN
           IF WS-FIELD-TYPE(WS-FLD-IDX) NOT = 'DATE'
               MOVE SPACES TO WS-CSV-FIELD-OUT
               PERFORM APPEND-TEXT-COLUMN
               PERFORM APPEND-TEXT-COLUMN
           END-IF
           MOVE WS-FIELD-FAIL-REQ(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-FAIL-RANGE(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-FAIL-VALUES(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           MOVE WS-FIELD-FAIL-TABLE(WS-FLD-IDX) TO WS-NUM-ED
           PERFORM APPEND-COUNT-COLUMN
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-N
               IF WS-TOP-IDX > WS-FIELD-TOP-USED(WS-FLD-IDX)
                   MOVE SPACES TO WS-CSV-FIELD-OUT
                   PERFORM APPEND-TEXT-COLUMN
                   PERFORM APPEND-TEXT-COLUMN
               ELSE
                   PERFORM SET-SHOW-VALUE
                   MOVE WS-SHOW-VALUE TO WS-CSV-FIELD-OUT
                   PERFORM APPEND-TEXT-COLUMN
                   MOVE WS-FIELD-TOP-CNT(WS-FLD-IDX, WS-TOP-IDX)
                       TO WS-NUM-ED
                   PERFORM APPEND-COUNT-COLUMN
               END-IF
           END-PERFORM
           MOVE WS-CSV-OUT-LINE TO CSV-RECORD
           WRITE CSV-RECORD.

       APPEND-COUNT-COLUMN.
           MOVE SPACES TO WS-CSV-FIELD-OUT
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-CSV-FIELD-OUT
           PERFORM APPEND-TEXT-COLUMN.

       APPEND-TEXT-COLUMN.
           MOVE FUNCTION TRIM(WS-CSV-FIELD-OUT) TO WS-CSV-FIELD-OUT
           IF WS-CSV-FIELD-OUT = SPACES
               MOVE 0 TO WS-CSV-FIELD-LEN
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CSV-FIELD-OUT TRAILING))
                   TO WS-CSV-FIELD-LEN
               PERFORM QUOTE-FIELD-IF-NEEDED
           END-IF
           PERFORM APPEND-CSV-COLUMN.

      *> Append one (possibly empty) column to the row under
      *> construction, as COB2CSV builds its extract lines.
       APPEND-CSV-COLUMN.
           IF WS-CSV-FIRST-COL = 'Y'
               MOVE 'N' TO WS-CSV-FIRST-COL
               IF WS-CSV-FIELD-LEN > 0
                   STRING WS-QUOTED-FIELD(1:WS-CSV-FIELD-LEN)
                           DELIMITED BY SIZE
                       INTO WS-CSV-OUT-LINE
                       WITH POINTER WS-OUT-PTR
               END-IF
           ELSE
               IF WS-CSV-FIELD-LEN > 0
                   STRING WS-DELIMITER DELIMITED BY SIZE
                           WS-QUOTED-FIELD(1:WS-CSV-FIELD-LEN)
                           DELIMITED BY SIZE
                       INTO WS-CSV-OUT-LINE
                       WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-DELIMITER DELIMITED BY SIZE
                       INTO WS-CSV-OUT-LINE
                       WITH POINTER WS-OUT-PTR
               END-IF
           END-IF.

      *> --------------------------------------------------------
      *> Field decoding - same decoders as COBPRINT and COB2CSV,
      *> so a profile value reads exactly as the extract shows it.
      *> --------------------------------------------------------
       FORMAT-FIELD-FROM-FIXED.
           MOVE WS-FIELD-START(WS-FLD-IDX)  TO WS-DEST-START
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-DEST-LEN
           MOVE SPACES TO WS-RAW-FIELD-VAL
           MOVE WS-FIXED-LINE(WS-DEST-START:WS-DEST-LEN)
               TO WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
                   MOVE WS-RAW-FIELD-VAL TO WS-GEN-IN
                   MOVE WS-DEST-LEN      TO WS-GEN-LEN
                   PERFORM STRIP-LEADING-ZEROS
                   MOVE WS-GEN-OUT TO WS-CSV-FIELD-OUT
               WHEN 'DECIMAL'
                   PERFORM INSERT-DECIMAL-POINT
               WHEN 'SIGNED-NUM'
                   PERFORM DECODE-SIGN-OVERPUNCH
                   MOVE WS-RAW-FIELD-VAL TO WS-GEN-IN
                   MOVE WS-DEST-LEN      TO WS-GEN-LEN
                   PERFORM STRIP-LEADING-ZEROS
                   MOVE WS-GEN-OUT TO WS-CSV-FIELD-OUT
                   IF WS-PK-NEG = 'Y'
                       PERFORM PREFIX-MINUS-SIGN
                   END-IF
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DECODE-SIGN-OVERPUNCH
                   PERFORM INSERT-DECIMAL-POINT
                   IF WS-PK-NEG = 'Y'
                       PERFORM PREFIX-MINUS-SIGN
                   END-IF
               WHEN 'DATE'
      *> Decode the FORMAT= representation to YYYY-MM-DD; an
      *> all-zero field comes out empty.
                   PERFORM FORMAT-DATE-FROM-FIXED
               WHEN 'PACKED'
      *> Unpack COMP-3 nibbles back to a signed decimal value.
                   PERFORM FORMAT-PACKED-FROM-FIXED
               WHEN 'BINARY'
      *> Decode a big-endian two's-complement COMP counter.
                   PERFORM FORMAT-BINARY-FROM-FIXED
               WHEN 'LOOKUP'
      *> Apply the TABLE= file in reverse so the listing carries
      *> the human-readable code again.
                   PERFORM FORMAT-LOOKUP-FROM-FIXED
               WHEN OTHER
      *> ALPHA and anything unrecognized: pass through, trimmed
                   MOVE FUNCTION TRIM(
                       WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
                       TO WS-CSV-FIELD-OUT
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Trailing zoned-decimal sign overpunch decoded back to a
      *> plain digit, with the sign remembered in WS-PK-NEG -
      *> the profile side of csv2cob's APPLY-SIGN-OVERPUNCH.
      *> --------------------------------------------------------
       DECODE-SIGN-OVERPUNCH.
           MOVE 'N' TO WS-PK-NEG
           EVALUATE WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN '{' MOVE '0' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'A' MOVE '1' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'B' MOVE '2' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'C' MOVE '3' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'D' MOVE '4' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'E' MOVE '5' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'F' MOVE '6' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'G' MOVE '7' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'H' MOVE '8' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN 'I' MOVE '9' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               WHEN '}'
                   MOVE '0' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'J'
                   MOVE '1' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'K'
                   MOVE '2' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'L'
                   MOVE '3' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'M'
                   MOVE '4' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'N'
                   MOVE '5' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'O'
                   MOVE '6' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'P'
                   MOVE '7' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'Q'
                   MOVE '8' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
               WHEN 'R'
                   MOVE '9' TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
                   MOVE 'Y' TO WS-PK-NEG
           END-EVALUATE.

      *> --------------------------------------------------------
      *> TYPE=LOOKUP - translate the fixed-width code back to the
      *> readable code through the field's TABLE= entries. A code
      *> with no mapping passes through trimmed (and is counted
      *> as a TABLE= failure).
      *> --------------------------------------------------------
       FORMAT-LOOKUP-FROM-FIXED.
           MOVE FUNCTION TRIM(
               WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
               TO WS-LKP-VALUE
           IF WS-LKP-VALUE = SPACES
               MOVE SPACES TO WS-CSV-FIELD-OUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX)
                   = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                   AND WS-LKP-FIX(WS-LKP-IDX) = WS-LKP-VALUE
                   MOVE WS-LKP-CSV(WS-LKP-IDX) TO WS-CSV-FIELD-OUT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-LKP-VALUE TO WS-CSV-FIELD-OUT.

      *> --------------------------------------------------------
      *> Re-insert the decimal point implied by DECIMALS= for a
      *> TYPE=DECIMAL field (same decoder as COB2CSV).
      *> --------------------------------------------------------
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

      *> --------------------------------------------------------
      *> TYPE=PACKED - unpack two digits per byte, the low nibble
      *> of the last byte carrying the sign (x'D' or x'B' means
      *> negative). Bytes that are not valid packed decimal come
      *> out as *INVALID*.
      *> --------------------------------------------------------
       FORMAT-PACKED-FROM-FIXED.
           MOVE 'N' TO WS-PK-NEG
           MOVE 'N' TO WS-PK-BAD
           MOVE 0 TO WS-PK-POS
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
               UNTIL WS-PK-IDX > WS-DEST-LEN
               COMPUTE WS-PK-BYTE =
                   FUNCTION ORD(WS-RAW-FIELD-VAL(WS-PK-IDX:1)) - 1
               DIVIDE WS-PK-BYTE BY 16 GIVING WS-PK-HI
                   REMAINDER WS-PK-LO
               IF WS-PK-HI > 9
                   MOVE 'Y' TO WS-PK-BAD
               ELSE
                   ADD 1 TO WS-PK-POS
                   MOVE WS-PK-HI TO WS-PK-DIG
                   MOVE WS-PK-DIG TO WS-GEN-IN(WS-PK-POS:1)
               END-IF
               IF WS-PK-IDX < WS-DEST-LEN
                   IF WS-PK-LO > 9
                       MOVE 'Y' TO WS-PK-BAD
                   ELSE
                       ADD 1 TO WS-PK-POS
                       MOVE WS-PK-LO TO WS-PK-DIG
                       MOVE WS-PK-DIG TO WS-GEN-IN(WS-PK-POS:1)
                   END-IF
               ELSE
                   EVALUATE WS-PK-LO
                       WHEN 11
                       WHEN 13
                           MOVE 'Y' TO WS-PK-NEG
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
           IF WS-PK-BAD = 'Y'
               MOVE '*INVALID*' TO WS-CSV-FIELD-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-IN(1:WS-PK-POS) TO WS-RAW-FIELD-VAL
           MOVE WS-PK-POS TO WS-DEST-LEN
           PERFORM INSERT-DECIMAL-POINT
           IF WS-PK-NEG = 'Y'
               PERFORM PREFIX-MINUS-SIGN
           END-IF.

      *> --------------------------------------------------------
      *> TYPE=BINARY - accumulate the big-endian bytes, undo the
      *> two's complement when the top bit is set, then hand the
      *> digits to the implied-decimal formatter.
      *> --------------------------------------------------------
       FORMAT-BINARY-FROM-FIXED.
           MOVE 0 TO WS-BN-VALUE
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-DEST-LEN
               COMPUTE WS-BN-VALUE = WS-BN-VALUE * 256
                   + FUNCTION ORD(WS-RAW-FIELD-VAL(WS-BN-IDX:1)) - 1
           END-PERFORM
           MOVE 'N' TO WS-PK-NEG
           IF FUNCTION ORD(WS-RAW-FIELD-VAL(1:1)) - 1 >= 128
               MOVE 'Y' TO WS-PK-NEG
               IF WS-DEST-LEN = 2
                   COMPUTE WS-BN-VALUE = 65536 - WS-BN-VALUE
               ELSE
                   COMPUTE WS-BN-VALUE = 4294967296 - WS-BN-VALUE
               END-IF
           END-IF
           MOVE WS-BN-VALUE TO WS-BN-DIGITS
           MOVE WS-BN-DIGITS TO WS-RAW-FIELD-VAL(1:10)
           MOVE 10 TO WS-DEST-LEN
           PERFORM INSERT-DECIMAL-POINT
           IF WS-PK-NEG = 'Y'
               PERFORM PREFIX-MINUS-SIGN
           END-IF.

      *> Prefix the formatted digits with '-'; a zero value stays
      *> unsigned (x'D0...0' and a -0 counter both read back 0).
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
      *> YYYY-MM-DD. An all-zero field comes out empty; bytes that
      *> do not decode to a real calendar date pass through
      *> trimmed (WS-DATE-VALID stays 'N').
      *> --------------------------------------------------------
       FORMAT-DATE-FROM-FIXED.
           IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
               MOVE FUNCTION TRIM(
                   WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
                   TO WS-CSV-FIELD-OUT
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
               MOVE FUNCTION TRIM(
                   WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
                   TO WS-CSV-FIELD-OUT
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

      *> --------------------------------------------------------
      *> Strip leading zeros from a digit string in WS-GEN-IN(1:
      *> WS-GEN-LEN), leaving at least one digit, result in
      *> WS-GEN-OUT.
      *> --------------------------------------------------------
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
      *> RFC4180-style quoting: wrap in double quotes and double
      *> up any embedded quote if the field contains a comma or
      *> a quote character.
      *> --------------------------------------------------------
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
