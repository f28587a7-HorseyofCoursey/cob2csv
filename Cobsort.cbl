      *> ============================================================
      *> cobsort.cbl - sort/merge a fixed-width file or a CSV by the
      *> schema's KEY= fields
      *>
      *> Reads one or more inputs described by schema.cfg - fixed-
      *> width records (RECORD-MODE=TEXT, BINARY or VARIABLE, ASCII
      *> or EBCDIC) or, with --csv, a transaction/feed CSV - and
      *> writes them in ascending KEY= order. Keys collate by their
      *> decoded value, not their raw bytes, so signed overpunch,
      *> PACKED, BINARY and DATE key parts come out in the same
      *> order COBAPPLY and COBCOMP check their inputs against.
      *> --merge combines inputs that are each already in key order
      *> (checked as they are read); equal keys keep input order.
      *> Duplicate keys can be kept, dropped to a side file, or
      *> listed in a report. A KEY=VALUE control report (csv2cob's
      *> layout) is written alongside the output.
      *>
      *> Usage:
      *>   cobsort -s schema.cfg -i in.dat [-i in2.dat ...]
      *>           -o out.dat [--merge] [--dups keep|drop|report]
      *>   cobsort -s schema.cfg --csv -i trans.csv -o sorted.csv
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE  ASSIGN TO DYNAMIC WS-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUP-FILE ASSIGN TO DYNAMIC WS-DUP-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD              PIC X(8192).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD             PIC X(8192).

       FD  DUP-FILE.
       01  DUP-RECORD                PIC X(8300).

       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

      *> One work record per input record: the collating key, where
      *> it came from (for the duplicate report), and the untouched
      *> record bytes that go back out.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-KEY               PIC X(192).
           05  SRT-FILE-NUM          PIC 9(2).
           05  SRT-REC-NUM           PIC 9(9).
           05  SRT-LEN               PIC 9(5).
           05  SRT-DATA              PIC X(8192).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-INPUT-FILE             PIC X(256) VALUE SPACES.
       01  WS-OUTPUT-FILE            PIC X(256) VALUE SPACES.
       01  WS-DUP-FILE               PIC X(256) VALUE SPACES.
       01  WS-CONTROL-FILE           PIC X(256) VALUE SPACES.
       01  WS-DELIMITER              PIC X VALUE ','.
       01  WS-DELIMITER-SET          PIC X VALUE 'N'.
       01  WS-MERGE-MODE             PIC X VALUE 'N'.
       01  WS-CSV-INPUT              PIC X VALUE 'N'.
       01  WS-DUP-MODE               PIC X(8) VALUE 'KEEP'.
       01  WS-ACTION-COLUMN          PIC 9(3) VALUE 1.
       01  WS-HEADER-LINES           PIC 9(3) VALUE 1.
       01  WS-HEADER-LINES-SET       PIC X VALUE 'N'.
       01  WS-INPUT-STATUS           PIC XX VALUE SPACES.
       01  WS-CTL-STATUS             PIC XX VALUE SPACES.
       01  WS-START-TS               PIC X(21) VALUE SPACES.
       01  WS-END-TS                 PIC X(21) VALUE SPACES.

      *> --- Input file list (-i may be given more than once) ---
       01  WS-INPUT-COUNT            PIC 9(2) VALUE 0.
       01  WS-INPUT-IDX              PIC 9(2) VALUE 0.
       01  WS-INPUT-NAMES OCCURS 16 TIMES PIC X(256) VALUE SPACES.
       01  WS-INPUT-READS OCCURS 16 TIMES PIC 9(9) VALUE 0.

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
           05  WS-FIELD-TABLE        PIC X(64) VALUE SPACES.
           05  WS-FIELD-TBL-IDX      PIC 9(2) VALUE 0.
           05  WS-FIELD-REPEAT       PIC X VALUE 'N'.
           05  WS-FIELD-KEY          PIC 9(2) VALUE 0.
           05  WS-FIELD-CSV-COL      PIC 9(3) VALUE 0.

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
       01  WS-COLL-LEN-SUM           PIC 9(5) VALUE 0.
       01  WS-CSV-COL-NUM            PIC 9(3) VALUE 0.

      *> --- Fixed-width record handling ---
       01  WS-FIXED-LINE             PIC X(4096).
       01  WS-REC-SAVE               PIC X(4096).
       01  WS-CUR-REC-LEN            PIC 9(5) VALUE 0.
       01  WS-RAW-FIELD-VAL          PIC X(512).
       01  WS-DEST-START             PIC 9(5).
       01  WS-DEST-LEN               PIC 9(5).
       01  WS-RECORD-LEN             PIC 9(5) VALUE 0.

      *> --- CSV parsing (--csv) ---
      *> Header lines are taken from the first input only and
      *> written ahead of the sorted rows; later inputs must carry
      *> the same number of header lines, which are skipped.
       01  WS-CSV-LINE               PIC X(8192).
       01  WS-CSV-POS                PIC 9(5).
       01  WS-CSV-LEN                PIC 9(5).
       01  WS-IN-QUOTES              PIC X VALUE 'N'.
       01  WS-FIELD-BUF              PIC X(512).
       01  WS-FIELD-BUF-POS          PIC 9(5).
       01  WS-CURRENT-FIELD          PIC 9(3).
       01  WS-CSV-CHAR               PIC X.
       01  WS-RAW-FIELDS OCCURS 65 TIMES PIC X(512).
       01  WS-ACTUAL-FIELD-COUNT     PIC 9(3) VALUE 0.
       01  WS-HDR-SAVED              PIC 9(2) VALUE 0.
       01  WS-HDR-IDX                PIC 9(3) VALUE 0.
       01  WS-HDR-LINES OCCURS 9 TIMES PIC X(8192).
       01  WS-CSV-EOF                PIC X VALUE 'N'.

      *> --- Collating key ---
      *> Each KEY= part is laid down in a form whose byte order is
      *> its value order: ALPHA, NUM, DECIMAL and LOOKUP as their
      *> fixed-width bytes; signed overpunch, PACKED and BINARY as
      *> a sign byte ('0' negative, '1' zero or positive) plus the
      *> digits, nines-complemented when negative; DATE as
      *> YYYYMMDD whatever its FORMAT= (all zeros when empty or not
      *> a real date). A CSV value is taken to the same form
      *> through csv2cob's conversion rules, so a transaction CSV
      *> sorts exactly as the master it will be applied to.
       01  WS-SORT-KEY               PIC X(192) VALUE SPACES.
       01  WS-SORT-KEY-POS           PIC 9(3) VALUE 1.
       01  WS-KEY-ORDER              PIC 9(2) VALUE 0.
       01  WS-KEY-PART-LEN           PIC 9(5) VALUE 0.
       01  WS-KEY-PART-VAL           PIC X(64) VALUE SPACES.
       01  WS-COLL-DIGITS            PIC X(64) VALUE SPACES.
       01  WS-COLL-DIG-LEN           PIC 9(3) VALUE 0.
       01  WS-COLL-NEG               PIC X VALUE 'N'.
       01  WS-COLL-LAST              PIC X VALUE SPACE.
       01  WS-DATE-KEY               PIC X(8) VALUE SPACES.

      *> --- CSV value canonicalization (csv2cob's rules) ---
       01  WS-FIELD-VAL              PIC X(512).
       01  WS-FIELD-TRIMMED          PIC X(512).
       01  WS-VAL-LEN                PIC 9(5).
       01  WS-PAD-LEN                PIC 9(5).
       01  WS-PAD-IDX                PIC 9(5).
       01  WS-DOT-POS                PIC 9(5).
       01  WS-INT-LEN                PIC 9(5).
       01  WS-FRAC-LEN               PIC 9(5).

      *> --- Merge sequence checking (--merge) ---
       01  WS-FILE-PREV-KEY          PIC X(192) VALUE SPACES.
       01  WS-FILE-HAS-PREV          PIC X VALUE 'N'.
       01  WS-FILE-REC-COUNT         PIC 9(9) VALUE 0.

      *> --- Output / duplicate handling ---
       01  WS-OUT-PREV-KEY           PIC X(192) VALUE SPACES.
       01  WS-OUT-HAS-PREV           PIC X VALUE 'N'.
       01  WS-INPUT-RECORDS          PIC 9(9) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(9) VALUE 0.
       01  WS-DUP-COUNT              PIC 9(9) VALUE 0.
       01  WS-DUP-DROPPED            PIC 9(9) VALUE 0.
       01  WS-SORT-EOF               PIC X VALUE 'N'.
       01  WS-REC-NUM-ED             PIC Z(8)9.
       01  WS-DUP-KEY-TEXT           PIC X(512) VALUE SPACES.
       01  WS-DUP-KEY-POS            PIC 9(3) VALUE 0.
       01  WS-DUP-KEY-FIRST          PIC X VALUE 'Y'.

      *> --- Binary record mode (TYPE=PACKED / TYPE=BINARY) ---
      *> Packed and binary bytes can look like newlines, so these
      *> schemas bypass the LINE SEQUENTIAL FDs and move whole
      *> records through the CBL_ byte-stream routines, in and out.
       01  WS-RECORD-MODE            PIC X(8) VALUE 'TEXT'.
       01  WS-BIN-ACCESS             PIC X COMP-X VALUE 0.
       01  WS-BIN-DENY               PIC X COMP-X VALUE 0.
       01  WS-BIN-DEVICE             PIC X COMP-X VALUE 0.
       01  WS-BIN-IN-HANDLE          PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-IN-OFFSET          PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-OUT-HANDLE         PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-OUT-OFFSET         PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-DUP-HANDLE         PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-DUP-OFFSET         PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-COUNT              PIC X(4) COMP-X VALUE 0.
       01  WS-BIN-FLAGS              PIC X COMP-X VALUE 0.
       01  WS-BIN-RC                 PIC S9(9) COMP-5 VALUE 0.
       01  WS-BIN-EOF                PIC X VALUE 'N'.
       01  WS-BIN-IN-SIZE            PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-REMAINING          PIC 9(12) VALUE 0.

      *> --- RECORD-MODE=VARIABLE (RDW) + repeating group ---
      *> Same framing rules as COB2CSV's reader; key fields must
      *> sit in the fixed part, ahead of the repeating group.
       01  WS-REPEAT-COUNT-FIELD     PIC X(32) VALUE SPACES.
       01  WS-REPEAT-MAX             PIC 9(3) VALUE 0.
       01  WS-VAR-FIXED-LEN          PIC 9(5) VALUE 0.
       01  WS-VAR-STRIDE             PIC 9(5) VALUE 0.
       01  WS-VAR-REPEAT-FIELDS      PIC 9(3) VALUE 0.
       01  WS-VAR-PAYLOAD-LEN        PIC 9(5) VALUE 0.
       01  WS-VAR-QUOT               PIC 9(5) VALUE 0.
       01  WS-VAR-REM                PIC 9(5) VALUE 0.
       01  WS-RDW-BYTES              PIC X(4) VALUE LOW-VALUES.
       01  WS-RDW-LEN                PIC 9(5) VALUE 0.
       01  WS-VAR-OUT-BUF            PIC X(4100) VALUE LOW-VALUES.
       01  WS-VAR-OUT-LEN            PIC 9(5) VALUE 0.
       01  WS-RDW-HI                 PIC 9(3) VALUE 0.
       01  WS-RDW-LO                 PIC 9(3) VALUE 0.

      *> --- EBCDIC code-page conversion (ENCODING=EBCDIC) ---
      *> CP037 translate table, 8 bytes per part. Only a copy of
      *> each record is translated, to build its key; the record
      *> itself goes back out in the bytes it came in with.
       01  WS-ENCODING               PIC X(6) VALUE 'ASCII'.
       01  WS-ENCODING-SET           PIC X VALUE 'N'.
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
       01  WS-LKP-FOUND              PIC X VALUE 'N'.

      *> --- TYPE=PACKED / TYPE=BINARY field decoding ---
       01  WS-PK-IDX                 PIC 9(3) VALUE 0.
       01  WS-PK-HI                  PIC 9(3) VALUE 0.
       01  WS-PK-LO                  PIC 9(3) VALUE 0.
       01  WS-PK-BYTE                PIC 9(3) VALUE 0.
       01  WS-PK-DIG                 PIC 9 VALUE 0.
       01  WS-PK-POS                 PIC 9(3) VALUE 0.
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
       01  WS-DATE-DIGITS            PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-SCHEMA
           PERFORM CALC-RECORD-LEN
           SORT SORT-WORK
               ON ASCENDING KEY SRT-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-ALL-INPUTS
               OUTPUT PROCEDURE IS WRITE-SORTED-OUTPUT
           PERFORM WRITE-CONTROL-FILE
           DISPLAY "Done. " WS-RECORDS-WRITTEN " record(s) written, "
                   WS-DUP-COUNT " duplicate key(s), "
                   WS-DUP-DROPPED " dropped."
           IF WS-DUP-COUNT > 0 AND WS-DUP-MODE NOT = 'KEEP'
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
               WHEN WS-CMD-TOKEN(1:2) = '-i'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--input'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-d'
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--delimiter'
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:10) = '--encoding'
                   MOVE '-e  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--merge'
                   MOVE 'Y' TO WS-MERGE-MODE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:5) = '--csv'
                   MOVE 'Y' TO WS-CSV-INPUT
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:10) = '--dup-file'
                   MOVE '-df ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:6) = '--dups'
                   MOVE '-du ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:15) = '--action-column'
                   MOVE '-ac ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--header-lines'
                   MOVE '-hl ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-i  '
                   IF WS-INPUT-COUNT >= 16
                       DISPLAY "ERROR: at most 16 -i input files"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INPUT-COUNT
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-INPUT-NAMES(WS-INPUT-COUNT)
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-OUTPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-d  '
                   MOVE WS-CMD-TOKEN(1:1) TO WS-DELIMITER
                   MOVE 'Y' TO WS-DELIMITER-SET
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-e  '
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-ENCODING
                   MOVE 'Y' TO WS-ENCODING-SET
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-df '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-DUP-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-du '
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-DUP-MODE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-ac '
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-ACTION-COLUMN
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-hl '
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CMD-TOKEN))
                       TO WS-HEADER-LINES
                   MOVE 'Y' TO WS-HEADER-LINES-SET
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-cf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
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
           IF WS-INPUT-COUNT = 0
               DISPLAY "ERROR: at least one -i <input> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-OUTPUT-FILE = SPACES
               DISPLAY "ERROR: -o <output> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-DUP-MODE NOT = 'KEEP'
               AND WS-DUP-MODE NOT = 'DROP'
               AND WS-DUP-MODE NOT = 'REPORT'
               DISPLAY "ERROR: --dups must be keep, drop or report"
               STOP RUN
           END-IF
           IF WS-MERGE-MODE = 'Y' AND WS-INPUT-COUNT < 2
               DISPLAY "WARNING: --merge with a single input - the "
                       "file is only checked for key order"
           END-IF
           IF WS-CONTROL-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.ctl' DELIMITED BY SIZE
                   INTO WS-CONTROL-FILE
           END-IF
           IF WS-DUP-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.dup' DELIMITED BY SIZE
                   INTO WS-DUP-FILE
           END-IF
           IF WS-CSV-INPUT = 'N'
               MOVE 0 TO WS-ACTION-COLUMN
           END-IF.

       PRINT-USAGE.
           DISPLAY "Usage: cobsort -s schema.cfg -i input"
                   " [-i input2 ...] -o output"
           DISPLAY "  -s, --schema         Schema config file "
                   "(needs KEY= fields)"
           DISPLAY "  -i, --input          Input file; repeat for "
                   "several (up to 16)"
           DISPLAY "  -o, --output         Sorted/merged output, "
                   "same format as the input"
           DISPLAY "  --merge              Inputs are each already "
                   "in key order - check and merge them"
           DISPLAY "  --dups MODE          keep (default), drop "
                   "(later duplicates go to the dup file) or "
                   "report (all kept, duplicates listed)"
           DISPLAY "  --dup-file FILE      Duplicate file (default: "
                   "<output>.dup)"
           DISPLAY "  --csv                Input is a CSV (header "
                   "lines copied, rows sorted by their key columns)"
           DISPLAY "  --action-column N    CSV column carrying the "
                   "A/C/D action (default 1, 0 for a plain feed)"
           DISPLAY "  --header-lines N     CSV header lines (default "
                   "1 or the schema's HEADER-LINES=)"
           DISPLAY "  --control-file       Control-report file "
                   "(default: <output>.ctl)"
           DISPLAY "  -d, --delimiter      CSV field delimiter "
                   "(default ',' or the schema's DELIMITER=)"
           DISPLAY "  --encoding ENC       Fixed-width encoding, "
                   "ASCII (default) or EBCDIC".

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
           PERFORM CHECK-DATE-FORMATS
           PERFORM CHECK-BINARY-FIELDS
           PERFORM CHECK-VARIABLE-MODE
           PERFORM CHECK-KEY-FIELDS
           PERFORM CHECK-ENCODING
           IF WS-CSV-INPUT = 'Y'
               PERFORM LOAD-LOOKUP-TABLES
               PERFORM ASSIGN-CSV-COLUMNS
           END-IF
           DISPLAY "Schema loaded: " WS-FIELD-COUNT " fields.".

      *> --------------------------------------------------------
      *> KEY= setup - at least one part, KEY=1 through KEY=9, each
      *> in the fixed part of a variable record, and the raw key
      *> within the 64 bytes COBAPPLY/COBCOMP match on. The
      *> collating form is longer than the raw bytes for signed,
      *> PACKED, BINARY and DATE parts; it must fit SRT-KEY.
      *> --------------------------------------------------------
       CHECK-KEY-FIELDS.
           MOVE 'N' TO WS-HAS-KEY
           MOVE 0 TO WS-KEY-LEN-SUM
           MOVE 0 TO WS-COLL-LEN-SUM
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
                   IF WS-FIELD-REPEAT(WS-FLD-IDX) = 'Y'
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' is in the repeating group and "
                               "cannot be a KEY= part"
                       STOP RUN
                   END-IF
                   EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
                       WHEN 'SIGNED-NUM'
                       WHEN 'SIGNED-DECIMAL'
                           COMPUTE WS-COLL-LEN-SUM = WS-COLL-LEN-SUM
                               + WS-FIELD-LENGTH(WS-FLD-IDX) + 1
                       WHEN 'PACKED'
                           COMPUTE WS-COLL-LEN-SUM = WS-COLL-LEN-SUM
                               + WS-FIELD-LENGTH(WS-FLD-IDX) * 2
                       WHEN 'BINARY'
                           IF WS-FIELD-LENGTH(WS-FLD-IDX) = 2
                               ADD 6 TO WS-COLL-LEN-SUM
                           ELSE
                               ADD 11 TO WS-COLL-LEN-SUM
                           END-IF
                       WHEN 'DATE'
                           ADD 8 TO WS-COLL-LEN-SUM
                       WHEN OTHER
                           ADD WS-FIELD-LENGTH(WS-FLD-IDX)
                               TO WS-COLL-LEN-SUM
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-HAS-KEY = 'N'
               DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                       " has no KEY= fields - COBSORT orders "
                       "records on the KEY= fields"
               STOP RUN
           END-IF
           IF WS-KEY-LEN-SUM > 64
               DISPLAY "ERROR: KEY= fields total " WS-KEY-LEN-SUM
                       " byte(s) - the record key holds 64"
               STOP RUN
           END-IF
           IF WS-COLL-LEN-SUM > 192
               DISPLAY "ERROR: KEY= fields collate to "
                       WS-COLL-LEN-SUM " byte(s) - the sort key "
                       "holds 192"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> CSV column of each fixed-part field: schema order, the
      *> repeating group (if any) after it, and the action column
      *> (when there is one) pushing later columns right by one.
      *> --------------------------------------------------------
       ASSIGN-CSV-COLUMNS.
           MOVE 0 TO WS-CSV-COL-NUM
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-REPEAT(WS-FLD-IDX) = 'N'
                   ADD 1 TO WS-CSV-COL-NUM
                   IF WS-ACTION-COLUMN > 0
                       AND WS-CSV-COL-NUM >= WS-ACTION-COLUMN
                       COMPUTE WS-FIELD-CSV-COL(WS-FLD-IDX) =
                           WS-CSV-COL-NUM + 1
                   ELSE
                       MOVE WS-CSV-COL-NUM
                           TO WS-FIELD-CSV-COL(WS-FLD-IDX)
                   END-IF
                   IF WS-FIELD-KEY(WS-FLD-IDX) > 0
                       AND WS-FIELD-CSV-COL(WS-FLD-IDX) > 65
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' is a KEY= part past CSV column 65"
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HEADER-LINES > 9
               DISPLAY "ERROR: --header-lines must be 0-9"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> RECORD-MODE=VARIABLE setup - the repeating-group pieces
      *> (REPEAT=Y fields, REPEAT-COUNT-FIELD=, REPEAT-MAX=) only
      *> make sense together.
      *> --------------------------------------------------------
       CHECK-VARIABLE-MODE.
           MOVE 0 TO WS-VAR-REPEAT-FIELDS
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-REPEAT(WS-FLD-IDX) = 'Y'
                   ADD 1 TO WS-VAR-REPEAT-FIELDS
               END-IF
           END-PERFORM
           IF WS-RECORD-MODE NOT = 'VARIABLE'
               IF WS-VAR-REPEAT-FIELDS > 0
                   OR WS-REPEAT-COUNT-FIELD NOT = SPACES
                   OR WS-REPEAT-MAX > 0
                   DISPLAY "ERROR: REPEAT=/REPEAT-COUNT-FIELD=/"
                           "REPEAT-MAX= need RECORD-MODE=VARIABLE "
                           "in the schema"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-VAR-REPEAT-FIELDS = 0
               DISPLAY "ERROR: RECORD-MODE=VARIABLE needs at least "
                       "one FIELD with REPEAT=Y"
               STOP RUN
           END-IF
           IF WS-REPEAT-MAX < 1 OR WS-REPEAT-MAX > 50
               DISPLAY "ERROR: REPEAT-MAX= must be 1-50"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> ENCODING=EBCDIC implies a binary-mode transfer with no
      *> newline framing, so it rides on RECORD-MODE=BINARY.
      *> --------------------------------------------------------
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
      *> TYPE=LOOKUP - a CSV carries the human-readable code, the
      *> master the fixed-width one, so a CSV key part is
      *> translated through the TABLE= file before it collates.
      *> Same loader as the converters.
      *> --------------------------------------------------------
       LOAD-LOOKUP-TABLES.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'LOOKUP'
                   AND WS-FIELD-KEY(WS-FLD-IDX) > 0
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
      *> CSV2COB applies.
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
                       AND WS-RECORD-MODE NOT = 'VARIABLE'
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
                       AND WS-RECORD-MODE NOT = 'VARIABLE'
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
      *> load-time check CSV2COB applies).
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
           IF WS-RAW-LINE(1:13) = 'HEADER-LINES='
               IF WS-HEADER-LINES-SET = 'N'
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-RAW-LINE(14:243)))
                       TO WS-HEADER-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:10) = 'DELIMITER='
               IF WS-DELIMITER-SET = 'N'
                   MOVE WS-RAW-LINE(11:1) TO WS-DELIMITER
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:9) = 'ENCODING='
      *> A CLI flag, if given, takes precedence over the schema.
               IF WS-ENCODING-SET = 'N'
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-RAW-LINE(10:247)))
                       TO WS-ENCODING
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:12) = 'RECORD-MODE='
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(13:244)))
                   TO WS-RECORD-MODE
               IF WS-RECORD-MODE NOT = 'TEXT'
                   AND WS-RECORD-MODE NOT = 'BINARY'
                   AND WS-RECORD-MODE NOT = 'VARIABLE'
                   DISPLAY "ERROR: RECORD-MODE must be TEXT, BINARY "
                           "or VARIABLE"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:19) = 'REPEAT-COUNT-FIELD='
               MOVE FUNCTION TRIM(WS-RAW-LINE(20:237))
                   TO WS-REPEAT-COUNT-FIELD
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'REPEAT-MAX='
               MOVE FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-RAW-LINE(12:245)))
                   TO WS-REPEAT-MAX
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                       " uses KEY-COLUMN= (multiple record types) - "
                       "COBSORT orders single-layout files and does "
                       "not support this schema format"
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
           MOVE SPACES TO WS-FIELD-TABLE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TBL-IDX(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-REPEAT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-KEY(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-CSV-COL(WS-FLD-IDX)
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

      *> Validation rules (REQUIRED=/MIN=/MAX=/VALUES=/TOTAL=...)
      *> fall through the EVALUATE untouched - ordering needs only
      *> the layout, the types and the KEY= parts.
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
               WHEN 'TABLE'
      *> TYPE=LOOKUP translation file (csv-code,fixed-code lines)
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-TABLE(WS-FLD-IDX)
               WHEN 'REPEAT'
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE)) = 'Y'
                       MOVE 'Y' TO WS-FIELD-REPEAT(WS-FLD-IDX)
                   END-IF
               WHEN 'KEY'
      *> Record-key part, KEY=1 first part, KEY=2 second, ...
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-KEY(WS-FLD-IDX)
               WHEN 'RECTYPE'
                   DISPLAY "ERROR: schema " WS-SCHEMA-FILE
                           " uses RECTYPE= (multiple record types) - "
                           "COBSORT orders single-layout files and "
                           "does not support this schema format"
                   STOP RUN
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Calculate fixed-width record length from schema. Under
      *> RECORD-MODE=VARIABLE only the fixed part is fixed; each
      *> record's own length comes from its RDW.
      *> --------------------------------------------------------
       CALC-RECORD-LEN.
           MOVE 0 TO WS-RECORD-LEN
           MOVE 0 TO WS-VAR-STRIDE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               COMPUTE WS-DEST-START =
                   WS-FIELD-START(WS-FLD-IDX)
                   + WS-FIELD-LENGTH(WS-FLD-IDX) - 1
               IF WS-FIELD-REPEAT(WS-FLD-IDX) = 'Y'
                   IF WS-DEST-START > WS-VAR-STRIDE
                       MOVE WS-DEST-START TO WS-VAR-STRIDE
                   END-IF
               ELSE
                   IF WS-DEST-START > WS-RECORD-LEN
                       MOVE WS-DEST-START TO WS-RECORD-LEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CSV-INPUT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORD-MODE = 'VARIABLE'
               MOVE WS-RECORD-LEN TO WS-VAR-FIXED-LEN
               COMPUTE WS-RECORD-LEN = WS-VAR-FIXED-LEN
                   + WS-REPEAT-MAX * WS-VAR-STRIDE
               IF WS-RECORD-LEN > 4096
                   DISPLAY "ERROR: longest variable record ("
                           WS-RECORD-LEN " bytes at REPEAT-MAX="
                           WS-REPEAT-MAX ") exceeds the 4096-byte "
                           "record buffer"
                   STOP RUN
               END-IF
               DISPLAY "Input record: " WS-VAR-FIXED-LEN
                       " fixed byte(s) + up to " WS-REPEAT-MAX
                       " x " WS-VAR-STRIDE "-byte occurrence(s)."
           ELSE
               DISPLAY "Input record length: " WS-RECORD-LEN
                       " bytes."
           END-IF.

      *> --------------------------------------------------------
      *> SORT input procedure - every input in command-line order,
      *> each record released with its collating key. Under
      *> --merge each input must already be ascending; SORT's
      *> DUPLICATES IN ORDER then leaves equal keys in the order
      *> the inputs were named, which is what a merge gives.
      *> --------------------------------------------------------
       RELEASE-ALL-INPUTS.
           PERFORM VARYING WS-INPUT-IDX FROM 1 BY 1
               UNTIL WS-INPUT-IDX > WS-INPUT-COUNT
               MOVE WS-INPUT-NAMES(WS-INPUT-IDX) TO WS-INPUT-FILE
               MOVE 0 TO WS-FILE-REC-COUNT
               MOVE 'N' TO WS-FILE-HAS-PREV
               EVALUATE TRUE
                   WHEN WS-CSV-INPUT = 'Y'
                       PERFORM RELEASE-CSV-INPUT
                   WHEN WS-RECORD-MODE = 'BINARY'
                       OR WS-RECORD-MODE = 'VARIABLE'
                       PERFORM RELEASE-BINARY-INPUT
                   WHEN OTHER
                       PERFORM RELEASE-TEXT-INPUT
               END-EVALUATE
               MOVE WS-FILE-REC-COUNT
                   TO WS-INPUT-READS(WS-INPUT-IDX)
               DISPLAY "Read " WS-FILE-REC-COUNT " record(s) from "
                       FUNCTION TRIM(WS-INPUT-FILE)
           END-PERFORM.

       RELEASE-TEXT-INPUT.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open input file "
                       FUNCTION TRIM(WS-INPUT-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               MOVE SPACES TO WS-FIXED-LINE
               READ INPUT-FILE INTO WS-FIXED-LINE
                   AT END EXIT PERFORM
               END-READ
               MOVE WS-RECORD-LEN TO WS-CUR-REC-LEN
               PERFORM RELEASE-FIXED-RECORD
           END-PERFORM
           CLOSE INPUT-FILE.

       RELEASE-BINARY-INPUT.
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
      *> in the offset argument) - a short read near EOF returns
      *> rc 0, so end-of-data must be computed from the size, not
      *> the return code.
           MOVE 0 TO WS-BIN-IN-SIZE
           MOVE 0 TO WS-BIN-COUNT
           MOVE 128 TO WS-BIN-FLAGS
           CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                   WS-BIN-IN-SIZE WS-BIN-COUNT WS-BIN-FLAGS
                   WS-FIXED-LINE
               RETURNING WS-BIN-RC
           MOVE 0 TO WS-BIN-FLAGS
           MOVE 0 TO WS-BIN-IN-OFFSET
           MOVE 'N' TO WS-BIN-EOF
           PERFORM UNTIL EXIT
               IF WS-RECORD-MODE = 'VARIABLE'
                   PERFORM READ-VARIABLE-INPUT-RECORD
                   MOVE WS-VAR-PAYLOAD-LEN TO WS-CUR-REC-LEN
               ELSE
                   PERFORM READ-BINARY-INPUT-RECORD
                   MOVE WS-RECORD-LEN TO WS-CUR-REC-LEN
               END-IF
               IF WS-BIN-EOF = 'Y'
                   EXIT PERFORM
               END-IF
               PERFORM RELEASE-FIXED-RECORD
           END-PERFORM
           CALL "CBL_CLOSE_FILE" USING WS-BIN-IN-HANDLE
               RETURNING WS-BIN-RC.

      *> A file that does not divide evenly into WS-RECORD-LEN
      *> records is the classic truncated-transfer symptom; the
      *> fragment is reported and left out of the sorted file.
       READ-BINARY-INPUT-RECORD.
           COMPUTE WS-BIN-REMAINING =
               WS-BIN-IN-SIZE - WS-BIN-IN-OFFSET
           IF WS-BIN-REMAINING = 0
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-BIN-REMAINING < WS-RECORD-LEN
               DISPLAY "WARNING: " WS-BIN-REMAINING " trailing "
                       "byte(s) of " FUNCTION TRIM(WS-INPUT-FILE)
                       " are not a whole " WS-RECORD-LEN "-byte "
                       "record - truncated transfer? Fragment "
                       "ignored."
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIXED-LINE
           MOVE WS-RECORD-LEN TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                   WS-BIN-IN-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                   WS-FIXED-LINE
               RETURNING WS-BIN-RC
           IF WS-BIN-RC NOT = 0
               MOVE 'Y' TO WS-BIN-EOF
           ELSE
               ADD WS-RECORD-LEN TO WS-BIN-IN-OFFSET
           END-IF.

      *> --------------------------------------------------------
      *> RECORD-MODE=VARIABLE - honor the 4-byte RDW (COB2CSV's
      *> framing checks); the payload alone is kept, and the RDW
      *> is rebuilt from its length on the way out.
      *> --------------------------------------------------------
       READ-VARIABLE-INPUT-RECORD.
           COMPUTE WS-BIN-REMAINING =
               WS-BIN-IN-SIZE - WS-BIN-IN-OFFSET
           IF WS-BIN-REMAINING = 0
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-BIN-REMAINING < 4
               DISPLAY "WARNING: " WS-BIN-REMAINING " trailing "
                       "byte(s) of " FUNCTION TRIM(WS-INPUT-FILE)
                       " are not a whole RDW - truncated transfer? "
                       "Fragment ignored."
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                   WS-BIN-IN-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                   WS-RDW-BYTES
               RETURNING WS-BIN-RC
           IF WS-BIN-RC NOT = 0
               MOVE 'Y' TO WS-BIN-EOF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RDW-LEN =
               (FUNCTION ORD(WS-RDW-BYTES(1:1)) - 1) * 256
               + FUNCTION ORD(WS-RDW-BYTES(2:1)) - 1
           COMPUTE WS-VAR-PAYLOAD-LEN = WS-RDW-LEN - 4
           IF WS-RDW-LEN < 4
               OR WS-VAR-PAYLOAD-LEN < WS-VAR-FIXED-LEN
               OR WS-VAR-PAYLOAD-LEN > 4096
               DISPLAY "ERROR: bad RDW length " WS-RDW-LEN
                       " at byte offset " WS-BIN-IN-OFFSET " of "
                       FUNCTION TRIM(WS-INPUT-FILE) " - aborting"
               STOP RUN
           END-IF
           IF WS-BIN-REMAINING < WS-RDW-LEN
               DISPLAY "ERROR: RDW at byte offset " WS-BIN-IN-OFFSET
                       " claims " WS-RDW-LEN " byte(s) but only "
                       WS-BIN-REMAINING " remain in "
                       FUNCTION TRIM(WS-INPUT-FILE)
                       " - truncated transfer? Aborting."
               STOP RUN
           END-IF
           COMPUTE WS-BIN-REMAINING =
               WS-VAR-PAYLOAD-LEN - WS-VAR-FIXED-LEN
           DIVIDE WS-BIN-REMAINING BY WS-VAR-STRIDE
               GIVING WS-VAR-QUOT REMAINDER WS-VAR-REM
           IF WS-VAR-REM NOT = 0
               DISPLAY "ERROR: record at byte offset "
                       WS-BIN-IN-OFFSET " carries "
                       WS-VAR-PAYLOAD-LEN " payload byte(s) - the "
                       "tail is not a whole number of "
                       WS-VAR-STRIDE "-byte occurrences. Aborting."
               STOP RUN
           END-IF
           ADD 4 TO WS-BIN-IN-OFFSET
           MOVE SPACES TO WS-FIXED-LINE
           IF WS-VAR-PAYLOAD-LEN > 0
               MOVE WS-VAR-PAYLOAD-LEN TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                       WS-BIN-IN-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                       WS-FIXED-LINE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: read failed at byte offset "
                           WS-BIN-IN-OFFSET " of "
                           FUNCTION TRIM(WS-INPUT-FILE)
                   STOP RUN
               END-IF
               ADD WS-VAR-PAYLOAD-LEN TO WS-BIN-IN-OFFSET
           END-IF.

      *> --------------------------------------------------------
      *> One fixed-width record to the sort: keep the bytes as
      *> read, key from an ASCII copy when the file is EBCDIC.
      *> --------------------------------------------------------
       RELEASE-FIXED-RECORD.
           ADD 1 TO WS-FILE-REC-COUNT
           ADD 1 TO WS-INPUT-RECORDS
           MOVE WS-FIXED-LINE(1:WS-CUR-REC-LEN)
               TO WS-REC-SAVE(1:WS-CUR-REC-LEN)
           IF WS-ENCODING = 'EBCDIC'
               PERFORM TRANSLATE-INPUT-TO-ASCII
           END-IF
           PERFORM BUILD-FIXED-SORT-KEY
           PERFORM CHECK-MERGE-SEQUENCE
           MOVE SPACES TO SRT-DATA
           MOVE WS-SORT-KEY TO SRT-KEY
           MOVE WS-INPUT-IDX TO SRT-FILE-NUM
           MOVE WS-FILE-REC-COUNT TO SRT-REC-NUM
           MOVE WS-CUR-REC-LEN TO SRT-LEN
           MOVE WS-REC-SAVE(1:WS-CUR-REC-LEN)
               TO SRT-DATA(1:WS-CUR-REC-LEN)
           RELEASE SORT-RECORD.

      *> --------------------------------------------------------
      *> EBCDIC input - translate the record through the CP037
      *> table, then put the TYPE=PACKED/BINARY slices back from
      *> the saved copy: their bytes are not characters.
      *> --------------------------------------------------------
       TRANSLATE-INPUT-TO-ASCII.
           MOVE WS-FIXED-LINE(1:WS-CUR-REC-LEN)
               TO WS-EBC-SAVE(1:WS-CUR-REC-LEN)
           PERFORM VARYING WS-XL-POS FROM 1 BY 1
               UNTIL WS-XL-POS > WS-CUR-REC-LEN
               COMPUTE WS-XL-V =
                   FUNCTION ORD(WS-FIXED-LINE(WS-XL-POS:1))
               MOVE WS-E2A-TAB(WS-XL-V:1)
                   TO WS-FIXED-LINE(WS-XL-POS:1)
           END-PERFORM
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                   MOVE WS-EBC-SAVE(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                       TO WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
                           WS-FIELD-LENGTH(WS-FLD-IDX))
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> --csv input. The header lines of the first input are
      *> kept for the output; each data row goes to the sort
      *> verbatim, keyed from its KEY= columns.
      *> --------------------------------------------------------
       RELEASE-CSV-INPUT.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open input file "
                       FUNCTION TRIM(WS-INPUT-FILE)
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CSV-EOF
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
               UNTIL WS-HDR-IDX > WS-HEADER-LINES
               READ INPUT-FILE INTO WS-CSV-LINE
                   AT END
                       MOVE 'Y' TO WS-CSV-EOF
                       EXIT PERFORM
               END-READ
               IF WS-INPUT-IDX = 1
                   MOVE WS-CSV-LINE TO WS-HDR-LINES(WS-HDR-IDX)
                   MOVE WS-HDR-IDX TO WS-HDR-SAVED
               END-IF
           END-PERFORM
           IF WS-CSV-EOF = 'Y'
               DISPLAY "WARNING: " FUNCTION TRIM(WS-INPUT-FILE)
                       " has fewer than " WS-HEADER-LINES
                       " header line(s) - no data rows"
           END-IF
           PERFORM UNTIL WS-CSV-EOF = 'Y'
               MOVE SPACES TO WS-CSV-LINE
               READ INPUT-FILE INTO WS-CSV-LINE
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-FILE-REC-COUNT
               ADD 1 TO WS-INPUT-RECORDS
               PERFORM SPLIT-CSV-LINE
               PERFORM BUILD-CSV-SORT-KEY
               PERFORM CHECK-MERGE-SEQUENCE
               MOVE SPACES TO SRT-DATA
               MOVE WS-SORT-KEY TO SRT-KEY
               MOVE WS-INPUT-IDX TO SRT-FILE-NUM
               MOVE WS-FILE-REC-COUNT TO SRT-REC-NUM
               MOVE WS-CSV-LEN TO SRT-LEN
               MOVE WS-CSV-LINE TO SRT-DATA
               RELEASE SORT-RECORD
           END-PERFORM
           CLOSE INPUT-FILE.

      *> RFC4180 split of WS-CSV-LINE into WS-RAW-FIELDS, same
      *> scanner as COBAPPLY's; columns past 65 are not kept (no
      *> key part lives there).
       SPLIT-CSV-LINE.
           MOVE 1 TO WS-CURRENT-FIELD
           MOVE 1 TO WS-CSV-POS
           MOVE 0 TO WS-CSV-LEN
           IF WS-CSV-LINE NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CSV-LINE TRAILING))
                   TO WS-CSV-LEN
           END-IF
           MOVE 'N' TO WS-IN-QUOTES
           MOVE SPACES TO WS-FIELD-BUF
           MOVE 1 TO WS-FIELD-BUF-POS
           PERFORM UNTIL WS-CSV-POS > WS-CSV-LEN
               MOVE WS-CSV-LINE(WS-CSV-POS:1) TO WS-CSV-CHAR
               EVALUATE TRUE
                   WHEN WS-CSV-CHAR = '"' AND WS-IN-QUOTES = 'Y'
                       AND WS-CSV-POS < WS-CSV-LEN
                       AND WS-CSV-LINE(WS-CSV-POS + 1:1) = '"'
      *> RFC4180 doubled-quote escape - emit one literal quote
                       MOVE '"' TO WS-FIELD-BUF(WS-FIELD-BUF-POS:1)
                       ADD 1 TO WS-FIELD-BUF-POS
                       ADD 1 TO WS-CSV-POS
                   WHEN WS-CSV-CHAR = '"'
                       IF WS-IN-QUOTES = 'Y'
                           MOVE 'N' TO WS-IN-QUOTES
                       ELSE
                           MOVE 'Y' TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-CSV-CHAR = WS-DELIMITER
                       AND WS-IN-QUOTES = 'N'
                       PERFORM CAPTURE-RAW-FIELD
                       ADD 1 TO WS-CURRENT-FIELD
                       MOVE SPACES TO WS-FIELD-BUF
                       MOVE 1 TO WS-FIELD-BUF-POS
                   WHEN OTHER
                       MOVE WS-CSV-CHAR
                           TO WS-FIELD-BUF(WS-FIELD-BUF-POS:1)
                       ADD 1 TO WS-FIELD-BUF-POS
               END-EVALUATE
               ADD 1 TO WS-CSV-POS
           END-PERFORM
           PERFORM CAPTURE-RAW-FIELD
           MOVE WS-CURRENT-FIELD TO WS-ACTUAL-FIELD-COUNT.

       CAPTURE-RAW-FIELD.
           IF WS-CURRENT-FIELD <= 65
               MOVE FUNCTION TRIM(WS-FIELD-BUF TRAILING)
                   TO WS-RAW-FIELDS(WS-CURRENT-FIELD)
           END-IF.

      *> --------------------------------------------------------
      *> Under --merge an input that steps backwards is not the
      *> sorted file it was promised to be; stop before writing
      *> a merge that would hide the break.
      *> --------------------------------------------------------
       CHECK-MERGE-SEQUENCE.
           IF WS-MERGE-MODE = 'Y'
               AND WS-FILE-HAS-PREV = 'Y'
               AND WS-SORT-KEY < WS-FILE-PREV-KEY
               DISPLAY "ERROR: " FUNCTION TRIM(WS-INPUT-FILE)
                       " is not in ascending key sequence at record "
                       WS-FILE-REC-COUNT " - --merge needs sorted "
                       "inputs; run without --merge to sort them"
               STOP RUN
           END-IF
           MOVE WS-SORT-KEY TO WS-FILE-PREV-KEY
           MOVE 'Y' TO WS-FILE-HAS-PREV.

      *> --------------------------------------------------------
      *> Collating key from a fixed-width record (WS-FIXED-LINE,
      *> already ASCII): the KEY=1..9 parts in order.
      *> --------------------------------------------------------
       BUILD-FIXED-SORT-KEY.
           MOVE SPACES TO WS-SORT-KEY
           MOVE 1 TO WS-SORT-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORDER
                       MOVE WS-FIELD-START(WS-FLD-IDX)
                           TO WS-DEST-START
                       MOVE WS-FIELD-LENGTH(WS-FLD-IDX)
                           TO WS-DEST-LEN
                       MOVE SPACES TO WS-RAW-FIELD-VAL
                       MOVE WS-FIXED-LINE(WS-DEST-START:WS-DEST-LEN)
                           TO WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
                       PERFORM APPEND-FIXED-KEY-PART
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPEND-FIXED-KEY-PART.
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
                   MOVE WS-DATE-KEY TO WS-KEY-PART-VAL
                   MOVE 8 TO WS-KEY-PART-LEN
                   PERFORM APPEND-KEY-BYTES
               WHEN OTHER
                   MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
                       TO WS-KEY-PART-VAL
                   MOVE WS-DEST-LEN TO WS-KEY-PART-LEN
                   PERFORM APPEND-KEY-BYTES
           END-EVALUATE.

      *> Trailing zoned-decimal sign overpunch (positive {A-I,
      *> negative }J-R); any other byte is a plain digit, and
      *> spaces count as zeros.
       DECODE-OVERPUNCH-DIGITS.
           MOVE WS-DEST-LEN TO WS-COLL-DIG-LEN
           MOVE SPACES TO WS-COLL-DIGITS
           MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
               TO WS-COLL-DIGITS(1:WS-DEST-LEN)
           MOVE 'N' TO WS-COLL-NEG
           MOVE WS-COLL-DIGITS(WS-DEST-LEN:1) TO WS-COLL-LAST
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
           MOVE WS-COLL-LAST TO WS-COLL-DIGITS(WS-DEST-LEN:1)
           INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               REPLACING ALL SPACE BY '0'.

      *> TYPE=PACKED - two digits per byte, sign in the low nibble
      *> of the last byte (x'D'/x'B' negative). Bytes that are not
      *> valid packed decimal collate as zero.
       DECODE-PACKED-DIGITS.
           MOVE 'N' TO WS-COLL-NEG
           MOVE 'N' TO WS-PK-BAD
           MOVE 0 TO WS-PK-POS
           MOVE SPACES TO WS-COLL-DIGITS
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
                   MOVE WS-PK-DIG TO WS-COLL-DIGITS(WS-PK-POS:1)
               END-IF
               IF WS-PK-IDX < WS-DEST-LEN
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
           COMPUTE WS-COLL-DIG-LEN = WS-DEST-LEN * 2 - 1
           IF WS-PK-BAD = 'Y'
               MOVE ALL '0' TO WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               MOVE 'N' TO WS-COLL-NEG
           END-IF.

      *> TYPE=BINARY - big-endian two's complement, 5 digits for a
      *> halfword and 10 for a fullword.
       DECODE-BINARY-DIGITS.
           MOVE 0 TO WS-BN-VALUE
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-DEST-LEN
               COMPUTE WS-BN-VALUE = WS-BN-VALUE * 256
                   + FUNCTION ORD(WS-RAW-FIELD-VAL(WS-BN-IDX:1)) - 1
           END-PERFORM
           MOVE 'N' TO WS-COLL-NEG
           IF FUNCTION ORD(WS-RAW-FIELD-VAL(1:1)) - 1 >= 128
               MOVE 'Y' TO WS-COLL-NEG
               IF WS-DEST-LEN = 2
                   COMPUTE WS-BN-VALUE = 65536 - WS-BN-VALUE
               ELSE
                   COMPUTE WS-BN-VALUE = 4294967296 - WS-BN-VALUE
               END-IF
           END-IF
           MOVE WS-BN-VALUE TO WS-BN-DIGITS
           MOVE SPACES TO WS-COLL-DIGITS
           IF WS-DEST-LEN = 2
               MOVE 5 TO WS-COLL-DIG-LEN
               MOVE WS-BN-DIGITS(6:5) TO WS-COLL-DIGITS(1:5)
           ELSE
               MOVE 10 TO WS-COLL-DIG-LEN
               MOVE WS-BN-DIGITS TO WS-COLL-DIGITS(1:10)
           END-IF.

      *> --------------------------------------------------------
      *> TYPE=DATE - decode the FORMAT= bytes to YYYYMMDD (COB2CSV's
      *> rules, two-digit years windowed at 70). Empty, all-zero
      *> and non-calendar values collate first as zeros.
      *> --------------------------------------------------------
       DECODE-DATE-KEY.
           MOVE '00000000' TO WS-DATE-KEY
           IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
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
           IF WS-DATE-VALID = 'Y'
               MOVE WS-DATE-Y TO WS-DATE-KEY(1:4)
               MOVE WS-DATE-M TO WS-DATE-KEY(5:2)
               MOVE WS-DATE-D TO WS-DATE-KEY(7:2)
           END-IF.

      *> --------------------------------------------------------
      *> Sign byte plus digits; a negative value's digits are
      *> nines-complemented so larger magnitudes sort lower. A
      *> negative zero is just zero.
      *> --------------------------------------------------------
       APPEND-SIGNED-DIGITS.
           IF WS-COLL-DIGITS(1:WS-COLL-DIG-LEN) = ALL '0'
               MOVE 'N' TO WS-COLL-NEG
           END-IF
           MOVE SPACES TO WS-KEY-PART-VAL
           IF WS-COLL-NEG = 'Y'
               MOVE '0' TO WS-KEY-PART-VAL(1:1)
               INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
                   CONVERTING '0123456789' TO '9876543210'
           ELSE
               MOVE '1' TO WS-KEY-PART-VAL(1:1)
           END-IF
           MOVE WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               TO WS-KEY-PART-VAL(2:WS-COLL-DIG-LEN)
           COMPUTE WS-KEY-PART-LEN = WS-COLL-DIG-LEN + 1
           PERFORM APPEND-KEY-BYTES.

       APPEND-KEY-BYTES.
           MOVE WS-KEY-PART-VAL(1:WS-KEY-PART-LEN)
               TO WS-SORT-KEY(WS-SORT-KEY-POS:WS-KEY-PART-LEN)
           ADD WS-KEY-PART-LEN TO WS-SORT-KEY-POS.

      *> --------------------------------------------------------
      *> Collating key from a CSV row: each KEY= column is taken
      *> through csv2cob's conversion rules to the bytes it would
      *> occupy in the master (or, for the signed types, to the
      *> sign and digits those bytes would decode to), so a row
      *> and its master record collate identically.
      *> --------------------------------------------------------
       BUILD-CSV-SORT-KEY.
           MOVE SPACES TO WS-SORT-KEY
           MOVE 1 TO WS-SORT-KEY-POS
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORDER
                       MOVE SPACES TO WS-FIELD-TRIMMED
                       IF WS-FIELD-CSV-COL(WS-FLD-IDX)
                           <= WS-ACTUAL-FIELD-COUNT
                           MOVE FUNCTION TRIM(WS-RAW-FIELDS(
                               WS-FIELD-CSV-COL(WS-FLD-IDX)))
                               TO WS-FIELD-TRIMMED
                       END-IF
                       MOVE 0 TO WS-VAL-LEN
                       IF WS-FIELD-TRIMMED NOT = SPACES
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                               WS-FIELD-TRIMMED TRAILING))
                               TO WS-VAL-LEN
                       END-IF
                       MOVE WS-FIELD-LENGTH(WS-FLD-IDX)
                           TO WS-DEST-LEN
                       PERFORM APPEND-CSV-KEY-PART
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPEND-CSV-KEY-PART.
           MOVE 'N' TO WS-COLL-NEG
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
                   MOVE WS-DEST-LEN TO WS-COLL-DIG-LEN
                   PERFORM RIGHT-JUSTIFY-KEY-DIGITS
                   MOVE WS-COLL-DIGITS TO WS-KEY-PART-VAL
                   MOVE WS-DEST-LEN TO WS-KEY-PART-LEN
                   PERFORM APPEND-KEY-BYTES
               WHEN 'DECIMAL'
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   MOVE WS-DEST-LEN TO WS-COLL-DIG-LEN
                   PERFORM RIGHT-JUSTIFY-KEY-DIGITS
                   MOVE WS-COLL-DIGITS TO WS-KEY-PART-VAL
                   MOVE WS-DEST-LEN TO WS-KEY-PART-LEN
                   PERFORM APPEND-KEY-BYTES
               WHEN 'SIGNED-NUM'
                   PERFORM DETECT-AND-STRIP-SIGN
                   MOVE WS-DEST-LEN TO WS-COLL-DIG-LEN
                   PERFORM RIGHT-JUSTIFY-KEY-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DETECT-AND-STRIP-SIGN
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   MOVE WS-DEST-LEN TO WS-COLL-DIG-LEN
                   PERFORM RIGHT-JUSTIFY-KEY-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'PACKED'
                   PERFORM DETECT-AND-STRIP-SIGN
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   COMPUTE WS-COLL-DIG-LEN = WS-DEST-LEN * 2 - 1
                   PERFORM RIGHT-JUSTIFY-KEY-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'BINARY'
                   PERFORM DETECT-AND-STRIP-SIGN
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   IF WS-DEST-LEN = 2
                       MOVE 5 TO WS-COLL-DIG-LEN
                   ELSE
                       MOVE 10 TO WS-COLL-DIG-LEN
                   END-IF
                   PERFORM RIGHT-JUSTIFY-KEY-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'DATE'
                   MOVE '00000000' TO WS-DATE-KEY
                   IF WS-VAL-LEN > 0
                       PERFORM PARSE-CSV-DATE
                       IF WS-DATE-VALID = 'Y'
                           MOVE WS-DATE-DIGITS TO WS-DATE-KEY
                       END-IF
                   END-IF
                   MOVE WS-DATE-KEY TO WS-KEY-PART-VAL
                   MOVE 8 TO WS-KEY-PART-LEN
                   PERFORM APPEND-KEY-BYTES
               WHEN 'LOOKUP'
                   PERFORM TRANSLATE-LOOKUP-KEY
                   PERFORM LEFT-JUSTIFY-KEY-BYTES
               WHEN OTHER
                   PERFORM LEFT-JUSTIFY-KEY-BYTES
           END-EVALUATE.

      *> Left-justify, space-pad right, cut at the field length -
      *> the bytes an ALPHA (or translated LOOKUP) value occupies.
       LEFT-JUSTIFY-KEY-BYTES.
           MOVE SPACES TO WS-KEY-PART-VAL
           IF WS-VAL-LEN > WS-DEST-LEN
               MOVE WS-DEST-LEN TO WS-VAL-LEN
           END-IF
           IF WS-VAL-LEN > 0
               MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                   TO WS-KEY-PART-VAL(1:WS-VAL-LEN)
           END-IF
           MOVE WS-DEST-LEN TO WS-KEY-PART-LEN
           PERFORM APPEND-KEY-BYTES.

      *> Right-justify the digits into WS-COLL-DIG-LEN places,
      *> zero-filled on the left (csv2cob's numeric layout).
       RIGHT-JUSTIFY-KEY-DIGITS.
           MOVE SPACES TO WS-COLL-DIGITS
           IF WS-VAL-LEN > WS-COLL-DIG-LEN
               MOVE WS-COLL-DIG-LEN TO WS-VAL-LEN
           END-IF
           COMPUTE WS-PAD-LEN = WS-COLL-DIG-LEN - WS-VAL-LEN
           IF WS-PAD-LEN > 0
               MOVE ALL '0' TO WS-COLL-DIGITS(1:WS-PAD-LEN)
           END-IF
           IF WS-VAL-LEN > 0
               MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                   TO WS-COLL-DIGITS(WS-PAD-LEN + 1:WS-VAL-LEN)
           END-IF.

      *> CSV code to fixed-width code through the TABLE= entries;
      *> an unmapped code collates as given (COBAPPLY will reject
      *> the row as LOOKUP-NOT-FOUND).
       TRANSLATE-LOOKUP-KEY.
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
           IF WS-LKP-FOUND = 'Y'
               MOVE WS-LKP-FIX(WS-LKP-IDX) TO WS-FIELD-TRIMMED
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FIELD-TRIMMED TRAILING))
                   TO WS-VAL-LEN
           END-IF.

       DETECT-AND-STRIP-SIGN.
           IF WS-VAL-LEN > 0 AND WS-FIELD-TRIMMED(1:1) = '-'
               MOVE 'Y' TO WS-COLL-NEG
               MOVE WS-FIELD-TRIMMED(2:WS-VAL-LEN - 1)
                   TO WS-FIELD-VAL
               MOVE FUNCTION TRIM(WS-FIELD-VAL TRAILING)
                   TO WS-FIELD-TRIMMED
               SUBTRACT 1 FROM WS-VAL-LEN
           END-IF.

      *> --------------------------------------------------------
      *> Pad/truncate the fractional digits to DECIMALS= places
      *> and strip the '.', as csv2cob does ahead of its right-
      *> justify step.
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
           END-IF
           MOVE SPACES TO WS-FIELD-VAL
           IF WS-INT-LEN > 0
               MOVE WS-FIELD-TRIMMED(1:WS-INT-LEN)
                   TO WS-FIELD-VAL(1:WS-INT-LEN)
           END-IF
           IF WS-FRAC-LEN > WS-FIELD-DECIMALS(WS-FLD-IDX)
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

      *> Two-digit years window at 70: 70-99 are 19xx, 00-69 are
      *> 20xx (COB2CSV's rule).
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
      *> SORT output procedure - records come back in key order.
      *> A record whose key equals the one before it is a
      *> duplicate: counted always, written to the dup file
      *> instead of the output under --dups drop, and listed in
      *> the dup file (but still written) under --dups report.
      *> --------------------------------------------------------
       WRITE-SORTED-OUTPUT.
           PERFORM OPEN-OUTPUT-FILES
           PERFORM UNTIL EXIT
               RETURN SORT-WORK
                   AT END EXIT PERFORM
               END-RETURN
               PERFORM WRITE-SORTED-RECORD
           END-PERFORM
           PERFORM CLOSE-OUTPUT-FILES.

       WRITE-SORTED-RECORD.
           IF WS-OUT-HAS-PREV = 'Y'
               AND SRT-KEY = WS-OUT-PREV-KEY
               ADD 1 TO WS-DUP-COUNT
               EVALUATE WS-DUP-MODE
                   WHEN 'DROP'
                       PERFORM WRITE-DUP-RECORD
                       ADD 1 TO WS-DUP-DROPPED
                       EXIT PARAGRAPH
                   WHEN 'REPORT'
                       PERFORM WRITE-DUP-REPORT-LINE
               END-EVALUATE
           END-IF
           MOVE SRT-KEY TO WS-OUT-PREV-KEY
           MOVE 'Y' TO WS-OUT-HAS-PREV
           PERFORM WRITE-OUTPUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       OPEN-OUTPUT-FILES.
           IF WS-CSV-INPUT = 'N'
               AND (WS-RECORD-MODE = 'BINARY'
                   OR WS-RECORD-MODE = 'VARIABLE')
               MOVE 2 TO WS-BIN-ACCESS
               CALL "CBL_CREATE_FILE" USING WS-OUTPUT-FILE
                       WS-BIN-ACCESS WS-BIN-DENY WS-BIN-DEVICE
                       WS-BIN-OUT-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot create binary output file "
                           FUNCTION TRIM(WS-OUTPUT-FILE)
                   STOP RUN
               END-IF
               MOVE 0 TO WS-BIN-OUT-OFFSET
               IF WS-DUP-MODE = 'DROP'
                   CALL "CBL_CREATE_FILE" USING WS-DUP-FILE
                           WS-BIN-ACCESS WS-BIN-DENY WS-BIN-DEVICE
                           WS-BIN-DUP-HANDLE
                       RETURNING WS-BIN-RC
                   IF WS-BIN-RC NOT = 0
                       DISPLAY "ERROR: cannot create duplicate file "
                               FUNCTION TRIM(WS-DUP-FILE)
                       STOP RUN
                   END-IF
                   MOVE 0 TO WS-BIN-DUP-OFFSET
               END-IF
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX > WS-HDR-SAVED
                   MOVE WS-HDR-LINES(WS-HDR-IDX) TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-PERFORM
               IF WS-DUP-MODE = 'DROP'
                   OPEN OUTPUT DUP-FILE
               END-IF
           END-IF
           IF WS-DUP-MODE = 'REPORT'
               OPEN OUTPUT DUP-FILE
           END-IF.

       CLOSE-OUTPUT-FILES.
           IF WS-CSV-INPUT = 'N'
               AND (WS-RECORD-MODE = 'BINARY'
                   OR WS-RECORD-MODE = 'VARIABLE')
               CALL "CBL_CLOSE_FILE" USING WS-BIN-OUT-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-DUP-MODE = 'DROP'
                   CALL "CBL_CLOSE_FILE" USING WS-BIN-DUP-HANDLE
                       RETURNING WS-BIN-RC
               END-IF
           ELSE
               CLOSE OUTPUT-FILE
               IF WS-DUP-MODE = 'DROP'
                   CLOSE DUP-FILE
               END-IF
           END-IF
           IF WS-DUP-MODE = 'REPORT'
               CLOSE DUP-FILE
           END-IF.

      *> The record goes out in the format it came in.
       WRITE-OUTPUT-RECORD.
           EVALUATE TRUE
               WHEN WS-CSV-INPUT = 'Y'
                   OR WS-RECORD-MODE = 'TEXT'
                   MOVE SPACES TO OUTPUT-RECORD
                   IF SRT-LEN > 0
                       MOVE SRT-DATA(1:SRT-LEN) TO OUTPUT-RECORD
                   END-IF
                   WRITE OUTPUT-RECORD
               WHEN WS-RECORD-MODE = 'VARIABLE'
                   PERFORM BUILD-RDW-FRAME
                   MOVE WS-VAR-OUT-LEN TO WS-BIN-COUNT
                   CALL "CBL_WRITE_FILE" USING WS-BIN-OUT-HANDLE
                           WS-BIN-OUT-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                           WS-VAR-OUT-BUF
                       RETURNING WS-BIN-RC
                   PERFORM CHECK-OUTPUT-WRITE
                   ADD WS-VAR-OUT-LEN TO WS-BIN-OUT-OFFSET
               WHEN OTHER
                   MOVE SRT-LEN TO WS-BIN-COUNT
                   CALL "CBL_WRITE_FILE" USING WS-BIN-OUT-HANDLE
                           WS-BIN-OUT-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                           SRT-DATA
                       RETURNING WS-BIN-RC
                   PERFORM CHECK-OUTPUT-WRITE
                   ADD SRT-LEN TO WS-BIN-OUT-OFFSET
           END-EVALUATE.

       CHECK-OUTPUT-WRITE.
           IF WS-BIN-RC NOT = 0
               DISPLAY "ERROR: write failed on output file "
                       FUNCTION TRIM(WS-OUTPUT-FILE)
               STOP RUN
           END-IF.

      *> A dropped duplicate goes to the dup file in the same
      *> format as the output, so it can be reviewed or fed back.
       WRITE-DUP-RECORD.
           EVALUATE TRUE
               WHEN WS-CSV-INPUT = 'Y'
                   OR WS-RECORD-MODE = 'TEXT'
                   MOVE SPACES TO DUP-RECORD
                   IF SRT-LEN > 0
                       MOVE SRT-DATA(1:SRT-LEN) TO DUP-RECORD
                   END-IF
                   WRITE DUP-RECORD
               WHEN WS-RECORD-MODE = 'VARIABLE'
                   PERFORM BUILD-RDW-FRAME
                   MOVE WS-VAR-OUT-LEN TO WS-BIN-COUNT
                   CALL "CBL_WRITE_FILE" USING WS-BIN-DUP-HANDLE
                           WS-BIN-DUP-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                           WS-VAR-OUT-BUF
                       RETURNING WS-BIN-RC
                   PERFORM CHECK-DUP-WRITE
                   ADD WS-VAR-OUT-LEN TO WS-BIN-DUP-OFFSET
               WHEN OTHER
                   MOVE SRT-LEN TO WS-BIN-COUNT
                   CALL "CBL_WRITE_FILE" USING WS-BIN-DUP-HANDLE
                           WS-BIN-DUP-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                           SRT-DATA
                       RETURNING WS-BIN-RC
                   PERFORM CHECK-DUP-WRITE
                   ADD SRT-LEN TO WS-BIN-DUP-OFFSET
           END-EVALUATE.

       CHECK-DUP-WRITE.
           IF WS-BIN-RC NOT = 0
               DISPLAY "ERROR: write failed on duplicate file "
                       FUNCTION TRIM(WS-DUP-FILE)
               STOP RUN
           END-IF.

      *> One report line per duplicate: which input and record it
      *> came from, so it can be traced back to its source, and
      *> its key as the input holds it - the KEY= fields' bytes in
      *> key order (ASCII for an EBCDIC file, PACKED and BINARY
      *> parts as their signed digits), or for --csv the KEY=
      *> columns as typed, comma-separated.
       WRITE-DUP-REPORT-LINE.
           MOVE SPACES TO WS-DUP-KEY-TEXT
           MOVE 1 TO WS-DUP-KEY-POS
           MOVE 'Y' TO WS-DUP-KEY-FIRST
           IF WS-CSV-INPUT = 'Y'
               MOVE SPACES TO WS-CSV-LINE
               IF SRT-LEN > 0
                   MOVE SRT-DATA(1:SRT-LEN) TO WS-CSV-LINE
               END-IF
               PERFORM SPLIT-CSV-LINE
           ELSE
               MOVE SRT-LEN TO WS-CUR-REC-LEN
               MOVE SPACES TO WS-FIXED-LINE
               IF SRT-LEN > 0
                   MOVE SRT-DATA(1:SRT-LEN)
                       TO WS-FIXED-LINE(1:SRT-LEN)
               END-IF
               IF WS-ENCODING = 'EBCDIC'
                   PERFORM TRANSLATE-INPUT-TO-ASCII
               END-IF
           END-IF
           PERFORM VARYING WS-KEY-ORDER FROM 1 BY 1
               UNTIL WS-KEY-ORDER > 9
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORDER
                       IF WS-CSV-INPUT = 'Y'
                           PERFORM APPEND-DUP-CSV-KEY-PART
                       ELSE
                           PERFORM APPEND-DUP-FIXED-KEY-PART
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SRT-REC-NUM TO WS-REC-NUM-ED
           MOVE SPACES TO DUP-RECORD
           STRING 'DUPLICATE-KEY: INPUT=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-NAMES(SRT-FILE-NUM))
                       DELIMITED BY SIZE
                   ' RECORD=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REC-NUM-ED) DELIMITED BY SIZE
                   ' KEY=''' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DUP-KEY-TEXT TRAILING)
                       DELIMITED BY SIZE
                   '''' DELIMITED BY SIZE
               INTO DUP-RECORD
           WRITE DUP-RECORD.

       APPEND-DUP-FIXED-KEY-PART.
           MOVE WS-FIELD-START(WS-FLD-IDX) TO WS-DEST-START
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-DEST-LEN
           IF WS-DUP-KEY-POS + WS-DEST-LEN - 1 > 512
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RAW-FIELD-VAL
           MOVE WS-FIXED-LINE(WS-DEST-START:WS-DEST-LEN)
               TO WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'PACKED'
                   PERFORM DECODE-PACKED-DIGITS
                   PERFORM APPEND-DUP-SIGNED-DIGITS
               WHEN 'BINARY'
                   PERFORM DECODE-BINARY-DIGITS
                   PERFORM APPEND-DUP-SIGNED-DIGITS
               WHEN OTHER
                   MOVE WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
                       TO WS-DUP-KEY-TEXT(WS-DUP-KEY-POS:WS-DEST-LEN)
                   ADD WS-DEST-LEN TO WS-DUP-KEY-POS
           END-EVALUATE.

       APPEND-DUP-SIGNED-DIGITS.
           IF WS-COLL-DIGITS(1:WS-COLL-DIG-LEN) = ALL '0'
               MOVE 'N' TO WS-COLL-NEG
           END-IF
           IF WS-COLL-NEG = 'Y'
               MOVE '-' TO WS-DUP-KEY-TEXT(WS-DUP-KEY-POS:1)
               ADD 1 TO WS-DUP-KEY-POS
           END-IF
           MOVE WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               TO WS-DUP-KEY-TEXT(WS-DUP-KEY-POS:WS-COLL-DIG-LEN)
           ADD WS-COLL-DIG-LEN TO WS-DUP-KEY-POS.

       APPEND-DUP-CSV-KEY-PART.
           MOVE SPACES TO WS-FIELD-TRIMMED
           IF WS-FIELD-CSV-COL(WS-FLD-IDX) <= WS-ACTUAL-FIELD-COUNT
               MOVE FUNCTION TRIM(WS-RAW-FIELDS(
                   WS-FIELD-CSV-COL(WS-FLD-IDX)))
                   TO WS-FIELD-TRIMMED
           END-IF
           MOVE 0 TO WS-VAL-LEN
           IF WS-FIELD-TRIMMED NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-FIELD-TRIMMED TRAILING))
                   TO WS-VAL-LEN
           END-IF
           IF WS-DUP-KEY-FIRST = 'Y'
               MOVE 'N' TO WS-DUP-KEY-FIRST
           ELSE
               IF WS-DUP-KEY-POS > 512
                   EXIT PARAGRAPH
               END-IF
               MOVE ',' TO WS-DUP-KEY-TEXT(WS-DUP-KEY-POS:1)
               ADD 1 TO WS-DUP-KEY-POS
           END-IF
           IF WS-VAL-LEN = 0
               OR WS-DUP-KEY-POS + WS-VAL-LEN - 1 > 512
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
               TO WS-DUP-KEY-TEXT(WS-DUP-KEY-POS:WS-VAL-LEN)
           ADD WS-VAL-LEN TO WS-DUP-KEY-POS.

      *> RDW: big-endian halfword length including the RDW itself,
      *> then two zero bytes (CSV2COB's variable writer).
       BUILD-RDW-FRAME.
           COMPUTE WS-VAR-OUT-LEN = SRT-LEN + 4
           DIVIDE WS-VAR-OUT-LEN BY 256
               GIVING WS-RDW-HI REMAINDER WS-RDW-LO
           MOVE LOW-VALUES TO WS-VAR-OUT-BUF(1:4)
           MOVE FUNCTION CHAR(WS-RDW-HI + 1)
               TO WS-VAR-OUT-BUF(1:1)
           MOVE FUNCTION CHAR(WS-RDW-LO + 1)
               TO WS-VAR-OUT-BUF(2:1)
           IF SRT-LEN > 0
               MOVE SRT-DATA(1:SRT-LEN)
                   TO WS-VAR-OUT-BUF(5:SRT-LEN)
           END-IF.

      *> --------------------------------------------------------
      *> Control-report file - one line per statistic, same token
      *> style as csv2cob's so the batch monitoring parses both
      *> the same way. Each input gets its own INPUT_FILE= and
      *> INPUT_RECORDS_n= line so a merge balances per file.
      *> --------------------------------------------------------
       WRITE-CONTROL-FILE.
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
           PERFORM VARYING WS-INPUT-IDX FROM 1 BY 1
               UNTIL WS-INPUT-IDX > WS-INPUT-COUNT
               MOVE SPACES TO CONTROL-RECORD
               STRING 'INPUT_FILE=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INPUT-NAMES(WS-INPUT-IDX))
                           DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO CONTROL-RECORD
               STRING 'INPUT_RECORDS_' DELIMITED BY SIZE
                       WS-INPUT-IDX DELIMITED BY SIZE
                       '=' DELIMITED BY SIZE
                       WS-INPUT-READS(WS-INPUT-IDX) DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OUTPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           IF WS-MERGE-MODE = 'Y'
               MOVE 'SORT_MODE=MERGE' TO CONTROL-RECORD
           ELSE
               MOVE 'SORT_MODE=SORT' TO CONTROL-RECORD
           END-IF
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'DUPLICATE_MODE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DUP-MODE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_RECORDS=' DELIMITED BY SIZE
                   WS-INPUT-RECORDS DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_WRITTEN=' DELIMITED BY SIZE
                   WS-RECORDS-WRITTEN DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'DUPLICATE_KEYS=' DELIMITED BY SIZE
                   WS-DUP-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'DUPLICATES_DROPPED=' DELIMITED BY SIZE
                   WS-DUP-DROPPED DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           IF WS-DUP-MODE NOT = 'KEEP'
               MOVE SPACES TO CONTROL-RECORD
               STRING 'DUPLICATE_FILE=' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DUP-FILE) DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-IF
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
