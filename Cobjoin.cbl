      *> ============================================================
      *> cobjoin.cbl - enrich a fixed-width file from reference
      *>               masters
      *>
      *> Reads a primary fixed-width file and matches every record
      *> against one or more reference masters (a customer master,
      *> a branch table, ...), each described by its own
      *> schema.cfg, then writes an enriched file whose layout is
      *> the join spec's own FIELD lines - so the same file serves
      *> later as the output's schema.cfg. A SOURCE line per file
      *> names the primary (the first SOURCE line) and each
      *> reference master with its MATCH= fields: the primary
      *> fields (or SRC.FIELD of an earlier reference, for chained
      *> lookups such as customer -> branch -> region) that supply
      *> the master's KEY= fields in key order. Each FIELD line
      *> says with SOURCE= which file its value comes from and with
      *> FROM= under which name (default: the FIELD's own NAME=).
      *>
      *> Values travel decoded, the way COBMIGR moves them, so a
      *> NUM key matches a wider NUM master key and a field can be
      *> re-typed on the way out. Masters are held in memory and
      *> must be in ascending KEY= sequence as COBSORT writes it -
      *> key parts by decoded value, so signed overpunch collates
      *> by sign and magnitude and a DATE by YYYYMMDD whatever its
      *> FORMAT=; a duplicate key keeps its first record.
      *> JOIN=LEFT writes a record whose master is missing with
      *> that master's fields empty; JOIN=INNER leaves it out.
      *> Either way the primary record is copied as read to the
      *> unmatched file. A value that will not fit its output
      *> field rejects the record.
      *> OUTPUT-FORMAT=CSV writes the fields as COB2CSV would,
      *> with a header row. RETURN-CODE 8 when any record is
      *> rejected, else 4 when any record went unmatched.
      *>
      *> Join spec (header lines, then SOURCE and FIELD lines):
      *>   JOIN=LEFT|INNER          OUTPUT-FORMAT=FIXED|CSV
      *>   SOURCE NAME=TXN SCHEMA=txn.cfg FILE=txn.dat
      *>   SOURCE NAME=CUST SCHEMA=cust.cfg FILE=cust.dat
      *>          MATCH=CUST-ID
      *>   FIELD NAME=CUST-NAME START=9 LENGTH=30 SOURCE=CUST
      *>
      *> Usage:
      *>   cobjoin -s join.cfg -o output.dat [-i primary.dat]
      *>           [--inner | --left] [--csv | --fixed]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBJOIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT UNMATCHED-FILE ASSIGN TO DYNAMIC WS-UNMATCHED-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNM-STATUS.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMA-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REF-DATA-FILE ASSIGN TO DYNAMIC WS-REF-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD              PIC X(4096).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD             PIC X(8192).

       FD  UNMATCHED-FILE.
       01  UNMATCHED-RECORD          PIC X(4096).

       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  REJECT-FILE.
       01  REJECT-RECORD             PIC X(4800).

       FD  REF-DATA-FILE.
       01  REF-DATA-RECORD           PIC X(4096).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-SPEC-FILE              PIC X(256) VALUE SPACES.
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-INPUT-FILE             PIC X(256) VALUE SPACES.
       01  WS-OUTPUT-FILE            PIC X(256) VALUE SPACES.
       01  WS-UNMATCHED-FILE         PIC X(256) VALUE SPACES.
       01  WS-REJECT-FILE            PIC X(256) VALUE SPACES.
       01  WS-CONTROL-FILE           PIC X(256) VALUE SPACES.
       01  WS-INPUT-STATUS           PIC XX VALUE SPACES.
       01  WS-OUTPUT-STATUS          PIC XX VALUE SPACES.
       01  WS-UNM-STATUS             PIC XX VALUE SPACES.
       01  WS-SCHEMA-STATUS          PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS          PIC XX VALUE SPACES.
       01  WS-CTL-STATUS             PIC XX VALUE SPACES.
       01  WS-CLI-JOIN-TYPE          PIC X(5) VALUE SPACES.
       01  WS-CLI-OUT-FORMAT         PIC X(5) VALUE SPACES.
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

      *> --- Join settings (join spec header lines) ---
       01  WS-JOIN-TYPE              PIC X(5) VALUE 'LEFT'.
       01  WS-OUT-FORMAT             PIC X(5) VALUE 'FIXED'.
       01  WS-DELIMITER              PIC X VALUE ','.

      *> --- Source files ---
      *> Entry 1 is the primary file, 2 onward the reference
      *> masters in the order the spec names them. LOW/HIGH are
      *> the source's stretch of the field table; KEY-FLD holds
      *> the master's KEY= fields in key order and MATCH-FLD the
      *> field (primary or earlier master) that supplies each.
       01  WS-SRC-COUNT              PIC 9 VALUE 0.
       01  WS-SRCS OCCURS 5 TIMES.
           05  WS-SRC-NAME           PIC X(16) VALUE SPACES.
           05  WS-SRC-FILE           PIC X(64) VALUE SPACES.
           05  WS-SRC-SCHEMA         PIC X(64) VALUE SPACES.
           05  WS-SRC-MATCH          PIC X(64) VALUE SPACES.
           05  WS-SRC-LOW            PIC 9(3) VALUE 0.
           05  WS-SRC-HIGH           PIC 9(3) VALUE 0.
           05  WS-SRC-RECORD-MODE    PIC X(8) VALUE 'TEXT'.
           05  WS-SRC-ENCODING       PIC X(6) VALUE 'ASCII'.
           05  WS-SRC-TRAILER        PIC X VALUE 'N'.
           05  WS-SRC-RECORD-LEN     PIC 9(5) VALUE 0.
           05  WS-SRC-KEY-COUNT      PIC 9(2) VALUE 0.
           05  WS-SRC-KEY-LEN        PIC 9(3) VALUE 0.
           05  WS-SRC-KEY-FLD OCCURS 9 TIMES PIC 9(3).
           05  WS-SRC-MATCH-FLD OCCURS 9 TIMES PIC 9(3).
           05  WS-SRC-LOADED         PIC 9(9) VALUE 0.
           05  WS-SRC-DUPS           PIC 9(9) VALUE 0.
           05  WS-SRC-MATCHED        PIC 9(9) VALUE 0.
           05  WS-SRC-UNMATCHED      PIC 9(9) VALUE 0.
           05  WS-SRC-FOUND          PIC X VALUE 'N'.
           05  WS-SRC-ENTRY          PIC 9(6) VALUE 0.
       01  WS-SRC-IDX                PIC 9 VALUE 0.
       01  WS-SRC-SCAN               PIC 9 VALUE 0.
       01  WS-CUR-SRC                PIC 9 VALUE 0.
       01  WS-IMAGE-SRC              PIC 9 VALUE 0.
       01  WS-KEY-IDX                PIC 9(2) VALUE 0.
       01  WS-KEY-ORD                PIC 9(2) VALUE 0.
       01  WS-KEY-OK                 PIC X VALUE 'Y'.
       01  WS-ALL-MATCHED            PIC X VALUE 'Y'.

      *> --- Schema table ---
      *> Every source schema and the output layout share one
      *> table: the primary's fields first, then each master's,
      *> then the spec's own FIELD lines from WS-FIRST-OUT-FIELD
      *> up to WS-FIELD-COUNT. WS-FIELD-SRC is the owning source
      *> (0 for an output field); WS-FIELD-FROM links an output
      *> field to the source field that fills it.
       01  WS-FIELD-COUNT            PIC 9(3) VALUE 0.
       01  WS-FIRST-OUT-FIELD        PIC 9(3) VALUE 0.
       01  WS-FIELDS OCCURS 256 TIMES INDEXED BY WS-FLD-IDX.
           05  WS-FIELD-NAME         PIC X(32).
           05  WS-FIELD-START        PIC 9(5).
           05  WS-FIELD-LENGTH       PIC 9(5).
           05  WS-FIELD-TYPE         PIC X(16).
           05  WS-FIELD-DECIMALS     PIC 9(2) VALUE 0.
           05  WS-FIELD-FORMAT       PIC X(12) VALUE SPACES.
           05  WS-FIELD-TABLE        PIC X(64) VALUE SPACES.
           05  WS-FIELD-TBL-IDX      PIC 9(2) VALUE 0.
           05  WS-FIELD-KEY          PIC 9(2) VALUE 0.
           05  WS-FIELD-TOTAL        PIC X VALUE 'N'.
           05  WS-FIELD-ACCUM        PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-SRC          PIC 9 VALUE 0.
           05  WS-FIELD-SRC-NAME     PIC X(16) VALUE SPACES.
           05  WS-FIELD-FROM-NAME    PIC X(32) VALUE SPACES.
           05  WS-FIELD-FROM         PIC 9(3) VALUE 0.
       01  WS-FIELD-IDX-NUM          PIC 9(3).
       01  WS-OUT-IDX                PIC 9(3) VALUE 0.
       01  WS-SCAN-IDX               PIC 9(3) VALUE 0.

      *> --- Schema parsing ---
       01  WS-RAW-LINE               PIC X(256).
       01  WS-PARSE-TOKEN            PIC X(64).
       01  WS-PARSE-VALUE            PIC X(64).
       01  WS-PARSE-POS              PIC 9(5).
       01  WS-PARSE-CHAR             PIC X.
       01  WS-TOKEN-POS              PIC 9(3).
       01  WS-EQ-POS                 PIC 9(3).
       01  WS-LINE-LEN               PIC 9(5).
       01  WS-MATCH-LIST             PIC X(64) VALUE SPACES.
       01  WS-MATCH-ITEM             PIC X(64) VALUE SPACES.
       01  WS-MATCH-PTR              PIC 9(3) VALUE 1.
       01  WS-MATCH-SRC-NAME         PIC X(16) VALUE SPACES.
       01  WS-MATCH-FLD-NAME         PIC X(32) VALUE SPACES.
       01  WS-DOT-SCAN               PIC 9(3) VALUE 0.
       01  WS-FIND-NAME              PIC X(32) VALUE SPACES.
       01  WS-FIND-FLD               PIC 9(3) VALUE 0.

      *> --- Layout settings of the schema being loaded ---
       01  WS-RECORD-MODE            PIC X(8) VALUE 'TEXT'.
       01  WS-ENCODING               PIC X(6) VALUE 'ASCII'.
       01  WS-GEN-TRAILER            PIC X VALUE 'N'.
       01  WS-OUT-RECORD-MODE        PIC X(8) VALUE 'TEXT'.
       01  WS-OUT-ENCODING           PIC X(6) VALUE 'ASCII'.
       01  WS-OUT-RECORD-LEN         PIC 9(5) VALUE 0.
       01  WS-SIDE-LOW               PIC 9(3) VALUE 0.
       01  WS-SIDE-HIGH              PIC 9(3) VALUE 0.
       01  WS-CUR-RECORD-LEN         PIC 9(5) VALUE 0.

      *> --- Fixed-width record handling ---
      *> WS-IN-BUF holds the primary record as read, WS-PRI-LINE
      *> its ASCII image; WS-FIXED-LINE is the image of whichever
      *> source (WS-IMAGE-SRC) the decoders are working on, and
      *> WS-OUTPUT-BUF the record being built. Master key values
      *> are also encoded through WS-OUTPUT-BUF before the record
      *> itself is started.
       01  WS-READ-BUF               PIC X(4096) VALUE SPACES.
       01  WS-IN-BUF                 PIC X(4096) VALUE SPACES.
       01  WS-PRI-LINE               PIC X(4096) VALUE SPACES.
       01  WS-FIXED-LINE             PIC X(4096).
       01  WS-OUTPUT-BUF             PIC X(4096) VALUE SPACES.
       01  WS-RAW-FIELD-VAL          PIC X(512).
       01  WS-DEST-START             PIC 9(5).
       01  WS-DEST-LEN               PIC 9(5).
       01  WS-INT-LEN                PIC 9(5).
       01  WS-INT-PART               PIC X(512).
       01  WS-DEC-PART               PIC X(512).
       01  WS-INPUT-EOF              PIC X VALUE 'N'.

      *> --- CSV output ---
       01  WS-CSV-OUT-LINE           PIC X(8192).
       01  WS-OUT-PTR                PIC 9(5).
       01  WS-CSV-FIELD-LEN          PIC 9(5).
       01  WS-NEEDS-QUOTE            PIC X VALUE 'N'.
       01  WS-QUOTE-PTR              PIC 9(5).
       01  WS-QUOTE-IDX              PIC 9(5).
       01  WS-QUOTED-FIELD           PIC X(1040).
       01  WS-VAR-FIRST-COL          PIC X VALUE 'Y'.

      *> --- Generic leading-zero stripper ---
       01  WS-GEN-IN                 PIC X(512).
       01  WS-GEN-LEN                PIC 9(5).
       01  WS-GEN-OUT                PIC X(512).
       01  WS-GEN-IDX                PIC 9(5).
       01  WS-CSV-FIELD-OUT          PIC X(512).

      *> --- One value in flight from a source to the output ---
      *> WS-MIG-KIND: E = empty, A = text, N = number (canonical
      *> [-]digits[.digits]), D = date (YYYY-MM-DD).
       01  WS-MIG-VAL                PIC X(512) VALUE SPACES.
       01  WS-MIG-LEN                PIC 9(5) VALUE 0.
       01  WS-MIG-KIND               PIC X VALUE 'E'.
       01  WS-MIG-SRC-TYPE           PIC X(16) VALUE SPACES.
       01  WS-MIG-SRC-FLD            PIC 9(3) VALUE 0.
       01  WS-FLD-REASON             PIC X(20) VALUE SPACES.
       01  WS-MIG-NEG                PIC X VALUE 'N'.
       01  WS-MIG-INT                PIC X(40) VALUE SPACES.
       01  WS-MIG-INT-LEN            PIC 9(3) VALUE 0.
       01  WS-MIG-FRAC               PIC X(40) VALUE SPACES.
       01  WS-MIG-FRAC-LEN           PIC 9(3) VALUE 0.
       01  WS-MIG-NUMTXT             PIC X(90) VALUE SPACES.
       01  WS-MIG-NUMTXT-LEN         PIC 9(3) VALUE 0.
       01  WS-MIG-SEEN-DOT           PIC X VALUE 'N'.
       01  WS-MIG-POS                PIC 9(5) VALUE 0.
       01  WS-MIG-CHAR               PIC X VALUE SPACE.
       01  WS-MIG-CAPACITY           PIC S9(3) VALUE 0.
       01  WS-MIG-DEC                PIC 9(2) VALUE 0.
       01  WS-MIG-TOT-VALS OCCURS 256 TIMES PIC X(90).
       01  WS-OP-NEG                 PIC X VALUE 'N'.
       01  WS-OP-LAST                PIC X VALUE SPACE.

      *> --- Encoders (CSV2COB's WRITE-FIELD-TO-OUTPUT family) ---
       01  WS-FIELD-VAL              PIC X(512).
       01  WS-FIELD-TRIMMED          PIC X(512).
       01  WS-VAL-LEN                PIC 9(5).
       01  WS-PAD-LEN                PIC 9(5).
       01  WS-PAD-IDX                PIC 9(5).
       01  WS-SIGN-NEG               PIC X VALUE 'N'.
       01  WS-OVERPUNCH-DIGIT        PIC X VALUE SPACE.
       01  WS-DOT-POS                PIC 9(5).
       01  WS-FRAC-LEN               PIC 9(5).

      *> --- Binary record mode (TYPE=PACKED / TYPE=BINARY) ---
      *> A binary-mode primary is read, and a binary-mode output
      *> and its unmatched file written, through the CBL_
      *> byte-stream routines instead of the LINE SEQUENTIAL FDs.
       01  WS-BIN-ACCESS             PIC X COMP-X VALUE 0.
       01  WS-BIN-DENY               PIC X COMP-X VALUE 0.
       01  WS-BIN-DEVICE             PIC X COMP-X VALUE 0.
       01  WS-BIN-COUNT              PIC X(4) COMP-X VALUE 0.
       01  WS-BIN-FLAGS              PIC X COMP-X VALUE 0.
       01  WS-BIN-RC                 PIC S9(9) COMP-5 VALUE 0.
       01  WS-BIN-IN-HANDLE          PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-IN-OFFSET          PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-IN-SIZE            PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-OUT-HANDLE         PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-OUT-OFFSET         PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-UNM-HANDLE         PIC X(4) VALUE LOW-VALUES.
       01  WS-BIN-UNM-OFFSET         PIC X(8) COMP-X VALUE 0.
       01  WS-BIN-REMAINING          PIC 9(12) VALUE 0.

      *> --- TYPE=PACKED / TYPE=BINARY decoding and encoding ---
       01  WS-PK-DIGITS              PIC 9(3) VALUE 0.
       01  WS-PK-IDX                 PIC 9(3) VALUE 0.
       01  WS-PK-DIG-IDX             PIC 9(3) VALUE 0.
       01  WS-PK-DIG1                PIC 9 VALUE 0.
       01  WS-PK-DIG2                PIC 9 VALUE 0.
       01  WS-PK-HI                  PIC 9(3) VALUE 0.
       01  WS-PK-LO                  PIC 9(3) VALUE 0.
       01  WS-PK-BYTE                PIC 9(3) VALUE 0.
       01  WS-PK-DIG                 PIC 9 VALUE 0.
       01  WS-PK-POS                 PIC 9(3) VALUE 0.
       01  WS-PK-NEG                 PIC X VALUE 'N'.
       01  WS-PK-BAD                 PIC X VALUE 'N'.
       01  WS-PK-WORK                PIC X(40) VALUE SPACES.
       01  WS-BN-VALUE               PIC 9(18) VALUE 0.
       01  WS-BN-QUOT                PIC 9(18) VALUE 0.
       01  WS-BN-REM                 PIC 9(3) VALUE 0.
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
       01  WS-DATE-DIGITS            PIC X(8) VALUE SPACES.

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
       01  WS-LKP-ENTRY-COUNT        PIC 9(4) VALUE 0.
       01  WS-LKP-IDX                PIC 9(4) VALUE 0.
       01  WS-LKP-TBL-NUM            PIC 9(2) VALUE 0.
       01  WS-LKP-LINE               PIC X(256) VALUE SPACES.
       01  WS-LKP-COMMA              PIC 9(3) VALUE 0.
       01  WS-LKP-SCAN               PIC 9(3) VALUE 0.
       01  WS-LKP-LINE-LEN           PIC 9(3) VALUE 0.
       01  WS-LKP-FOUND              PIC X VALUE 'N'.
       01  WS-LKP-CODE               PIC X(64) VALUE SPACES.

      *> --- Reference masters held in memory ---
      *> One pool for every master, kept in ascending order of
      *> the probe key: the 2-digit source number, then the KEY=
      *> parts in key order (32 bytes at most as stored) in
      *> COBSORT's collating form - a signed overpunch part as a
      *> sign byte ('0' negative, '1' zero or positive) plus its
      *> digits nines-complemented when negative, a DATE part as
      *> YYYYMMDD, anything else as its bytes. The master record
      *> is carried alongside.
       01  WS-REF-CUR-FILE           PIC X(256) VALUE SPACES.
       01  WS-REF-STATUS             PIC XX VALUE SPACES.
       01  WS-REF-COUNT              PIC 9(6) VALUE 0.
       01  WS-REF-POOL-AREA.
           05  WS-REF-ENTRIES OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-REF-COUNT
                   ASCENDING KEY IS WS-REF-ENTRY-KEY
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-ENTRY-KEY  PIC X(52).
               10  WS-REF-ENTRY-REC  PIC X(512).
       01  WS-REF-PROBE              PIC X(52) VALUE SPACES.
       01  WS-REF-PREV-KEY           PIC X(52) VALUE SPACES.
       01  WS-REF-HAS-PREV           PIC X VALUE 'N'.
       01  WS-REF-LINE               PIC X(4096) VALUE SPACES.
       01  WS-REF-REC-COUNT          PIC 9(9) VALUE 0.
       01  WS-REFK-POS               PIC 9(3) VALUE 0.
       01  WS-REFK-PART-LEN          PIC 9(5) VALUE 0.
       01  WS-KEY-PART-RAW           PIC X(32) VALUE SPACES.
       01  WS-COLL-DIGITS            PIC X(32) VALUE SPACES.
       01  WS-COLL-DIG-LEN           PIC 9(3) VALUE 0.
       01  WS-COLL-NEG               PIC X VALUE 'N'.
       01  WS-COLL-LAST              PIC X VALUE SPACE.
       01  WS-DATE-KEY               PIC X(8) VALUE SPACES.

      *> --- EBCDIC code-page conversion (ENCODING=EBCDIC) ---
      *> CP037 tables, 8 bytes per part: E2A to decode an EBCDIC
      *> primary, A2E to encode an EBCDIC output. PACKED and
      *> BINARY slices are not characters and cross untranslated.
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
       01  WS-A2E-TAB.
           05  FILLER        PIC X(8) VALUE X'00010203372D2E2F'.
           05  FILLER        PIC X(8) VALUE X'1605250B0C0D0E0F'.
           05  FILLER        PIC X(8) VALUE X'101112133C3D3226'.
           05  FILLER        PIC X(8) VALUE X'18193F271C1D1E1F'.
           05  FILLER        PIC X(8) VALUE X'405A7F7B5B6C507D'.
           05  FILLER        PIC X(8) VALUE X'4D5D5C4E6B604B61'.
           05  FILLER        PIC X(8) VALUE X'F0F1F2F3F4F5F6F7'.
           05  FILLER        PIC X(8) VALUE X'F8F97A5E4C7E6E6F'.
           05  FILLER        PIC X(8) VALUE X'7CC1C2C3C4C5C6C7'.
           05  FILLER        PIC X(8) VALUE X'C8C9D1D2D3D4D5D6'.
           05  FILLER        PIC X(8) VALUE X'D7D8D9E2E3E4E5E6'.
           05  FILLER        PIC X(8) VALUE X'E7E8E9BAE0BBB06D'.
           05  FILLER        PIC X(8) VALUE X'7981828384858687'.
           05  FILLER        PIC X(8) VALUE X'8889919293949596'.
           05  FILLER        PIC X(8) VALUE X'979899A2A3A4A5A6'.
           05  FILLER        PIC X(8) VALUE X'A7A8A9C04FD0A107'.
           05  FILLER        PIC X(8) VALUE X'2021222324150617'.
           05  FILLER        PIC X(8) VALUE X'28292A2B2C090A1B'.
           05  FILLER        PIC X(8) VALUE X'30311A3334353608'.
           05  FILLER        PIC X(8) VALUE X'38393A3B04143EFF'.
           05  FILLER        PIC X(8) VALUE X'41AA4AB19FB26AB5'.
           05  FILLER        PIC X(8) VALUE X'BDB49A8A5FCAAFBC'.
           05  FILLER        PIC X(8) VALUE X'908FEAFABEA0B6B3'.
           05  FILLER        PIC X(8) VALUE X'9DDA9B8BB7B8B9AB'.
           05  FILLER        PIC X(8) VALUE X'6465626663679E68'.
           05  FILLER        PIC X(8) VALUE X'7471727378757677'.
           05  FILLER        PIC X(8) VALUE X'AC69EDEEEBEFECBF'.
           05  FILLER        PIC X(8) VALUE X'80FDFEFBFCADAE59'.
           05  FILLER        PIC X(8) VALUE X'4445424643479C48'.
           05  FILLER        PIC X(8) VALUE X'5451525358555657'.
           05  FILLER        PIC X(8) VALUE X'8C49CDCECBCFCCE1'.
           05  FILLER        PIC X(8) VALUE X'70DDDEDBDC8D8EDF'.

       01  WS-XL-POS                 PIC 9(5) VALUE 0.
       01  WS-XL-V                   PIC 9(3) VALUE 0.
       01  WS-EBC-SAVE               PIC X(4096) VALUE SPACES.

      *> --- Join counters ---
       01  WS-READ-COUNT             PIC 9(9) VALUE 0.
       01  WS-MATCHED-COUNT          PIC 9(9) VALUE 0.
       01  WS-UNMATCHED-COUNT        PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT          PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(9) VALUE 0.
       01  WS-TRAILER-SKIPPED        PIC X VALUE 'N'.
       01  WS-REJECTED               PIC X VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(20) VALUE SPACES.
       01  WS-REJECT-FIELD           PIC X(32) VALUE SPACES.
       01  WS-REJECT-VALUE           PIC X(512) VALUE SPACES.
       01  WS-RPT-PTR                PIC 9(4) VALUE 1.
       01  WS-ACCUM-WORK             PIC S9(13)V9(4) VALUE 0.
       01  WS-TOT-ED                 PIC -9(13).9(4).

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-JOIN-SPEC
           PERFORM LOAD-REF-MASTERS
           PERFORM OPEN-FILES
           PERFORM JOIN-RECORDS
           PERFORM CLOSE-FILES
           PERFORM WRITE-CONTROL-FILE
           DISPLAY "Done. " WS-READ-COUNT " record(s) read, "
                   WS-MATCHED-COUNT " matched, "
                   WS-UNMATCHED-COUNT " unmatched, "
                   WS-WRITTEN-COUNT " written, "
                   WS-REJECT-COUNT " rejected."
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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
               WHEN WS-CMD-TOKEN(1:8) = '--schema'
                   MOVE '-s  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-s'
                   MOVE '-s  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--input'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-i'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--unmatched'
                   MOVE '-u  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-u'
                   MOVE '-u  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--reject'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-r'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--inner'
                   MOVE 'INNER' TO WS-CLI-JOIN-TYPE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:6) = '--left'
                   MOVE 'LEFT' TO WS-CLI-JOIN-TYPE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:5) = '--csv'
                   MOVE 'CSV' TO WS-CLI-OUT-FORMAT
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--fixed'
                   MOVE 'FIXED' TO WS-CLI-OUT-FORMAT
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-s  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN) TO WS-SPEC-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-i  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN) TO WS-INPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN) TO WS-OUTPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-u  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-UNMATCHED-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-r  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN) TO WS-REJECT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-cf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-ARGS.
           IF WS-SPEC-FILE = SPACES
               DISPLAY "ERROR: -s <join.cfg> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-OUTPUT-FILE = SPACES
               DISPLAY "ERROR: -o <output> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-UNMATCHED-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.unm' DELIMITED BY SIZE
                   INTO WS-UNMATCHED-FILE
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
           END-IF.

       PRINT-USAGE.
           DISPLAY "Usage: cobjoin -s join.cfg -o output.dat "
                   "[-i primary.dat]"
           DISPLAY "  -s, --schema    Join spec: SOURCE lines for the "
                   "primary and each master, FIELD lines"
           DISPLAY "                  for the output layout"
           DISPLAY "  -i, --input     Primary file (default: the first "
                   "SOURCE line's FILE=)"
           DISPLAY "  -o, --output    Enriched output file"
           DISPLAY "  -u, --unmatched Primary records a master had no "
                   "match for (default: <output>.unm)"
           DISPLAY "  -r, --reject    Records whose values do not fit "
                   "the output (default: <output>.rej)"
           DISPLAY "  --control-file  Control file "
                   "(default: <output>.ctl)"
           DISPLAY "  --inner         Write matched records only "
                   "(overrides JOIN=)"
           DISPLAY "  --left          Write every record, unmatched "
                   "master fields empty (default)"
           DISPLAY "  --csv, --fixed  Output format "
                   "(overrides OUTPUT-FORMAT=)".

      *> --------------------------------------------------------
      *> Join spec loading. The spec is read twice: first for its
      *> JOIN=/OUTPUT-FORMAT=/DELIMITER= settings and SOURCE
      *> lines, so every source schema can be loaded into the
      *> field table ahead of the output layout; then, like any
      *> other schema, for its own RECORD-MODE=, ENCODING= and
      *> FIELD lines.
      *> --------------------------------------------------------
       LOAD-JOIN-SPEC.
           MOVE WS-SPEC-FILE TO WS-SCHEMA-FILE
           OPEN INPUT SCHEMA-FILE
           IF WS-SCHEMA-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open join spec "
                       FUNCTION TRIM(WS-SPEC-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ SCHEMA-FILE INTO WS-RAW-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM PROCESS-SPEC-LINE
           END-PERFORM
           CLOSE SCHEMA-FILE
           IF WS-CLI-JOIN-TYPE NOT = SPACES
               MOVE WS-CLI-JOIN-TYPE TO WS-JOIN-TYPE
           END-IF
           IF WS-CLI-OUT-FORMAT NOT = SPACES
               MOVE WS-CLI-OUT-FORMAT TO WS-OUT-FORMAT
           END-IF
           IF WS-SRC-COUNT < 2
               DISPLAY "ERROR: join spec " FUNCTION TRIM(WS-SPEC-FILE)
                       " needs a SOURCE line for the primary file and "
                       "one for each reference master"
               STOP RUN
           END-IF
           IF WS-INPUT-FILE NOT = SPACES
               MOVE WS-INPUT-FILE TO WS-SRC-FILE(1)
           END-IF
           MOVE WS-SRC-FILE(1) TO WS-INPUT-FILE
           IF WS-INPUT-FILE = SPACES
               DISPLAY "ERROR: no primary file - give -i <input> or "
                       "FILE= on the first SOURCE line"
               STOP RUN
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM LOAD-SOURCE-SCHEMA
           END-PERFORM
           COMPUTE WS-FIRST-OUT-FIELD = WS-FIELD-COUNT + 1
           PERFORM LOAD-OUTPUT-LAYOUT
           PERFORM RESOLVE-MATCH-FIELDS
           PERFORM RESOLVE-OUTPUT-FIELDS
           PERFORM LOAD-LOOKUP-TABLES
           IF WS-OUT-FORMAT = 'CSV'
               DISPLAY "Join: " FUNCTION TRIM(WS-JOIN-TYPE)
                       ", CSV output."
           ELSE
               DISPLAY "Join: " FUNCTION TRIM(WS-JOIN-TYPE)
                       ", output record length: " WS-OUT-RECORD-LEN
                       " bytes."
           END-IF.

       PROCESS-SPEC-LINE.
           MOVE FUNCTION TRIM(WS-RAW-LINE LEADING) TO WS-RAW-LINE
           IF WS-RAW-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:5) = 'JOIN='
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(6:251)))
                   TO WS-JOIN-TYPE
               IF WS-JOIN-TYPE NOT = 'LEFT'
                   AND WS-JOIN-TYPE NOT = 'INNER'
                   DISPLAY "ERROR: JOIN must be LEFT or INNER"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:14) = 'OUTPUT-FORMAT='
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(15:242)))
                   TO WS-OUT-FORMAT
               IF WS-OUT-FORMAT NOT = 'FIXED'
                   AND WS-OUT-FORMAT NOT = 'CSV'
                   DISPLAY "ERROR: OUTPUT-FORMAT must be FIXED or CSV"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:10) = 'DELIMITER='
               MOVE WS-RAW-LINE(11:1) TO WS-DELIMITER
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:6) NOT = 'SOURCE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-LINE(8:249) TO WS-RAW-LINE
           IF WS-SRC-COUNT >= 5
               DISPLAY "ERROR: more than 4 reference masters in the "
                       "join spec"
               STOP RUN
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE 1 TO WS-PARSE-POS
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-RAW-LINE TRAILING))
               TO WS-LINE-LEN
           PERFORM UNTIL WS-PARSE-POS > WS-LINE-LEN
               PERFORM EXTRACT-SCHEMA-TOKEN
               IF WS-PARSE-TOKEN NOT = SPACES
                   PERFORM APPLY-SOURCE-TOKEN
               END-IF
           END-PERFORM
           IF WS-SRC-NAME(WS-SRC-COUNT) = SPACES
               OR WS-SRC-SCHEMA(WS-SRC-COUNT) = SPACES
               DISPLAY "ERROR: SOURCE line " WS-SRC-COUNT
                       " needs NAME= and SCHEMA="
               STOP RUN
           END-IF
           PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
               UNTIL WS-SRC-SCAN >= WS-SRC-COUNT
               IF WS-SRC-NAME(WS-SRC-SCAN)
                   = WS-SRC-NAME(WS-SRC-COUNT)
                   DISPLAY "ERROR: SOURCE NAME="
                           FUNCTION TRIM(WS-SRC-NAME(WS-SRC-COUNT))
                           " is used twice"
                   STOP RUN
               END-IF
           END-PERFORM
           IF WS-SRC-COUNT = 1
               IF WS-SRC-MATCH(1) NOT = SPACES
                   DISPLAY "ERROR: the first SOURCE line is the "
                           "primary file and takes no MATCH="
                   STOP RUN
               END-IF
           ELSE
               IF WS-SRC-MATCH(WS-SRC-COUNT) = SPACES
                   OR WS-SRC-FILE(WS-SRC-COUNT) = SPACES
                   DISPLAY "ERROR: reference SOURCE "
                           FUNCTION TRIM(WS-SRC-NAME(WS-SRC-COUNT))
                           " needs FILE= and MATCH="
                   STOP RUN
               END-IF
           END-IF.

       APPLY-SOURCE-TOKEN.
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
                       TO WS-SRC-NAME(WS-SRC-COUNT)
               WHEN 'FILE'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-SRC-FILE(WS-SRC-COUNT)
               WHEN 'SCHEMA'
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-SRC-SCHEMA(WS-SRC-COUNT)
               WHEN 'MATCH'
      *> Comma-separated, one per master KEY= part in key order:
      *> FIELD (a primary field) or SRC.FIELD (an earlier master)
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-SRC-MATCH(WS-SRC-COUNT)
           END-EVALUATE.

      *> --------------------------------------------------------
      *> One source's schema into the field table. A master is
      *> read line by line and held in the pool, so it must be
      *> RECORD-MODE=TEXT (as for REFFILE=) and fit its 512-byte
      *> slot; the primary may be TEXT or BINARY, ASCII or EBCDIC.
      *> --------------------------------------------------------
       LOAD-SOURCE-SCHEMA.
           MOVE 'TEXT'  TO WS-RECORD-MODE
           MOVE 'ASCII' TO WS-ENCODING
           MOVE 'N'     TO WS-GEN-TRAILER
           MOVE WS-SRC-SCHEMA(WS-SRC-IDX) TO WS-SCHEMA-FILE
           COMPUTE WS-SIDE-LOW = WS-FIELD-COUNT + 1
           PERFORM LOAD-ONE-SCHEMA
           MOVE WS-SIDE-LOW  TO WS-SRC-LOW(WS-SRC-IDX)
           MOVE WS-SIDE-HIGH TO WS-SRC-HIGH(WS-SRC-IDX)
           MOVE WS-RECORD-MODE TO WS-SRC-RECORD-MODE(WS-SRC-IDX)
           MOVE WS-ENCODING    TO WS-SRC-ENCODING(WS-SRC-IDX)
           MOVE WS-GEN-TRAILER TO WS-SRC-TRAILER(WS-SRC-IDX)
           MOVE WS-CUR-RECORD-LEN TO WS-SRC-RECORD-LEN(WS-SRC-IDX)
           PERFORM VARYING WS-FLD-IDX FROM WS-SIDE-LOW BY 1
               UNTIL WS-FLD-IDX > WS-SIDE-HIGH
               MOVE WS-SRC-IDX TO WS-FIELD-SRC(WS-FLD-IDX)
           END-PERFORM
           IF WS-SRC-IDX = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORD-MODE NOT = 'TEXT'
               DISPLAY "ERROR: reference schema "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
                       " is not RECORD-MODE=TEXT - convert the "
                       "master through COB2CSV first"
               STOP RUN
           END-IF
           IF WS-CUR-RECORD-LEN > 512
               DISPLAY "ERROR: reference schema "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
                       " describes a " WS-CUR-RECORD-LEN "-byte "
                       "record - a master record is held in 512"
               STOP RUN
           END-IF.

      *> The spec's own FIELD lines are the output layout. A CSV
      *> output needs only their NAME= and SOURCE=/FROM=; a fixed
      *> one needs START= and LENGTH= as any schema would.
       LOAD-OUTPUT-LAYOUT.
           MOVE 'TEXT'  TO WS-RECORD-MODE
           MOVE 'ASCII' TO WS-ENCODING
           MOVE 'N'     TO WS-GEN-TRAILER
           MOVE WS-SPEC-FILE TO WS-SCHEMA-FILE
           MOVE WS-FIRST-OUT-FIELD TO WS-SIDE-LOW
           PERFORM LOAD-ONE-SCHEMA
           MOVE WS-RECORD-MODE TO WS-OUT-RECORD-MODE
           MOVE WS-ENCODING    TO WS-OUT-ENCODING
           MOVE WS-CUR-RECORD-LEN TO WS-OUT-RECORD-LEN
           IF WS-GEN-TRAILER = 'Y'
               DISPLAY "ERROR: join spec " FUNCTION TRIM(WS-SPEC-FILE)
                       " - GENERATE-TRAILER= is not supported on a "
                       "join output"
               STOP RUN
           END-IF
           IF WS-OUT-FORMAT = 'CSV'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM WS-SIDE-LOW BY 1
               UNTIL WS-FLD-IDX > WS-SIDE-HIGH
               IF WS-FIELD-START(WS-FLD-IDX) = 0
                   OR WS-FIELD-LENGTH(WS-FLD-IDX) = 0
                   DISPLAY "ERROR: output field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' needs START= and LENGTH= for "
                           "OUTPUT-FORMAT=FIXED"
                   STOP RUN
               END-IF
           END-PERFORM.

       LOAD-ONE-SCHEMA.
           OPEN INPUT SCHEMA-FILE
           IF WS-SCHEMA-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open schema "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ SCHEMA-FILE INTO WS-RAW-LINE
                   AT END EXIT PERFORM
               END-READ
               PERFORM PROCESS-SCHEMA-LINE
           END-PERFORM
           CLOSE SCHEMA-FILE
           MOVE WS-FIELD-COUNT TO WS-SIDE-HIGH
           IF WS-SIDE-HIGH < WS-SIDE-LOW
               DISPLAY "ERROR: No fields found in schema: "
                       FUNCTION TRIM(WS-SCHEMA-FILE)
               STOP RUN
           END-IF
           IF WS-ENCODING NOT = 'ASCII'
               AND WS-ENCODING NOT = 'EBCDIC'
               DISPLAY "ERROR: schema " FUNCTION TRIM(WS-SCHEMA-FILE)
                       " - ENCODING must be ASCII or EBCDIC"
               STOP RUN
           END-IF
           IF WS-ENCODING = 'EBCDIC'
               AND WS-RECORD-MODE NOT = 'BINARY'
               DISPLAY "ERROR: schema " FUNCTION TRIM(WS-SCHEMA-FILE)
                       " - ENCODING=EBCDIC needs RECORD-MODE=BINARY"
               STOP RUN
           END-IF
           PERFORM CHECK-BINARY-FIELDS
           PERFORM CHECK-DATE-FORMATS
           PERFORM CHECK-DUPLICATE-FIELD-NAMES
           PERFORM CALC-RECORD-LEN.

      *> --------------------------------------------------------
      *> TYPE=PACKED / TYPE=BINARY sanity - same load-time checks
      *> the converters apply; either type forces
      *> RECORD-MODE=BINARY because their bytes cannot survive the
      *> LINE SEQUENTIAL newline handling.
      *> --------------------------------------------------------
       CHECK-BINARY-FIELDS.
           PERFORM VARYING WS-FLD-IDX FROM WS-SIDE-LOW BY 1
               UNTIL WS-FLD-IDX > WS-SIDE-HIGH
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
                   " needs RECORD-MODE=BINARY in the schema "
                   FUNCTION TRIM(WS-SCHEMA-FILE)
           STOP RUN.

      *> --------------------------------------------------------
      *> Every TYPE=DATE field needs a FORMAT= we know, and its
      *> LENGTH= must match the bytes that format occupies (same
      *> load-time check the converters apply).
      *> --------------------------------------------------------
       CHECK-DATE-FORMATS.
           PERFORM VARYING WS-FLD-IDX FROM WS-SIDE-LOW BY 1
               UNTIL WS-FLD-IDX > WS-SIDE-HIGH
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

      *> SOURCE=/FROM= and MATCH= find fields by name, so a name
      *> may appear only once in each schema.
       CHECK-DUPLICATE-FIELD-NAMES.
           PERFORM VARYING WS-FLD-IDX FROM WS-SIDE-LOW BY 1
               UNTIL WS-FLD-IDX > WS-SIDE-HIGH
               PERFORM VARYING WS-SCAN-IDX FROM WS-SIDE-LOW BY 1
                   UNTIL WS-SCAN-IDX > WS-SIDE-HIGH
                   IF WS-SCAN-IDX NOT = WS-FLD-IDX
                       AND WS-FIELD-NAME(WS-SCAN-IDX)
                           = WS-FIELD-NAME(WS-FLD-IDX)
                       DISPLAY "ERROR: schema "
                               FUNCTION TRIM(WS-SCHEMA-FILE)
                               " names field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' more than once - fields are joined "
                               "by NAME="
                       STOP RUN
                   END-IF
               END-PERFORM
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
                   DISPLAY "ERROR: schema "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
                           " uses RECORD-MODE=VARIABLE - COBJOIN "
                           "joins fixed-length layouts only"
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
           IF WS-RAW-LINE(1:17) = 'GENERATE-TRAILER='
               IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-RAW-LINE(18:239))) = 'Y'
                   MOVE 'Y' TO WS-GEN-TRAILER
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-LINE(1:11) = 'KEY-COLUMN='
               DISPLAY "ERROR: schema " FUNCTION TRIM(WS-SCHEMA-FILE)
                       " uses KEY-COLUMN= (multiple record types) - "
                       "COBJOIN joins single-layout files and "
                       "does not support this schema format"
               STOP RUN
           END-IF
           IF WS-RAW-LINE(1:5) NOT = 'FIELD'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-LINE(7:249) TO WS-RAW-LINE
           IF WS-FIELD-COUNT >= 256
               DISPLAY "ERROR: the source schemas and the join spec "
                       "hold more than 256 fields between them"
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
           MOVE SPACES TO WS-FIELD-TABLE(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TBL-IDX(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-KEY(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-TOTAL(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-ACCUM(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-SRC(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-SRC-NAME(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-FROM-NAME(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-FROM(WS-FLD-IDX)
           PERFORM PARSE-SCHEMA-TOKENS
           IF WS-FIELD-TYPE(WS-FLD-IDX) = SPACES
               MOVE 'ALPHA' TO WS-FIELD-TYPE(WS-FLD-IDX)
           END-IF.

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

      *> REQUIRED=/MIN=/MAX=/VALUES= fall through untouched - the
      *> sources already passed them when they were converted,
      *> and a join moves values rather than re-judging them.
      *> KEY= matters on a master's schema only; SOURCE=/FROM= on
      *> the spec's FIELD lines only.
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
               WHEN 'KEY'
      *> Record-key part, KEY=1 first part, KEY=2 second, ...
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARSE-VALUE))
                       TO WS-FIELD-KEY(WS-FLD-IDX)
               WHEN 'TOTAL'
      *> Amount field summed into the control file's TOTAL_ line
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE)) = 'Y'
                       MOVE 'Y' TO WS-FIELD-TOTAL(WS-FLD-IDX)
                   END-IF
               WHEN 'SOURCE'
      *> Output field: the SOURCE NAME= its value comes from
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-SRC-NAME(WS-FLD-IDX)
               WHEN 'FROM'
      *> Output field: the source field's NAME=, if not its own
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-FROM-NAME(WS-FLD-IDX)
               WHEN 'RECTYPE'
                   DISPLAY "ERROR: schema "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
                           " uses RECTYPE= (multiple record types) - "
                           "COBJOIN joins single-layout files "
                           "and does not support this schema format"
                   STOP RUN
               WHEN 'REPEAT'
                   DISPLAY "ERROR: schema "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
                           " uses REPEAT= - COBJOIN joins "
                           "fixed-length layouts only"
                   STOP RUN
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Record length of the schema just loaded (WS-SIDE-LOW
      *> through WS-SIDE-HIGH) into WS-CUR-RECORD-LEN.
      *> --------------------------------------------------------
       CALC-RECORD-LEN.
           MOVE 0 TO WS-CUR-RECORD-LEN
           PERFORM VARYING WS-FLD-IDX FROM WS-SIDE-LOW BY 1
               UNTIL WS-FLD-IDX > WS-SIDE-HIGH
               COMPUTE WS-DEST-START =
                   WS-FIELD-START(WS-FLD-IDX)
                   + WS-FIELD-LENGTH(WS-FLD-IDX) - 1
               IF WS-DEST-START > WS-CUR-RECORD-LEN
                   MOVE WS-DEST-START TO WS-CUR-RECORD-LEN
               END-IF
           END-PERFORM
           IF WS-CUR-RECORD-LEN > 4096
               DISPLAY "ERROR: schema " FUNCTION TRIM(WS-SCHEMA-FILE)
                       " describes a " WS-CUR-RECORD-LEN "-byte "
                       "record - the record buffers hold 4096"
               STOP RUN
           END-IF.

      *> --------------------------------------------------------
      *> MATCH= - each master's KEY= fields in key order, and the
      *> field that supplies each part: a bare name is a primary
      *> field, SRC.FIELD a field of a master named earlier in the
      *> spec (its match is known by the time this one is probed).
      *> The probe key holds 32 bytes, as REFFILE='s does.
      *> --------------------------------------------------------
       RESOLVE-MATCH-FIELDS.
           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM COLLECT-MASTER-KEY
               PERFORM RESOLVE-ONE-MATCH-LIST
           END-PERFORM.

       COLLECT-MASTER-KEY.
           MOVE 0 TO WS-SRC-KEY-COUNT(WS-SRC-IDX)
           MOVE 0 TO WS-SRC-KEY-LEN(WS-SRC-IDX)
           PERFORM VARYING WS-KEY-ORD FROM 1 BY 1
               UNTIL WS-KEY-ORD > 9
               PERFORM VARYING WS-FLD-IDX
                   FROM WS-SRC-LOW(WS-SRC-IDX) BY 1
                   UNTIL WS-FLD-IDX > WS-SRC-HIGH(WS-SRC-IDX)
                   IF WS-FIELD-KEY(WS-FLD-IDX) = WS-KEY-ORD
                       ADD 1 TO WS-SRC-KEY-COUNT(WS-SRC-IDX)
                       SET WS-SRC-KEY-FLD(WS-SRC-IDX,
                           WS-SRC-KEY-COUNT(WS-SRC-IDX))
                           TO WS-FLD-IDX
                       ADD WS-FIELD-LENGTH(WS-FLD-IDX)
                           TO WS-SRC-KEY-LEN(WS-SRC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SRC-KEY-COUNT(WS-SRC-IDX) = 0
               DISPLAY "ERROR: reference schema "
                       FUNCTION TRIM(WS-SRC-SCHEMA(WS-SRC-IDX))
                       " has no KEY= fields"
               STOP RUN
           END-IF
           IF WS-SRC-KEY-LEN(WS-SRC-IDX) > 32
               DISPLAY "ERROR: reference schema "
                       FUNCTION TRIM(WS-SRC-SCHEMA(WS-SRC-IDX))
                       " KEY= fields total "
                       WS-SRC-KEY-LEN(WS-SRC-IDX)
                       " byte(s) - the probe key holds 32"
               STOP RUN
           END-IF.

       RESOLVE-ONE-MATCH-LIST.
           MOVE WS-SRC-MATCH(WS-SRC-IDX) TO WS-MATCH-LIST
           MOVE 1 TO WS-MATCH-PTR
           MOVE 0 TO WS-KEY-IDX
           PERFORM UNTIL WS-MATCH-PTR > 64
               MOVE SPACES TO WS-MATCH-ITEM
               UNSTRING WS-MATCH-LIST DELIMITED BY ','
                   INTO WS-MATCH-ITEM
                   WITH POINTER WS-MATCH-PTR
               END-UNSTRING
               IF WS-MATCH-ITEM = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KEY-IDX
               IF WS-KEY-IDX > WS-SRC-KEY-COUNT(WS-SRC-IDX)
                   EXIT PERFORM
               END-IF
               PERFORM RESOLVE-MATCH-ITEM
           END-PERFORM
           IF WS-KEY-IDX NOT = WS-SRC-KEY-COUNT(WS-SRC-IDX)
               DISPLAY "ERROR: SOURCE "
                       FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       " MATCH= must name one field per KEY= part of "
                       FUNCTION TRIM(WS-SRC-SCHEMA(WS-SRC-IDX))
                       " (" WS-SRC-KEY-COUNT(WS-SRC-IDX) ")"
               STOP RUN
           END-IF.

       RESOLVE-MATCH-ITEM.
           MOVE FUNCTION TRIM(WS-MATCH-ITEM) TO WS-MATCH-ITEM
           MOVE 0 TO WS-DOT-SCAN
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > 64
               IF WS-MATCH-ITEM(WS-TOKEN-POS:1) = '.'
                   MOVE WS-TOKEN-POS TO WS-DOT-SCAN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DOT-SCAN = 0
               MOVE WS-SRC-NAME(1) TO WS-MATCH-SRC-NAME
               MOVE WS-MATCH-ITEM  TO WS-MATCH-FLD-NAME
           ELSE
               MOVE WS-MATCH-ITEM(1:WS-DOT-SCAN - 1)
                   TO WS-MATCH-SRC-NAME
               MOVE WS-MATCH-ITEM(WS-DOT-SCAN + 1:64 - WS-DOT-SCAN)
                   TO WS-MATCH-FLD-NAME
           END-IF
           MOVE 0 TO WS-CUR-SRC
           PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
               UNTIL WS-SRC-SCAN >= WS-SRC-IDX
               IF WS-SRC-NAME(WS-SRC-SCAN) = WS-MATCH-SRC-NAME
                   MOVE WS-SRC-SCAN TO WS-CUR-SRC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUR-SRC = 0
               DISPLAY "ERROR: SOURCE "
                       FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       " MATCH= " FUNCTION TRIM(WS-MATCH-ITEM)
                       " - " FUNCTION TRIM(WS-MATCH-SRC-NAME)
                       " is not a SOURCE named before it"
               STOP RUN
           END-IF
           MOVE WS-MATCH-FLD-NAME TO WS-FIND-NAME
           PERFORM FIND-SOURCE-FIELD
           IF WS-FIND-FLD = 0
               DISPLAY "ERROR: SOURCE "
                       FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       " MATCH= " FUNCTION TRIM(WS-MATCH-ITEM)
                       " - no such field in "
                       FUNCTION TRIM(WS-SRC-SCHEMA(WS-CUR-SRC))
               STOP RUN
           END-IF
           MOVE WS-FIND-FLD
               TO WS-SRC-MATCH-FLD(WS-SRC-IDX, WS-KEY-IDX).

      *> Field WS-FIND-NAME of source WS-CUR-SRC into WS-FIND-FLD
      *> (0 when the schema has no such field).
       FIND-SOURCE-FIELD.
           MOVE 0 TO WS-FIND-FLD
           PERFORM VARYING WS-FLD-IDX FROM WS-SRC-LOW(WS-CUR-SRC)
               BY 1 UNTIL WS-FLD-IDX > WS-SRC-HIGH(WS-CUR-SRC)
               IF WS-FIELD-NAME(WS-FLD-IDX) = WS-FIND-NAME
                   SET WS-FIND-FLD TO WS-FLD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Each output field to the source field that fills it:
      *> SOURCE= defaults to the primary, FROM= to the output
      *> field's own name.
       RESOLVE-OUTPUT-FIELDS.
           PERFORM VARYING WS-OUT-IDX FROM WS-FIRST-OUT-FIELD BY 1
               UNTIL WS-OUT-IDX > WS-FIELD-COUNT
               MOVE 0 TO WS-CUR-SRC
               IF WS-FIELD-SRC-NAME(WS-OUT-IDX) = SPACES
                   MOVE 1 TO WS-CUR-SRC
               ELSE
                   PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
                       UNTIL WS-SRC-SCAN > WS-SRC-COUNT
                       IF WS-SRC-NAME(WS-SRC-SCAN)
                           = WS-FIELD-SRC-NAME(WS-OUT-IDX)
                           MOVE WS-SRC-SCAN TO WS-CUR-SRC
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CUR-SRC = 0
                   DISPLAY "ERROR: output field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-OUT-IDX))
                           "' SOURCE="
                           FUNCTION TRIM(WS-FIELD-SRC-NAME(WS-OUT-IDX))
                           " is not a SOURCE of the join spec"
                   STOP RUN
               END-IF
               IF WS-FIELD-FROM-NAME(WS-OUT-IDX) = SPACES
                   MOVE WS-FIELD-NAME(WS-OUT-IDX) TO WS-FIND-NAME
               ELSE
                   MOVE WS-FIELD-FROM-NAME(WS-OUT-IDX) TO WS-FIND-NAME
               END-IF
               PERFORM FIND-SOURCE-FIELD
               IF WS-FIND-FLD = 0
                   DISPLAY "ERROR: output field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-OUT-IDX))
                           "' - no field "
                           FUNCTION TRIM(WS-FIND-NAME) " in "
                           FUNCTION TRIM(WS-SRC-SCHEMA(WS-CUR-SRC))
                   STOP RUN
               END-IF
               MOVE WS-FIND-FLD TO WS-FIELD-FROM(WS-OUT-IDX)
           END-PERFORM.

      *> --------------------------------------------------------
      *> TYPE=LOOKUP - every TABLE= file any schema names is
      *> loaded once (same loader as the converters), so a code
      *> can be carried from one table to another.
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
      *> Reference masters into the pool, in spec order so the
      *> source-number prefix keeps the pool ascending. Each
      *> master must arrive in ascending key sequence, compared
      *> in the collating form COBSORT sorts by - that is what
      *> makes the pool binary-searchable without a sort step.
      *> A repeated key cannot say which record to join, so the
      *> first is kept and the rest counted.
      *> --------------------------------------------------------
       LOAD-REF-MASTERS.
           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM LOAD-REF-MASTER
           END-PERFORM.

       LOAD-REF-MASTER.
           MOVE WS-SRC-FILE(WS-SRC-IDX) TO WS-REF-CUR-FILE
           OPEN INPUT REF-DATA-FILE
           IF WS-REF-STATUS NOT = '00'
               DISPLAY "ERROR: cannot open reference master "
                       FUNCTION TRIM(WS-REF-CUR-FILE)
               STOP RUN
           END-IF
           MOVE 0 TO WS-REF-REC-COUNT
           MOVE 'N' TO WS-REF-HAS-PREV
           PERFORM UNTIL EXIT
               READ REF-DATA-FILE INTO WS-REF-LINE
                   AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-REF-REC-COUNT
               PERFORM LOAD-REF-MASTER-RECORD
           END-PERFORM
           CLOSE REF-DATA-FILE
           DISPLAY "Reference master "
                   FUNCTION TRIM(WS-REF-CUR-FILE) " loaded: "
                   WS-SRC-LOADED(WS-SRC-IDX) " record(s)."
           IF WS-SRC-DUPS(WS-SRC-IDX) > 0
               DISPLAY "WARNING: " WS-SRC-DUPS(WS-SRC-IDX)
                       " record(s) of " FUNCTION TRIM(WS-REF-CUR-FILE)
                       " repeat a key already loaded - the first "
                       "record of each key is joined"
           END-IF.

       LOAD-REF-MASTER-RECORD.
           MOVE SPACES TO WS-REF-PROBE
           MOVE WS-SRC-IDX TO WS-REF-PROBE(1:2)
           MOVE 3 TO WS-REFK-POS
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-SRC-KEY-COUNT(WS-SRC-IDX)
               SET WS-FLD-IDX TO WS-SRC-KEY-FLD(WS-SRC-IDX, WS-KEY-IDX)
               MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-REFK-PART-LEN
               MOVE SPACES TO WS-KEY-PART-RAW
               MOVE WS-REF-LINE(WS-FIELD-START(WS-FLD-IDX):
                   WS-REFK-PART-LEN)
                   TO WS-KEY-PART-RAW(1:WS-REFK-PART-LEN)
               PERFORM APPEND-COLLATING-PART
           END-PERFORM
           IF WS-REF-HAS-PREV = 'Y'
               IF WS-REF-PROBE < WS-REF-PREV-KEY
                   DISPLAY "ERROR: reference master "
                           FUNCTION TRIM(WS-REF-CUR-FILE)
                           " is not in ascending key sequence at "
                           "record " WS-REF-REC-COUNT
                           " - sort it by its KEY= fields first"
                   STOP RUN
               END-IF
               IF WS-REF-PROBE = WS-REF-PREV-KEY
                   ADD 1 TO WS-SRC-DUPS(WS-SRC-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-REF-PROBE TO WS-REF-PREV-KEY
           MOVE 'Y' TO WS-REF-HAS-PREV
           IF WS-REF-COUNT >= 100000
               DISPLAY "ERROR: reference masters exceed 100000 "
                       "records in total"
               STOP RUN
           END-IF
           ADD 1 TO WS-REF-COUNT
           ADD 1 TO WS-SRC-LOADED(WS-SRC-IDX)
           MOVE WS-REF-PROBE TO WS-REF-ENTRY-KEY(WS-REF-COUNT)
           MOVE WS-REF-LINE(1:512) TO WS-REF-ENTRY-REC(WS-REF-COUNT).

       OPEN-FILES.
           IF WS-SRC-RECORD-MODE(1) = 'BINARY'
               MOVE 1 TO WS-BIN-ACCESS
               CALL "CBL_OPEN_FILE" USING WS-INPUT-FILE WS-BIN-ACCESS
                       WS-BIN-DENY WS-BIN-DEVICE WS-BIN-IN-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot open binary input file "
                           FUNCTION TRIM(WS-INPUT-FILE)
                   STOP RUN
               END-IF
               MOVE 0 TO WS-BIN-IN-SIZE
               MOVE 0 TO WS-BIN-COUNT
               MOVE 128 TO WS-BIN-FLAGS
               CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                       WS-BIN-IN-SIZE WS-BIN-COUNT WS-BIN-FLAGS
                       WS-READ-BUF
                   RETURNING WS-BIN-RC
               MOVE 0 TO WS-BIN-FLAGS
               MOVE 0 TO WS-BIN-IN-OFFSET
               MOVE 2 TO WS-BIN-ACCESS
               CALL "CBL_CREATE_FILE" USING WS-UNMATCHED-FILE
                       WS-BIN-ACCESS WS-BIN-DENY WS-BIN-DEVICE
                       WS-BIN-UNM-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot create binary unmatched "
                           "file " FUNCTION TRIM(WS-UNMATCHED-FILE)
                   STOP RUN
               END-IF
               MOVE 0 TO WS-BIN-UNM-OFFSET
           ELSE
               OPEN INPUT INPUT-FILE
               IF WS-INPUT-STATUS NOT = '00'
                   DISPLAY "ERROR: cannot open input file "
                           FUNCTION TRIM(WS-INPUT-FILE)
                   STOP RUN
               END-IF
               OPEN OUTPUT UNMATCHED-FILE
               IF WS-UNM-STATUS NOT = '00'
                   DISPLAY "ERROR: cannot create unmatched file "
                           FUNCTION TRIM(WS-UNMATCHED-FILE)
                   STOP RUN
               END-IF
           END-IF
           IF WS-OUT-FORMAT = 'FIXED'
               AND WS-OUT-RECORD-MODE = 'BINARY'
               MOVE 2 TO WS-BIN-ACCESS
               CALL "CBL_CREATE_FILE" USING WS-OUTPUT-FILE
                       WS-BIN-ACCESS WS-BIN-DENY WS-BIN-DEVICE
                       WS-BIN-OUT-HANDLE
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: cannot create binary output "
                           "file " FUNCTION TRIM(WS-OUTPUT-FILE)
                   STOP RUN
               END-IF
               MOVE 0 TO WS-BIN-OUT-OFFSET
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               IF WS-OUTPUT-STATUS NOT = '00'
                   DISPLAY "ERROR: cannot create output file "
                           FUNCTION TRIM(WS-OUTPUT-FILE)
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY "ERROR: cannot create reject file "
                       FUNCTION TRIM(WS-REJECT-FILE)
               STOP RUN
           END-IF
           IF WS-OUT-FORMAT = 'CSV'
               PERFORM WRITE-CSV-HEADER
           END-IF.

       CLOSE-FILES.
           IF WS-SRC-RECORD-MODE(1) = 'BINARY'
               CALL "CBL_CLOSE_FILE" USING WS-BIN-IN-HANDLE
                   RETURNING WS-BIN-RC
               CALL "CBL_CLOSE_FILE" USING WS-BIN-UNM-HANDLE
                   RETURNING WS-BIN-RC
           ELSE
               CLOSE INPUT-FILE
               CLOSE UNMATCHED-FILE
           END-IF
           IF WS-OUT-FORMAT = 'FIXED'
               AND WS-OUT-RECORD-MODE = 'BINARY'
               CALL "CBL_CLOSE_FILE" USING WS-BIN-OUT-HANDLE
                   RETURNING WS-BIN-RC
           ELSE
               CLOSE OUTPUT-FILE
           END-IF
           CLOSE REJECT-FILE.

      *> Header row - one column name per output field, in order.
       WRITE-CSV-HEADER.
           MOVE SPACES TO WS-CSV-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-FLD-IDX FROM WS-FIRST-OUT-FIELD BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FLD-IDX = WS-FIRST-OUT-FIELD
                   STRING FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           DELIMITED BY SIZE
                       INTO WS-CSV-OUT-LINE
                       WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-DELIMITER DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           DELIMITED BY SIZE
                       INTO WS-CSV-OUT-LINE
                       WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           MOVE WS-CSV-OUT-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      *> --------------------------------------------------------
      *> Record loop. The primary is read one record ahead so the
      *> last record is known when it arrives: under a
      *> GENERATE-TRAILER=Y primary layout it is the trailer,
      *> which carries no data to join and is left out.
      *> --------------------------------------------------------
       JOIN-RECORDS.
           PERFORM READ-INPUT-RECORD
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               MOVE WS-READ-BUF TO WS-IN-BUF
               PERFORM READ-INPUT-RECORD
               PERFORM PREPARE-INPUT-IMAGE
               IF WS-INPUT-EOF = 'Y'
                   AND WS-SRC-TRAILER(1) = 'Y'
                   AND WS-PRI-LINE(1:3) = 'TRL'
                   MOVE 'Y' TO WS-TRAILER-SKIPPED
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM JOIN-RECORD
               END-IF
           END-PERFORM.

       READ-INPUT-RECORD.
           IF WS-INPUT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-READ-BUF
           IF WS-SRC-RECORD-MODE(1) = 'BINARY'
               COMPUTE WS-BIN-REMAINING =
                   WS-BIN-IN-SIZE - WS-BIN-IN-OFFSET
               IF WS-BIN-REMAINING = 0
                   MOVE 'Y' TO WS-INPUT-EOF
                   EXIT PARAGRAPH
               END-IF
               IF WS-BIN-REMAINING < WS-SRC-RECORD-LEN(1)
                   DISPLAY "WARNING: " WS-BIN-REMAINING " trailing "
                           "byte(s) of " FUNCTION TRIM(WS-INPUT-FILE)
                           " are not a whole " WS-SRC-RECORD-LEN(1)
                           "-byte record - truncated transfer? "
                           "Fragment ignored."
                   MOVE 'Y' TO WS-INPUT-EOF
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SRC-RECORD-LEN(1) TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                       WS-BIN-IN-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                       WS-READ-BUF
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   MOVE 'Y' TO WS-INPUT-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD WS-SRC-RECORD-LEN(1) TO WS-BIN-IN-OFFSET
           ELSE
               READ INPUT-FILE INTO WS-READ-BUF
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
               END-READ
           END-IF.

      *> The decoders work on ASCII: an EBCDIC primary record is
      *> translated whole, then its PACKED and BINARY bytes are
      *> put back as they were read (a trailer is all text).
       PREPARE-INPUT-IMAGE.
           MOVE WS-IN-BUF TO WS-PRI-LINE
           IF WS-SRC-ENCODING(1) NOT = 'EBCDIC'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-XL-POS FROM 1 BY 1
               UNTIL WS-XL-POS > WS-SRC-RECORD-LEN(1)
               COMPUTE WS-XL-V =
                   FUNCTION ORD(WS-PRI-LINE(WS-XL-POS:1))
               MOVE WS-E2A-TAB(WS-XL-V:1)
                   TO WS-PRI-LINE(WS-XL-POS:1)
           END-PERFORM
           IF WS-PRI-LINE(1:3) = 'TRL'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-SRC-HIGH(1)
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                   MOVE WS-IN-BUF(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                       TO WS-PRI-LINE(WS-FIELD-START(WS-FLD-IDX):
                           WS-FIELD-LENGTH(WS-FLD-IDX))
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> One primary record: probe every master in spec order,
      *> then build the output record. A record any master had
      *> no match for is copied to the unmatched file; under
      *> JOIN=INNER that is all that happens to it.
      *> --------------------------------------------------------
       JOIN-RECORD.
           MOVE 0 TO WS-IMAGE-SRC
           MOVE 'Y' TO WS-ALL-MATCHED
           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM PROBE-REF-MASTER
           END-PERFORM
           IF WS-ALL-MATCHED = 'Y'
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM WRITE-UNMATCHED-RECORD
               IF WS-JOIN-TYPE = 'INNER'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-REJECTED
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-FIELD
           MOVE SPACES TO WS-REJECT-VALUE
           MOVE SPACES TO WS-OUTPUT-BUF
           MOVE SPACES TO WS-CSV-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 'Y' TO WS-VAR-FIRST-COL
           PERFORM VARYING WS-OUT-IDX FROM WS-FIRST-OUT-FIELD BY 1
               UNTIL WS-OUT-IDX > WS-FIELD-COUNT
               PERFORM BUILD-OUTPUT-FIELD
           END-PERFORM
           IF WS-REJECTED = 'Y'
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM ACCUMULATE-OUTPUT-TOTALS
           IF WS-OUT-FORMAT = 'CSV'
               MOVE WS-CSV-OUT-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUT-RECORD-LEN TO WS-CUR-RECORD-LEN
           IF WS-OUT-RECORD-MODE = 'BINARY'
               IF WS-OUT-ENCODING = 'EBCDIC'
                   PERFORM TRANSLATE-OUTPUT-TO-EBCDIC
               END-IF
               PERFORM WRITE-BINARY-OUTPUT-RECORD
           ELSE
               MOVE WS-OUTPUT-BUF(1:WS-OUT-RECORD-LEN)
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF.

      *> --------------------------------------------------------
      *> Probe master WS-SRC-IDX. Each MATCH= value is decoded and
      *> re-encoded into the master's own KEY= field, so the probe
      *> carries the bytes the master stores (a 6-digit NUM finds
      *> its 8-digit master key, a LOOKUP code its translation),
      *> then takes the same collating form as the pool keys.
      *> An empty value, or one the key field cannot hold, has no
      *> match. WS-OUTPUT-BUF is only scratch at this point.
      *> --------------------------------------------------------
       PROBE-REF-MASTER.
           MOVE 'N' TO WS-SRC-FOUND(WS-SRC-IDX)
           MOVE 'Y' TO WS-KEY-OK
           MOVE SPACES TO WS-REF-PROBE
           MOVE WS-SRC-IDX TO WS-REF-PROBE(1:2)
           MOVE 3 TO WS-REFK-POS
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-SRC-KEY-COUNT(WS-SRC-IDX)
               PERFORM BUILD-PROBE-PART
               IF WS-KEY-OK = 'N'
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KEY-OK = 'Y' AND WS-REF-COUNT > 0
               SEARCH ALL WS-REF-ENTRIES
                   AT END
                       CONTINUE
                   WHEN WS-REF-ENTRY-KEY(WS-REF-IDX) = WS-REF-PROBE
                       MOVE 'Y' TO WS-SRC-FOUND(WS-SRC-IDX)
                       SET WS-SRC-ENTRY(WS-SRC-IDX) TO WS-REF-IDX
               END-SEARCH
           END-IF
           IF WS-SRC-FOUND(WS-SRC-IDX) = 'Y'
               ADD 1 TO WS-SRC-MATCHED(WS-SRC-IDX)
           ELSE
               ADD 1 TO WS-SRC-UNMATCHED(WS-SRC-IDX)
               MOVE 'N' TO WS-ALL-MATCHED
           END-IF.

       BUILD-PROBE-PART.
           MOVE SPACES TO WS-FLD-REASON
           MOVE WS-SRC-MATCH-FLD(WS-SRC-IDX, WS-KEY-IDX)
               TO WS-MIG-SRC-FLD
           SET WS-FLD-IDX TO WS-MIG-SRC-FLD
           PERFORM DECODE-SOURCE-FIELD
           IF WS-FLD-REASON NOT = SPACES OR WS-MIG-KIND = 'E'
               MOVE 'N' TO WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-FLD-IDX TO WS-SRC-KEY-FLD(WS-SRC-IDX, WS-KEY-IDX)
           MOVE SPACES TO WS-OUTPUT-BUF(WS-FIELD-START(WS-FLD-IDX):
               WS-FIELD-LENGTH(WS-FLD-IDX))
           PERFORM ENCODE-OUTPUT-FIELD
           IF WS-FLD-REASON NOT = SPACES
               MOVE 'N' TO WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEST-LEN TO WS-REFK-PART-LEN
           MOVE SPACES TO WS-KEY-PART-RAW
           MOVE WS-OUTPUT-BUF(WS-DEST-START:WS-DEST-LEN)
               TO WS-KEY-PART-RAW(1:WS-REFK-PART-LEN)
           PERFORM APPEND-COLLATING-PART.

      *> --------------------------------------------------------
      *> One key part of master field WS-FLD-IDX, its stored bytes
      *> in WS-KEY-PART-RAW, onto the probe key in COBSORT's
      *> collating form. A master is RECORD-MODE=TEXT, so PACKED
      *> and BINARY never reach here.
      *> --------------------------------------------------------
       APPEND-COLLATING-PART.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   PERFORM DECODE-OVERPUNCH-DIGITS
                   PERFORM APPEND-SIGNED-DIGITS
               WHEN 'DATE'
                   PERFORM DECODE-DATE-KEY
                   MOVE WS-DATE-KEY TO WS-REF-PROBE(WS-REFK-POS:8)
                   ADD 8 TO WS-REFK-POS
               WHEN OTHER
                   MOVE WS-KEY-PART-RAW(1:WS-REFK-PART-LEN)
                       TO WS-REF-PROBE(WS-REFK-POS:WS-REFK-PART-LEN)
                   ADD WS-REFK-PART-LEN TO WS-REFK-POS
           END-EVALUATE.

      *> Trailing sign overpunch (positive {A-I, negative }J-R);
      *> spaces count as zeros.
       DECODE-OVERPUNCH-DIGITS.
           MOVE WS-REFK-PART-LEN TO WS-COLL-DIG-LEN
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
               MOVE '0' TO WS-REF-PROBE(WS-REFK-POS:1)
               INSPECT WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
                   CONVERTING '0123456789' TO '9876543210'
           ELSE
               MOVE '1' TO WS-REF-PROBE(WS-REFK-POS:1)
           END-IF
           ADD 1 TO WS-REFK-POS
           MOVE WS-COLL-DIGITS(1:WS-COLL-DIG-LEN)
               TO WS-REF-PROBE(WS-REFK-POS:WS-COLL-DIG-LEN)
           ADD WS-COLL-DIG-LEN TO WS-REFK-POS.

      *> DATE key part as YYYYMMDD whatever its FORMAT=; empty and
      *> non-calendar values collate first as zeros.
       DECODE-DATE-KEY.
           MOVE '00000000' TO WS-DATE-KEY
           IF WS-KEY-PART-RAW(1:WS-REFK-PART-LEN) NOT NUMERIC
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
      *> Decode source field WS-FLD-IDX from its own source's
      *> record: the primary image, or the matched master record
      *> copied out of the pool. A master with no match gives
      *> every one of its fields the empty value.
      *> --------------------------------------------------------
       DECODE-SOURCE-FIELD.
           MOVE WS-FIELD-TYPE(WS-FLD-IDX) TO WS-MIG-SRC-TYPE
           MOVE SPACES TO WS-MIG-VAL
           MOVE 'E' TO WS-MIG-KIND
           MOVE WS-FIELD-SRC(WS-FLD-IDX) TO WS-CUR-SRC
           IF WS-CUR-SRC > 1
               IF WS-SRC-FOUND(WS-CUR-SRC) = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CUR-SRC NOT = WS-IMAGE-SRC
               IF WS-CUR-SRC = 1
                   MOVE WS-PRI-LINE TO WS-FIXED-LINE
               ELSE
                   MOVE SPACES TO WS-FIXED-LINE
                   MOVE WS-REF-ENTRY-REC(WS-SRC-ENTRY(WS-CUR-SRC))
                       TO WS-FIXED-LINE(1:512)
               END-IF
               MOVE WS-CUR-SRC TO WS-IMAGE-SRC
           END-IF
           PERFORM DECODE-FIELD-VALUE.

      *> --------------------------------------------------------
      *> Decode field WS-FLD-IDX from WS-FIXED-LINE into
      *> WS-MIG-VAL / WS-MIG-KIND with COBCOMP's decoders. Bytes
      *> its TYPE= cannot hold (spaces or letters in a NUM, a bad
      *> packed nibble, an impossible date) are INVALID-SOURCE.
      *> --------------------------------------------------------
       DECODE-FIELD-VALUE.
           MOVE WS-FIELD-TYPE(WS-FLD-IDX) TO WS-MIG-SRC-TYPE
           MOVE WS-FIELD-START(WS-FLD-IDX)  TO WS-DEST-START
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-DEST-LEN
           MOVE SPACES TO WS-RAW-FIELD-VAL
           MOVE WS-FIXED-LINE(WS-DEST-START:WS-DEST-LEN)
               TO WS-RAW-FIELD-VAL(1:WS-DEST-LEN)
           MOVE SPACES TO WS-MIG-VAL
           MOVE 'E' TO WS-MIG-KIND
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       PERFORM FLAG-INVALID-SOURCE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FORMAT-FIELD-FROM-FIXED
                   MOVE WS-CSV-FIELD-OUT TO WS-MIG-VAL
                   MOVE 'N' TO WS-MIG-KIND
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM DECODE-SIGNED-FIELD
               WHEN 'PACKED'
                   PERFORM FORMAT-FIELD-FROM-FIXED
                   IF WS-CSV-FIELD-OUT = '*INVALID*'
                       PERFORM FLAG-INVALID-SOURCE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CSV-FIELD-OUT TO WS-MIG-VAL
                   MOVE 'N' TO WS-MIG-KIND
               WHEN 'BINARY'
                   PERFORM FORMAT-FIELD-FROM-FIXED
                   MOVE WS-CSV-FIELD-OUT TO WS-MIG-VAL
                   MOVE 'N' TO WS-MIG-KIND
               WHEN 'DATE'
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
                       PERFORM FLAG-INVALID-SOURCE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FORMAT-FIELD-FROM-FIXED
                   IF WS-CSV-FIELD-OUT = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DATE-VALID = 'N'
                       PERFORM FLAG-INVALID-SOURCE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CSV-FIELD-OUT TO WS-MIG-VAL
                   MOVE 'D' TO WS-MIG-KIND
               WHEN OTHER
                   IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION TRIM(
                       WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
                       TO WS-MIG-VAL
                   MOVE 'A' TO WS-MIG-KIND
           END-EVALUATE.

       FLAG-INVALID-SOURCE.
           MOVE 'INVALID-SOURCE' TO WS-FLD-REASON
           MOVE FUNCTION TRIM(
               WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
               TO WS-MIG-VAL.

      *> SIGNED-NUM / SIGNED-DECIMAL - undo the trailing overpunch
      *> ({A-I positive, }J-R negative; a plain digit is taken as
      *> unsigned) and format the digits like COB2CSV does.
       DECODE-SIGNED-FIELD.
           MOVE 'N' TO WS-MIG-NEG
           MOVE WS-RAW-FIELD-VAL(WS-DEST-LEN:1) TO WS-MIG-CHAR
           EVALUATE WS-MIG-CHAR
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
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'J' MOVE '1' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'K' MOVE '2' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'L' MOVE '3' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'M' MOVE '4' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'N' MOVE '5' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'O' MOVE '6' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'P' MOVE '7' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'Q' MOVE '8' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN 'R' MOVE '9' TO WS-OVERPUNCH-DIGIT
                        MOVE 'Y' TO WS-MIG-NEG
               WHEN '0' THRU '9'
                   MOVE WS-MIG-CHAR TO WS-OVERPUNCH-DIGIT
               WHEN OTHER
                   PERFORM FLAG-INVALID-SOURCE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OVERPUNCH-DIGIT TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
           IF WS-RAW-FIELD-VAL(1:WS-DEST-LEN) NOT NUMERIC
               MOVE WS-MIG-CHAR TO WS-RAW-FIELD-VAL(WS-DEST-LEN:1)
               PERFORM FLAG-INVALID-SOURCE
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
           IF WS-MIG-NEG = 'Y'
               PERFORM PREFIX-MINUS-SIGN
           END-IF
           MOVE WS-CSV-FIELD-OUT TO WS-MIG-VAL
           MOVE 'N' TO WS-MIG-KIND.

      *> --------------------------------------------------------
      *> One output field. A fixed output re-encodes the source
      *> value into the field's own TYPE=/LENGTH= (COBMIGR's
      *> rules: no truncation, no lost decimals or sign); a CSV
      *> output takes it as COB2CSV would print it. Every field
      *> is tried; the reject line names the first that failed.
      *> --------------------------------------------------------
       BUILD-OUTPUT-FIELD.
           MOVE SPACES TO WS-FLD-REASON
           MOVE '0' TO WS-MIG-TOT-VALS(WS-OUT-IDX)
           MOVE WS-FIELD-FROM(WS-OUT-IDX) TO WS-MIG-SRC-FLD
           SET WS-FLD-IDX TO WS-MIG-SRC-FLD
           PERFORM DECODE-SOURCE-FIELD
           IF WS-FLD-REASON = SPACES
               IF WS-OUT-FORMAT = 'CSV'
                   PERFORM APPEND-CSV-VALUE
               ELSE
                   SET WS-FLD-IDX TO WS-OUT-IDX
                   PERFORM ENCODE-OUTPUT-FIELD
               END-IF
           END-IF
           IF WS-FLD-REASON = SPACES
               IF WS-OUT-FORMAT = 'CSV' AND WS-MIG-KIND = 'N'
                   MOVE WS-MIG-VAL TO WS-MIG-TOT-VALS(WS-OUT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-REJECTED = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE WS-FLD-REASON TO WS-REJECT-REASON
               MOVE WS-FIELD-NAME(WS-OUT-IDX) TO WS-REJECT-FIELD
               MOVE WS-MIG-VAL TO WS-REJECT-VALUE
           END-IF.

      *> A LOOKUP source goes out as its CSV code, an unmapped code
      *> as stored - COB2CSV's FORMAT-LOOKUP-FROM-FIXED.
       APPEND-CSV-VALUE.
           IF WS-MIG-KIND NOT = 'E'
               AND WS-MIG-SRC-TYPE = 'LOOKUP'
               MOVE WS-MIG-VAL TO WS-LKP-CODE
               MOVE WS-FIELD-TBL-IDX(WS-MIG-SRC-FLD) TO WS-LKP-TBL-NUM
               PERFORM LOOKUP-FIX-TO-CSV
               IF WS-LKP-FOUND = 'Y'
                   MOVE WS-LKP-CODE TO WS-MIG-VAL
               END-IF
           END-IF
           MOVE SPACES TO WS-QUOTED-FIELD
           MOVE 0 TO WS-CSV-FIELD-LEN
           IF WS-MIG-KIND NOT = 'E'
               MOVE WS-MIG-VAL TO WS-CSV-FIELD-OUT
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CSV-FIELD-OUT TRAILING))
                   TO WS-CSV-FIELD-LEN
               PERFORM QUOTE-FIELD-IF-NEEDED
           END-IF
           PERFORM APPEND-CSV-COLUMN.

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

      *> Append one (possibly empty) column to the line under
      *> construction.
       APPEND-CSV-COLUMN.
           IF WS-VAR-FIRST-COL = 'Y'
               MOVE 'N' TO WS-VAR-FIRST-COL
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

       ACCUMULATE-OUTPUT-TOTALS.
           PERFORM VARYING WS-OUT-IDX FROM WS-FIRST-OUT-FIELD BY 1
               UNTIL WS-OUT-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-OUT-IDX) = 'Y'
                   COMPUTE WS-FIELD-ACCUM(WS-OUT-IDX) =
                       WS-FIELD-ACCUM(WS-OUT-IDX)
                       + FUNCTION NUMVAL(WS-MIG-TOT-VALS(WS-OUT-IDX))
               END-IF
           END-PERFORM.

      *> The primary record exactly as it was read, so the
      *> unmatched file can be fed back in once the masters are
      *> put right.
       WRITE-UNMATCHED-RECORD.
           IF WS-SRC-RECORD-MODE(1) = 'BINARY'
               MOVE WS-SRC-RECORD-LEN(1) TO WS-BIN-COUNT
               CALL "CBL_WRITE_FILE" USING WS-BIN-UNM-HANDLE
                       WS-BIN-UNM-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                       WS-IN-BUF
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   DISPLAY "ERROR: write failed on unmatched file "
                           FUNCTION TRIM(WS-UNMATCHED-FILE)
                   STOP RUN
               END-IF
               ADD WS-SRC-RECORD-LEN(1) TO WS-BIN-UNM-OFFSET
           ELSE
               MOVE WS-IN-BUF(1:WS-SRC-RECORD-LEN(1))
                   TO UNMATCHED-RECORD
               WRITE UNMATCHED-RECORD
           END-IF.

      *> Reason, the output field that caused it, the primary
      *> record number and the decoded value; a TEXT primary also
      *> carries the record image.
       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE 1 TO WS-RPT-PTR
           STRING WS-REJECT-REASON DELIMITED BY SPACE
                   ' FIELD=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-FIELD) DELIMITED BY SIZE
                   ' RECORD=' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   ' VALUE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-VALUE) DELIMITED BY SIZE
               INTO REJECT-RECORD
               WITH POINTER WS-RPT-PTR
           IF WS-SRC-RECORD-MODE(1) NOT = 'BINARY'
               STRING ': ' DELIMITED BY SIZE
                       WS-IN-BUF(1:WS-SRC-RECORD-LEN(1))
                           DELIMITED BY SIZE
                   INTO REJECT-RECORD
                   WITH POINTER WS-RPT-PTR
           END-IF
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *> --------------------------------------------------------
      *> Encode WS-MIG-VAL into field WS-FLD-IDX of WS-OUTPUT-BUF
      *> with the converters' encoders, by the field's TYPE=.
      *> --------------------------------------------------------
       ENCODE-OUTPUT-FIELD.
           MOVE WS-FIELD-START(WS-FLD-IDX)  TO WS-DEST-START
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-DEST-LEN
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
               WHEN 'PACKED'
               WHEN 'BINARY'
                   PERFORM ENCODE-NUMERIC
               WHEN 'DATE'
                   PERFORM ENCODE-DATE
               WHEN 'LOOKUP'
                   PERFORM ENCODE-LOOKUP
               WHEN OTHER
                   PERFORM ENCODE-ALPHA
           END-EVALUATE.

       ENCODE-ALPHA.
           IF WS-MIG-KIND = 'E'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-MIG-VAL TRAILING))
               TO WS-VAL-LEN
           IF WS-VAL-LEN > WS-DEST-LEN
               MOVE 'TRUNCATION' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MIG-VAL(1:WS-VAL-LEN)
               TO WS-OUTPUT-BUF(WS-DEST-START:WS-VAL-LEN).

      *> --------------------------------------------------------
      *> TYPE=LOOKUP. The stored code is what travels: copied
      *> as-is when source and field use the same TABLE=,
      *> otherwise carried through the source's table to its CSV
      *> code and back out through the field's. Any other source
      *> must already hold a code of the field's table.
      *> --------------------------------------------------------
       ENCODE-LOOKUP.
           IF WS-MIG-KIND = 'E'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MIG-VAL TO WS-LKP-CODE
           EVALUATE TRUE
               WHEN WS-MIG-SRC-TYPE = 'LOOKUP'
                   IF WS-FIELD-TBL-IDX(WS-MIG-SRC-FLD)
                       NOT = WS-FIELD-TBL-IDX(WS-FLD-IDX)
                       MOVE WS-FIELD-TBL-IDX(WS-MIG-SRC-FLD)
                           TO WS-LKP-TBL-NUM
                       PERFORM LOOKUP-FIX-TO-CSV
                       IF WS-LKP-FOUND = 'Y'
                           MOVE WS-FIELD-TBL-IDX(WS-FLD-IDX)
                               TO WS-LKP-TBL-NUM
                           PERFORM LOOKUP-CSV-TO-FIX
                       END-IF
                   ELSE
      *> Same TABLE= file - the stored code carries over as is.
                       MOVE 'Y' TO WS-LKP-FOUND
                   END-IF
               WHEN WS-MIG-SRC-TYPE = 'CSV'
                   MOVE WS-FIELD-TBL-IDX(WS-FLD-IDX) TO WS-LKP-TBL-NUM
                   PERFORM LOOKUP-CSV-TO-FIX
               WHEN OTHER
                   MOVE WS-FIELD-TBL-IDX(WS-FLD-IDX) TO WS-LKP-TBL-NUM
                   PERFORM LOOKUP-FIX-TO-CSV
                   MOVE WS-MIG-VAL TO WS-LKP-CODE
           END-EVALUATE
           IF WS-LKP-FOUND = 'N'
               MOVE 'LOOKUP-NOT-FOUND' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-LKP-CODE TRAILING))
               TO WS-VAL-LEN
           IF WS-VAL-LEN > WS-DEST-LEN
               MOVE 'TRUNCATION' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LKP-CODE(1:WS-VAL-LEN)
               TO WS-OUTPUT-BUF(WS-DEST-START:WS-VAL-LEN).

      *> Table WS-LKP-TBL-NUM: fixed code WS-LKP-CODE to its CSV
      *> code (and the reverse below); WS-LKP-FOUND says whether
      *> the table has it.
       LOOKUP-FIX-TO-CSV.
           MOVE 'N' TO WS-LKP-FOUND
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX) = WS-LKP-TBL-NUM
                   AND WS-LKP-FIX(WS-LKP-IDX) = WS-LKP-CODE
                   MOVE 'Y' TO WS-LKP-FOUND
                   MOVE WS-LKP-CSV(WS-LKP-IDX) TO WS-LKP-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOOKUP-CSV-TO-FIX.
           MOVE 'N' TO WS-LKP-FOUND
           PERFORM VARYING WS-LKP-IDX FROM 1 BY 1
               UNTIL WS-LKP-IDX > WS-LKP-ENTRY-COUNT
               IF WS-LKP-TBL(WS-LKP-IDX) = WS-LKP-TBL-NUM
                   AND WS-LKP-CSV(WS-LKP-IDX) = WS-LKP-CODE
                   MOVE 'Y' TO WS-LKP-FOUND
                   MOVE WS-LKP-FIX(WS-LKP-IDX) TO WS-LKP-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> TYPE=DATE. An empty (or zero) value is stored as zeros,
      *> as CSV2COB does. A two-digit-year FORMAT= can only hold
      *> 1970-2069 (COB2CSV's window) and CYYDDD 1900-2899; a
      *> date outside that would read back as another century,
      *> so it is TRUNCATION rather than silently rewritten.
      *> --------------------------------------------------------
       ENCODE-DATE.
           IF WS-MIG-KIND = 'N'
               IF FUNCTION NUMVAL(WS-MIG-VAL) = 0
                   MOVE 'E' TO WS-MIG-KIND
               END-IF
           END-IF
           IF WS-MIG-KIND = 'E'
               PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                   UNTIL WS-PAD-IDX > WS-DEST-LEN
                   MOVE '0' TO WS-OUTPUT-BUF(
                       WS-DEST-START + WS-PAD-IDX - 1:1)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-MIG-VAL) TO WS-FIELD-TRIMMED
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-FIELD-TRIMMED TRAILING))
               TO WS-VAL-LEN
           PERFORM PARSE-CSV-DATE
           IF WS-DATE-VALID = 'N'
               MOVE 'INVALID-DATE' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-FORMAT(WS-FLD-IDX)
               WHEN 'YYMMDD'
               WHEN 'DDMMYY'
                   IF WS-DATE-Y < 1970 OR WS-DATE-Y > 2069
                       MOVE 'TRUNCATION' TO WS-FLD-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'CYYDDD'
                   IF WS-DATE-Y < 1900 OR WS-DATE-Y > 2899
                       MOVE 'TRUNCATION' TO WS-FLD-REASON
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           PERFORM FORMAT-DATE-FOR-OUTPUT
           IF WS-DATE-VALID = 'Y'
               MOVE WS-DATE-OUT(1:WS-DEST-LEN)
                   TO WS-OUTPUT-BUF(WS-DEST-START:WS-DEST-LEN)
           END-IF.

      *> --------------------------------------------------------
      *> Numeric TYPE=s. The value is split into sign, integer and
      *> fraction digits and judged against the field before
      *> anything is written: a negative into unsigned NUM/DECIMAL
      *> is SIGN-LOST, more significant fraction digits than
      *> DECIMALS= is PRECISION-LOSS, more integer digits than
      *> the field holds is TRUNCATION. What passes is handed to
      *> CSV2COB's encoder for the TYPE= as a plain CSV number.
      *> A date going into a number becomes its YYYYMMDD digits.
      *> --------------------------------------------------------
       ENCODE-NUMERIC.
           IF WS-MIG-KIND = 'E'
               MOVE '0' TO WS-MIG-VAL
           END-IF
           IF WS-MIG-KIND = 'D'
               MOVE WS-MIG-VAL TO WS-DATE-OUT
               MOVE SPACES TO WS-MIG-VAL
               STRING WS-DATE-OUT(1:4) DELIMITED BY SIZE
                       WS-DATE-OUT(6:2) DELIMITED BY SIZE
                       WS-DATE-OUT(9:2) DELIMITED BY SIZE
                   INTO WS-MIG-VAL
           END-IF
           PERFORM SPLIT-NUMERIC-TEXT
           IF WS-FLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'SIGNED-NUM'
                   MOVE 0 TO WS-MIG-DEC
               WHEN OTHER
                   MOVE WS-FIELD-DECIMALS(WS-FLD-IDX) TO WS-MIG-DEC
           END-EVALUATE
           IF WS-MIG-NEG = 'Y'
               AND (WS-FIELD-TYPE(WS-FLD-IDX) = 'NUM'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'DECIMAL')
               MOVE 'SIGN-LOST' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MIG-FRAC-LEN > WS-MIG-DEC
               MOVE 'PRECISION-LOSS' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'PACKED'
                   COMPUTE WS-MIG-CAPACITY =
                       2 * WS-DEST-LEN - 1 - WS-MIG-DEC
               WHEN 'BINARY'
                   IF WS-DEST-LEN = 2
                       COMPUTE WS-MIG-CAPACITY = 5 - WS-MIG-DEC
                   ELSE
                       COMPUTE WS-MIG-CAPACITY = 10 - WS-MIG-DEC
                   END-IF
               WHEN OTHER
                   COMPUTE WS-MIG-CAPACITY = WS-DEST-LEN - WS-MIG-DEC
           END-EVALUATE
           IF WS-MIG-INT-LEN > WS-MIG-CAPACITY
               MOVE 'TRUNCATION' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MIG-NUMTXT
           MOVE 1 TO WS-MIG-NUMTXT-LEN
           IF WS-MIG-NEG = 'Y'
               STRING '-' DELIMITED BY SIZE
                   INTO WS-MIG-NUMTXT
                   WITH POINTER WS-MIG-NUMTXT-LEN
           END-IF
           IF WS-MIG-INT-LEN = 0
               STRING '0' DELIMITED BY SIZE
                   INTO WS-MIG-NUMTXT
                   WITH POINTER WS-MIG-NUMTXT-LEN
           ELSE
               STRING WS-MIG-INT(1:WS-MIG-INT-LEN) DELIMITED BY SIZE
                   INTO WS-MIG-NUMTXT
                   WITH POINTER WS-MIG-NUMTXT-LEN
           END-IF
           IF WS-MIG-FRAC-LEN > 0
               STRING '.' DELIMITED BY SIZE
                       WS-MIG-FRAC(1:WS-MIG-FRAC-LEN)
                           DELIMITED BY SIZE
                   INTO WS-MIG-NUMTXT
                   WITH POINTER WS-MIG-NUMTXT-LEN
           END-IF
           SUBTRACT 1 FROM WS-MIG-NUMTXT-LEN
           SET WS-FIELD-IDX-NUM TO WS-FLD-IDX
           MOVE WS-MIG-NUMTXT TO WS-MIG-TOT-VALS(WS-FIELD-IDX-NUM)
           MOVE WS-MIG-NUMTXT TO WS-FIELD-TRIMMED
           MOVE WS-MIG-NUMTXT-LEN TO WS-VAL-LEN
           MOVE 'N' TO WS-SIGN-NEG
           PERFORM WRITE-NUMERIC-TO-OUTPUT.

      *> --------------------------------------------------------
      *> Split WS-MIG-VAL ([+|-]digits[.digits], blanks around it
      *> ignored) into WS-MIG-NEG, WS-MIG-INT without leading
      *> zeros and WS-MIG-FRAC without trailing zeros - so 007.50
      *> is judged as 7.5. Anything else is NOT-NUMERIC.
      *> --------------------------------------------------------
       SPLIT-NUMERIC-TEXT.
           MOVE 'N' TO WS-MIG-NEG
           MOVE 'N' TO WS-MIG-SEEN-DOT
           MOVE SPACES TO WS-MIG-INT
           MOVE SPACES TO WS-MIG-FRAC
           MOVE 0 TO WS-MIG-INT-LEN
           MOVE 0 TO WS-MIG-FRAC-LEN
           MOVE FUNCTION TRIM(WS-MIG-VAL) TO WS-FIELD-VAL
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-FIELD-VAL TRAILING))
               TO WS-MIG-LEN
           IF WS-FIELD-VAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MIG-POS
           IF WS-FIELD-VAL(1:1) = '-'
               MOVE 'Y' TO WS-MIG-NEG
               MOVE 2 TO WS-MIG-POS
           END-IF
           IF WS-FIELD-VAL(1:1) = '+'
               MOVE 2 TO WS-MIG-POS
           END-IF
           IF WS-MIG-POS > WS-MIG-LEN
               MOVE 'NOT-NUMERIC' TO WS-FLD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MIG-POS FROM WS-MIG-POS BY 1
               UNTIL WS-MIG-POS > WS-MIG-LEN
               MOVE WS-FIELD-VAL(WS-MIG-POS:1) TO WS-MIG-CHAR
               EVALUATE TRUE
                   WHEN WS-MIG-CHAR = '.'
                       IF WS-MIG-SEEN-DOT = 'Y'
                           MOVE 'NOT-NUMERIC' TO WS-FLD-REASON
                           EXIT PARAGRAPH
                       END-IF
                       MOVE 'Y' TO WS-MIG-SEEN-DOT
                   WHEN WS-MIG-CHAR NOT NUMERIC
                       MOVE 'NOT-NUMERIC' TO WS-FLD-REASON
                       EXIT PARAGRAPH
                   WHEN WS-MIG-SEEN-DOT = 'Y'
                       IF WS-MIG-FRAC-LEN >= 40
                           MOVE 'PRECISION-LOSS' TO WS-FLD-REASON
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-MIG-FRAC-LEN
                       MOVE WS-MIG-CHAR
                           TO WS-MIG-FRAC(WS-MIG-FRAC-LEN:1)
                   WHEN WS-MIG-INT-LEN = 0 AND WS-MIG-CHAR = '0'
                       CONTINUE
                   WHEN OTHER
                       IF WS-MIG-INT-LEN >= 40
                           MOVE 'TRUNCATION' TO WS-FLD-REASON
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-MIG-INT-LEN
                       MOVE WS-MIG-CHAR
                           TO WS-MIG-INT(WS-MIG-INT-LEN:1)
               END-EVALUATE
           END-PERFORM
           PERFORM UNTIL WS-MIG-FRAC-LEN = 0
               IF WS-MIG-FRAC(WS-MIG-FRAC-LEN:1) NOT = '0'
                   EXIT PERFORM
               END-IF
               MOVE SPACE TO WS-MIG-FRAC(WS-MIG-FRAC-LEN:1)
               SUBTRACT 1 FROM WS-MIG-FRAC-LEN
           END-PERFORM
           IF WS-MIG-INT-LEN = 0 AND WS-MIG-FRAC-LEN = 0
               MOVE 'N' TO WS-MIG-NEG
           END-IF.

      *> --------------------------------------------------------
      *> CSV2COB's numeric branches of WRITE-FIELD-TO-OUTPUT, fed
      *> a value ENCODE-NUMERIC has already proved fits.
      *> --------------------------------------------------------
       WRITE-NUMERIC-TO-OUTPUT.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
      *> Right-justify, zero-pad left
                   IF WS-VAL-LEN > WS-DEST-LEN
                       PERFORM FLAG-OVERFLOW-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PAD-LEN = WS-DEST-LEN - WS-VAL-LEN
                   PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                       UNTIL WS-PAD-IDX > WS-PAD-LEN
                       MOVE '0' TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-IDX - 1:1)
                   END-PERFORM
                   MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                       TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-LEN:WS-VAL-LEN)
               WHEN 'DECIMAL'
      *> Pad the fractional digits to DECIMALS=, strip the
      *> decimal point, then right-justify digits
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   IF WS-VAL-LEN > WS-DEST-LEN
                       PERFORM FLAG-OVERFLOW-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PAD-LEN = WS-DEST-LEN - WS-VAL-LEN
                   PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                       UNTIL WS-PAD-IDX > WS-PAD-LEN
                       MOVE '0' TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-IDX - 1:1)
                   END-PERFORM
                   MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                       TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-LEN:WS-VAL-LEN)
               WHEN 'SIGNED-NUM'
      *> Same as NUM, but a leading '-' is stripped and re-encoded
      *> as a trailing sign overpunch on the last digit.
                   PERFORM DETECT-AND-STRIP-SIGN
                   IF WS-VAL-LEN > WS-DEST-LEN
                       PERFORM FLAG-OVERFLOW-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PAD-LEN = WS-DEST-LEN - WS-VAL-LEN
                   PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                       UNTIL WS-PAD-IDX > WS-PAD-LEN
                       MOVE '0' TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-IDX - 1:1)
                   END-PERFORM
                   MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                       TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-LEN:WS-VAL-LEN)
                   PERFORM APPLY-SIGN-OVERPUNCH
               WHEN 'SIGNED-DECIMAL'
      *> Same as DECIMAL, but a leading '-' is stripped first and
      *> re-encoded as a trailing sign overpunch on the last digit.
                   PERFORM DETECT-AND-STRIP-SIGN
                   PERFORM NORMALIZE-DECIMAL-DIGITS
                   IF WS-VAL-LEN > WS-DEST-LEN
                       PERFORM FLAG-OVERFLOW-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PAD-LEN = WS-DEST-LEN - WS-VAL-LEN
                   PERFORM VARYING WS-PAD-IDX FROM 1 BY 1
                       UNTIL WS-PAD-IDX > WS-PAD-LEN
                       MOVE '0' TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-IDX - 1:1)
                   END-PERFORM
                   MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                       TO WS-OUTPUT-BUF(
                           WS-DEST-START + WS-PAD-LEN:WS-VAL-LEN)
                   PERFORM APPLY-SIGN-OVERPUNCH
               WHEN 'PACKED'
      *> COMP-3 packed decimal - two digits per byte with a
      *> trailing C/D sign nibble.
                   PERFORM CONVERT-PACKED-TO-OUTPUT
               WHEN 'BINARY'
      *> Big-endian two's-complement COMP counter (halfword or
      *> fullword), with the same implied-decimal handling.
                   PERFORM CONVERT-BINARY-TO-OUTPUT
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Decode one field of WS-FIXED-LINE to its CSV text
      *> representation with COB2CSV's formatters (the same
      *> decoders COBCOMP compares with).
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
               WHEN 'DATE'
      *> Decode the FORMAT= representation back to YYYY-MM-DD;
      *> an all-zero field comes out empty.
                   PERFORM FORMAT-DATE-FROM-FIXED
               WHEN 'PACKED'
      *> Unpack COMP-3 nibbles back to a signed decimal value.
                   PERFORM FORMAT-PACKED-FROM-FIXED
               WHEN 'BINARY'
      *> Decode a big-endian two's-complement COMP counter.
                   PERFORM FORMAT-BINARY-FROM-FIXED
               WHEN OTHER
                   MOVE FUNCTION TRIM(
                       WS-RAW-FIELD-VAL(1:WS-DEST-LEN) TRAILING)
                       TO WS-CSV-FIELD-OUT
           END-EVALUATE.

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
      *> out as *INVALID* so garbage can never false-match.
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
      *> YYYY-MM-DD. An all-zero field becomes empty; bytes that
      *> do not decode to a real calendar date pass through
      *> trimmed so the garbage stays visible in the report.
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
      *> TYPE=PACKED - pack the normalized digit string two digits
      *> per byte, low nibble of the last byte carrying the sign
      *> (x'C' positive, x'D' negative). A LENGTH=n field holds
      *> 2n-1 digits.
      *> --------------------------------------------------------
       CONVERT-PACKED-TO-OUTPUT.
           PERFORM DETECT-AND-STRIP-SIGN
           PERFORM NORMALIZE-DECIMAL-DIGITS
           COMPUTE WS-PK-DIGITS = 2 * WS-DEST-LEN - 1
           IF WS-VAL-LEN > WS-PK-DIGITS
               PERFORM FLAG-OVERFLOW-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE ALL '0' TO WS-PK-WORK(1:WS-PK-DIGITS)
           IF WS-VAL-LEN > 0
               MOVE WS-FIELD-TRIMMED(1:WS-VAL-LEN)
                   TO WS-PK-WORK(
                       WS-PK-DIGITS - WS-VAL-LEN + 1:WS-VAL-LEN)
           END-IF
           IF WS-PK-WORK(1:WS-PK-DIGITS) NOT NUMERIC
               PERFORM FLAG-NONNUM-REJECT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
               UNTIL WS-PK-IDX > WS-DEST-LEN
               COMPUTE WS-PK-DIG-IDX = 2 * WS-PK-IDX - 1
               MOVE WS-PK-WORK(WS-PK-DIG-IDX:1) TO WS-PK-DIG1
               IF WS-PK-IDX < WS-DEST-LEN
                   MOVE WS-PK-WORK(WS-PK-DIG-IDX + 1:1) TO WS-PK-DIG2
                   COMPUTE WS-PK-BYTE =
                       WS-PK-DIG1 * 16 + WS-PK-DIG2
               ELSE
                   IF WS-SIGN-NEG = 'Y'
                       COMPUTE WS-PK-BYTE = WS-PK-DIG1 * 16 + 13
                   ELSE
                       COMPUTE WS-PK-BYTE = WS-PK-DIG1 * 16 + 12
                   END-IF
               END-IF
               MOVE FUNCTION CHAR(WS-PK-BYTE + 1)
                   TO WS-OUTPUT-BUF(
                       WS-DEST-START + WS-PK-IDX - 1:1)
           END-PERFORM.

      *> --------------------------------------------------------
      *> TYPE=BINARY - big-endian two's-complement integer of the
      *> normalized digits. Halfword and fullword counters only.
      *> --------------------------------------------------------
       CONVERT-BINARY-TO-OUTPUT.
           PERFORM DETECT-AND-STRIP-SIGN
           PERFORM NORMALIZE-DECIMAL-DIGITS
           IF WS-VAL-LEN > 18
               PERFORM FLAG-OVERFLOW-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-LEN = 0
               MOVE 0 TO WS-BN-VALUE
           ELSE
               IF WS-FIELD-TRIMMED(1:WS-VAL-LEN) NOT NUMERIC
                   PERFORM FLAG-NONNUM-REJECT
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-FIELD-TRIMMED(1:WS-VAL-LEN))
                   TO WS-BN-VALUE
           END-IF
           IF WS-DEST-LEN = 2
               IF (WS-SIGN-NEG = 'N' AND WS-BN-VALUE > 32767)
                   OR (WS-SIGN-NEG = 'Y' AND WS-BN-VALUE > 32768)
                   PERFORM FLAG-OVERFLOW-REJECT
                   EXIT PARAGRAPH
               END-IF
               IF WS-SIGN-NEG = 'Y' AND WS-BN-VALUE > 0
                   COMPUTE WS-BN-VALUE = 65536 - WS-BN-VALUE
               END-IF
           ELSE
               IF (WS-SIGN-NEG = 'N' AND WS-BN-VALUE > 2147483647)
                   OR (WS-SIGN-NEG = 'Y' AND WS-BN-VALUE > 2147483648)
                   PERFORM FLAG-OVERFLOW-REJECT
                   EXIT PARAGRAPH
               END-IF
               IF WS-SIGN-NEG = 'Y' AND WS-BN-VALUE > 0
                   COMPUTE WS-BN-VALUE = 4294967296 - WS-BN-VALUE
               END-IF
           END-IF
           PERFORM VARYING WS-BN-IDX FROM WS-DEST-LEN BY -1
               UNTIL WS-BN-IDX < 1
               DIVIDE WS-BN-VALUE BY 256 GIVING WS-BN-QUOT
                   REMAINDER WS-BN-REM
               MOVE FUNCTION CHAR(WS-BN-REM + 1)
                   TO WS-OUTPUT-BUF(
                       WS-DEST-START + WS-BN-IDX - 1:1)
               MOVE WS-BN-QUOT TO WS-BN-VALUE
           END-PERFORM.

      *> --------------------------------------------------------
      *> Accept YYYY-MM-DD or bare YYYYMMDD and break it into
      *> year/month/day, leaving WS-DATE-VALID = 'Y' only for a
      *> real calendar date.
      *> --------------------------------------------------------
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

       COMPUTE-DAY-OF-YEAR.
           MOVE 0 TO WS-DATE-DDD
           PERFORM VARYING WS-DATE-MM-IDX FROM 1 BY 1
               UNTIL WS-DATE-MM-IDX >= WS-DATE-M
               PERFORM GET-DAYS-IN-MONTH
               ADD WS-DATE-DIM TO WS-DATE-DDD
           END-PERFORM
           ADD WS-DATE-D TO WS-DATE-DDD.

      *> --------------------------------------------------------
      *> Render the validated date in the field's FORMAT=. The
      *> Julian CYYDDD century digit follows the usual mainframe
      *> convention (0 = 19xx, 1 = 20xx), so years outside
      *> 1900-2899 cannot be represented and are rejected.
      *> --------------------------------------------------------
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
                   MOVE WS-DATE-YY TO WS-DATE-OUT(1:2)
                   MOVE WS-DATE-M TO WS-DATE-OUT(3:2)
                   MOVE WS-DATE-D TO WS-DATE-OUT(5:2)
               WHEN 'DDMMYY'
                   MOVE WS-DATE-D TO WS-DATE-OUT(1:2)
                   MOVE WS-DATE-M TO WS-DATE-OUT(3:2)
                   MOVE WS-DATE-YY TO WS-DATE-OUT(5:2)
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


      *> --------------------------------------------------------
      *> Locate the decimal point (if any) in WS-FIELD-TRIMMED and
      *> pad/truncate the fractional digits to exactly
      *> WS-FIELD-DECIMALS(WS-FLD-IDX) places, independent of how
      *> many fractional digits the CSV value actually typed - a
      *> value with fewer fractional digits than declared is
      *> right-padded with '0', one with more is rejected via
      *> FLAG-PRECISION-REJECT and truncated. A second '.' after the
      *> first (a malformed value) is also rejected, and its
      *> fractional part is discarded, so a stray '.' can never be
      *> copied into the digits-only result. Leaves WS-FIELD-TRIMMED
      *> holding just the digits (no '.') and WS-VAL-LEN updated to
      *> match, ready for the caller's right-justify/zero-pad step.
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

      *> --------------------------------------------------------
      *> Strip a leading '-' off WS-FIELD-TRIMMED (adjusting
      *> WS-VAL-LEN to match) and remember the sign in
      *> WS-SIGN-NEG, for SIGNED-NUM / SIGNED-DECIMAL.
      *> --------------------------------------------------------
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
      *> Re-encode the last digit written to the destination field
      *> as a trailing zoned-decimal sign overpunch (standard
      *> mainframe convention: positive {ABCDEFGHI, negative
      *> }JKLMNOPQR for digits 0-9).
      *> --------------------------------------------------------
       APPLY-SIGN-OVERPUNCH.
           MOVE WS-OUTPUT-BUF(WS-DEST-START + WS-DEST-LEN - 1:1)
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
               TO WS-OUTPUT-BUF(WS-DEST-START + WS-DEST-LEN - 1:1).

      *> The encoders' own overflow checks should never fire here -
      *> ENCODE-NUMERIC has already measured the value - but if
      *> one does, the field is failed rather than written short.
       FLAG-OVERFLOW-REJECT.
           IF WS-FLD-REASON = SPACES
               MOVE 'TRUNCATION' TO WS-FLD-REASON
           END-IF.

       FLAG-PRECISION-REJECT.
           IF WS-FLD-REASON = SPACES
               MOVE 'PRECISION-LOSS' TO WS-FLD-REASON
           END-IF.

       FLAG-NONNUM-REJECT.
           IF WS-FLD-REASON = SPACES
               MOVE 'NOT-NUMERIC' TO WS-FLD-REASON
           END-IF.

       FLAG-DATE-REJECT.
           IF WS-FLD-REASON = SPACES
               MOVE 'INVALID-DATE' TO WS-FLD-REASON
           END-IF.

      *> --------------------------------------------------------
      *> ENCODING=EBCDIC on the output - translate the record,
      *> then put the PACKED and BINARY slices back untranslated.
      *> --------------------------------------------------------
       TRANSLATE-OUTPUT-TO-EBCDIC.
           MOVE WS-OUTPUT-BUF(1:WS-CUR-RECORD-LEN)
               TO WS-EBC-SAVE(1:WS-CUR-RECORD-LEN)
           PERFORM TRANSLATE-BUFFER-A2E
           PERFORM VARYING WS-FLD-IDX FROM WS-FIRST-OUT-FIELD BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                   MOVE WS-EBC-SAVE(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                       TO WS-OUTPUT-BUF(WS-FIELD-START(WS-FLD-IDX):
                           WS-FIELD-LENGTH(WS-FLD-IDX))
               END-IF
           END-PERFORM.

       TRANSLATE-BUFFER-A2E.
           PERFORM VARYING WS-XL-POS FROM 1 BY 1
               UNTIL WS-XL-POS > WS-CUR-RECORD-LEN
               COMPUTE WS-XL-V =
                   FUNCTION ORD(WS-OUTPUT-BUF(WS-XL-POS:1))
               MOVE WS-A2E-TAB(WS-XL-V:1)
                   TO WS-OUTPUT-BUF(WS-XL-POS:1)
           END-PERFORM.

       WRITE-BINARY-OUTPUT-RECORD.
           MOVE WS-CUR-RECORD-LEN TO WS-BIN-COUNT
           CALL "CBL_WRITE_FILE" USING WS-BIN-OUT-HANDLE
                   WS-BIN-OUT-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                   WS-OUTPUT-BUF
               RETURNING WS-BIN-RC
           IF WS-BIN-RC NOT = 0
               DISPLAY "ERROR: write failed on binary output file "
                       FUNCTION TRIM(WS-OUTPUT-FILE)
               STOP RUN
           END-IF
           ADD WS-CUR-RECORD-LEN TO WS-BIN-OUT-OFFSET.

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
                   FUNCTION TRIM(WS-SPEC-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OUTPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'UNMATCHED_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-UNMATCHED-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'JOIN_TYPE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JOIN-TYPE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'OUTPUT_FORMAT=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OUT-FORMAT) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           IF WS-OUT-FORMAT = 'FIXED'
               MOVE SPACES TO CONTROL-RECORD
               STRING 'RECORD_LENGTH=' DELIMITED BY SIZE
                       WS-OUT-RECORD-LEN DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_ROWS=' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_MATCHED=' DELIMITED BY SIZE
                   WS-MATCHED-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_UNMATCHED=' DELIMITED BY SIZE
                   WS-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_WRITTEN=' DELIMITED BY SIZE
                   WS-WRITTEN-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM WRITE-CONTROL-MASTER-LINES
           END-PERFORM
           PERFORM VARYING WS-FLD-IDX FROM WS-FIRST-OUT-FIELD BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-FLD-IDX) = 'Y'
                   MOVE WS-FIELD-ACCUM(WS-FLD-IDX) TO WS-TOT-ED
                   MOVE SPACES TO CONTROL-RECORD
                   STRING 'TOTAL_' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               DELIMITED BY SIZE
                           '=' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TOT-ED) DELIMITED BY SIZE
                       INTO CONTROL-RECORD
                   WRITE CONTROL-RECORD
               END-IF
           END-PERFORM
           IF WS-TRAILER-SKIPPED = 'Y'
               MOVE SPACES TO CONTROL-RECORD
               STRING 'INPUT_TRAILER=SKIPPED' DELIMITED BY SIZE
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

      *> Per master: REF_<name>_FILE, _RECORDS (loaded),
      *> _DUPLICATES (repeated keys left out), _MATCHED and
      *> _UNMATCHED (primary records probed).
       WRITE-CONTROL-MASTER-LINES.
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REF_' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       DELIMITED BY SIZE
                   '_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRC-FILE(WS-SRC-IDX))
                       DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REF_' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       DELIMITED BY SIZE
                   '_RECORDS=' DELIMITED BY SIZE
                   WS-SRC-LOADED(WS-SRC-IDX) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REF_' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       DELIMITED BY SIZE
                   '_DUPLICATES=' DELIMITED BY SIZE
                   WS-SRC-DUPS(WS-SRC-IDX) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REF_' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       DELIMITED BY SIZE
                   '_MATCHED=' DELIMITED BY SIZE
                   WS-SRC-MATCHED(WS-SRC-IDX) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REF_' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IDX))
                       DELIMITED BY SIZE
                   '_UNMATCHED=' DELIMITED BY SIZE
                   WS-SRC-UNMATCHED(WS-SRC-IDX) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD.
