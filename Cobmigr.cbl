      *> ============================================================
      *> cobmigr.cbl - migrate a fixed-width file to a new layout
      *>
      *> Reformats every record of a fixed-width file from an old
      *> schema.cfg layout to a new one without the COB2CSV /
      *> CSV2COB round trip (which loses masked fields, translated
      *> LOOKUP codes and the trailer record). Fields are matched
      *> by FIELD NAME=; each value is decoded from its old TYPE/
      *> START/LENGTH (the same decoders COBCOMP uses) and
      *> re-encoded into its new ones with the converters' encoders
      *> - a field can widen or move, a NUM can become PACKED, a
      *> DATE can change FORMAT=. LOOKUP fields carry the stored
      *> code (translated through both TABLE= files when the table
      *> changes). A GENERATE-TRAILER=Y trailer is balanced on the
      *> way in and rebuilt from the migrated records on the way
      *> out.
      *>
      *> A new-layout field with no old counterpart is filled from
      *> its DERIVE= expression (operands are old-layout FIELD
      *> names), else from DEFAULT=, else with its type's empty
      *> value. An old field missing from the new layout may only
      *> hold data when it is named with --drop. A record is never
      *> written short: any value that would be truncated, lose
      *> decimal places or its sign, or fails to decode rejects the
      *> record to the reject file, and the migration report counts
      *> every outcome per field so a layout change can be
      *> certified (--certify: nothing written to the output)
      *> before the conversion is run on production data.
      *> RETURN-CODE 8 when any record is rejected or the input
      *> trailer does not balance.
      *>
      *> Usage:
      *>   cobmigr --old-schema old.cfg --new-schema new.cfg
      *>           -i input.dat -o output.dat [--drop FIELD ...]
      *>           [--certify]
      *> ============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBMIGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT SCHEMA-FILE ASSIGN TO DYNAMIC WS-SCHEMA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMA-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       01  OUTPUT-RECORD             PIC X(4096).

       FD  SCHEMA-FILE.
       01  SCHEMA-RECORD             PIC X(256).

       FD  REJECT-FILE.
       01  REJECT-RECORD             PIC X(4800).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(256).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD            PIC X(256).

       WORKING-STORAGE SECTION.

      *> --- CLI args ---
       01  WS-OLD-SCHEMA-FILE        PIC X(256) VALUE SPACES.
       01  WS-NEW-SCHEMA-FILE        PIC X(256) VALUE SPACES.
       01  WS-SCHEMA-FILE            PIC X(256) VALUE SPACES.
       01  WS-INPUT-FILE             PIC X(256) VALUE SPACES.
       01  WS-OUTPUT-FILE            PIC X(256) VALUE SPACES.
       01  WS-REJECT-FILE            PIC X(256) VALUE SPACES.
       01  WS-REPORT-FILE            PIC X(256) VALUE SPACES.
       01  WS-CONTROL-FILE           PIC X(256) VALUE SPACES.
       01  WS-INPUT-STATUS           PIC XX VALUE SPACES.
       01  WS-OUTPUT-STATUS          PIC XX VALUE SPACES.
       01  WS-SCHEMA-STATUS          PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-CTL-STATUS             PIC XX VALUE SPACES.
       01  WS-CERTIFY                PIC X VALUE 'N'.
       01  WS-START-TS               PIC X(21) VALUE SPACES.
       01  WS-END-TS                 PIC X(21) VALUE SPACES.

      *> --- --drop: old fields allowed to go with their data ---
       01  WS-DROP-COUNT             PIC 9(2) VALUE 0.
       01  WS-DROP-NAMES OCCURS 32 TIMES PIC X(32).
       01  WS-DROP-IDX               PIC 9(2) VALUE 0.
       01  WS-DROP-FOUND             PIC X VALUE 'N'.

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
       01  WS-CMD-LEN                PIC 9(5) VALUE 0.
       01  WS-CMD-TOKEN              PIC X(256) VALUE SPACES.
       01  WS-CMD-CHAR               PIC X VALUE SPACES.
       01  WS-CMD-TOK-POS            PIC 9(5) VALUE 1.
       01  WS-LAST-FLAG              PIC X(4) VALUE SPACES.

      *> --- Schema table ---
      *> Both layouts share one table: the old schema's fields
      *> are entries 1 through WS-OLD-FIELD-COUNT, the new
      *> schema's follow them up to WS-FIELD-COUNT. WS-FIELD-MATCH
      *> links each field to its same-named partner on the other
      *> side (0 = added, or dropped).
       01  WS-FIELD-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-FIELD-COUNT        PIC 9(3) VALUE 0.
       01  WS-FIRST-NEW-FIELD        PIC 9(3) VALUE 0.
       01  WS-FIELDS OCCURS 128 TIMES INDEXED BY WS-FLD-IDX.
           05  WS-FIELD-NAME         PIC X(32).
           05  WS-FIELD-START        PIC 9(5).
           05  WS-FIELD-LENGTH       PIC 9(5).
           05  WS-FIELD-TYPE         PIC X(16).
           05  WS-FIELD-DECIMALS     PIC 9(2) VALUE 0.
           05  WS-FIELD-FORMAT       PIC X(12) VALUE SPACES.
           05  WS-FIELD-TABLE        PIC X(64) VALUE SPACES.
           05  WS-FIELD-TBL-IDX      PIC 9(2) VALUE 0.
           05  WS-FIELD-TOTAL        PIC X VALUE 'N'.
           05  WS-FIELD-ACCUM        PIC S9(13)V9(4) VALUE 0.
           05  WS-FIELD-DERIVE       PIC X(64) VALUE SPACES.
           05  WS-FIELD-DEFAULT      PIC X(64) VALUE SPACES.
           05  WS-FIELD-DEFAULT-SET  PIC X VALUE 'N'.
           05  WS-FIELD-MATCH        PIC 9(3) VALUE 0.
           05  WS-FIELD-DROP-OK      PIC X VALUE 'N'.
           05  WS-FIELD-MIGRATED     PIC 9(9) VALUE 0.
           05  WS-FIELD-TRUNC-CNT    PIC 9(9) VALUE 0.
           05  WS-FIELD-PREC-CNT     PIC 9(9) VALUE 0.
           05  WS-FIELD-SIGN-CNT     PIC 9(9) VALUE 0.
           05  WS-FIELD-INVALID-CNT  PIC 9(9) VALUE 0.
           05  WS-FIELD-DROP-CNT     PIC 9(9) VALUE 0.
       01  WS-FIELD-IDX-NUM          PIC 9(3).
       01  WS-OLD-IDX                PIC 9(3) VALUE 0.
       01  WS-NEW-IDX                PIC 9(3) VALUE 0.
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

      *> --- Layout settings, old and new side ---
      *> WS-RECORD-MODE / WS-ENCODING / WS-GEN-TRAILER take each
      *> schema's settings while it loads; they are then copied
      *> to the side they describe.
       01  WS-RECORD-MODE            PIC X(8) VALUE 'TEXT'.
       01  WS-ENCODING               PIC X(6) VALUE 'ASCII'.
       01  WS-GEN-TRAILER            PIC X VALUE 'N'.
       01  WS-OLD-RECORD-MODE        PIC X(8) VALUE 'TEXT'.
       01  WS-OLD-ENCODING           PIC X(6) VALUE 'ASCII'.
       01  WS-OLD-TRAILER            PIC X VALUE 'N'.
       01  WS-OLD-RECORD-LEN         PIC 9(5) VALUE 0.
       01  WS-NEW-RECORD-MODE        PIC X(8) VALUE 'TEXT'.
       01  WS-NEW-ENCODING           PIC X(6) VALUE 'ASCII'.
       01  WS-NEW-TRAILER            PIC X VALUE 'N'.
       01  WS-NEW-RECORD-LEN         PIC 9(5) VALUE 0.
       01  WS-SIDE-LOW               PIC 9(3) VALUE 0.
       01  WS-SIDE-HIGH              PIC 9(3) VALUE 0.
       01  WS-CUR-RECORD-LEN         PIC 9(5) VALUE 0.

      *> --- Fixed-width record handling ---
      *> WS-IN-BUF holds the record as read, WS-FIXED-LINE its
      *> ASCII image the decoders work on, WS-OUTPUT-BUF the
      *> record being built in the new layout.
       01  WS-READ-BUF               PIC X(4096) VALUE SPACES.
       01  WS-IN-BUF                 PIC X(4096) VALUE SPACES.
       01  WS-FIXED-LINE             PIC X(4096).
       01  WS-OUTPUT-BUF             PIC X(4096) VALUE SPACES.
       01  WS-RAW-FIELD-VAL          PIC X(512).
       01  WS-DEST-START             PIC 9(5).
       01  WS-DEST-LEN               PIC 9(5).
       01  WS-INT-LEN                PIC 9(5).
       01  WS-INT-PART               PIC X(512).
       01  WS-DEC-PART               PIC X(512).
       01  WS-INPUT-EOF              PIC X VALUE 'N'.

      *> --- Generic leading-zero stripper ---
       01  WS-GEN-IN                 PIC X(512).
       01  WS-GEN-LEN                PIC 9(5).
       01  WS-GEN-OUT                PIC X(512).
       01  WS-GEN-IDX                PIC 9(5).
       01  WS-CSV-FIELD-OUT          PIC X(512).

      *> --- One value in flight between the layouts ---
      *> WS-MIG-KIND: E = empty, A = text, N = number (canonical
      *> [-]digits[.digits]), D = date (YYYY-MM-DD). The source
      *> kind drives how the value re-encodes into the new TYPE=.
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
       01  WS-MIG-TOT-VALS OCCURS 128 TIMES PIC X(90).
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

      *> --- DERIVE= evaluation ---
       01  WS-DRV-EXPR               PIC X(64) VALUE SPACES.
       01  WS-DRV-POS                PIC 9(3) VALUE 0.
       01  WS-DRV-LEN                PIC 9(3) VALUE 0.
       01  WS-DRV-OP                 PIC X VALUE SPACE.
       01  WS-DRV-CHAR               PIC X VALUE SPACE.
       01  WS-DRV-SRC-FLD            PIC 9(3) VALUE 0.
       01  WS-DRV-VAL                PIC X(512) VALUE SPACES.
       01  WS-DRV-VAL-LEN            PIC 9(4) VALUE 0.
       01  WS-DRV-TEXT               PIC X(512) VALUE SPACES.
       01  WS-DRV-TEXT-LEN           PIC 9(4) VALUE 0.
       01  WS-DRV-NUM                PIC S9(13)V9(4) VALUE 0.
       01  WS-DRV-OPND-NUM           PIC S9(13)V9(4) VALUE 0.
       01  WS-DRV-ED                 PIC -(13)9.9(4).
       01  WS-DRV-IS-NUM             PIC X VALUE 'N'.
       01  WS-DRV-DOT                PIC 9(3) VALUE 0.
       01  WS-DRV-TGT-NUM            PIC 9(3) VALUE 0.
       01  WS-DRV-NAME-LEN           PIC 9(3) VALUE 0.
       01  WS-DRV-BEST-LEN           PIC 9(3) VALUE 0.
       01  WS-DRV-IDX                PIC 9(3) VALUE 0.

      *> --- Binary record mode (TYPE=PACKED / TYPE=BINARY) ---
      *> Packed and binary bytes can look like newlines, so a
      *> binary-mode side bypasses the LINE SEQUENTIAL FDs and
      *> goes through the CBL_ byte-stream routines.
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

      *> --- EBCDIC code-page conversion (ENCODING=EBCDIC) ---
      *> CP037 tables, 8 bytes per part: E2A to decode an EBCDIC
      *> input, A2E to encode an EBCDIC output. PACKED and BINARY
      *> slices are not characters and cross untranslated.
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

      *> --- Trailer records (GENERATE-TRAILER=Y) ---
      *> 'TRL', a 9-digit record count, then one 15-digit amount
      *> per TOTAL=Y field (value x 10**DECIMALS) - CSV2COB's
      *> GENERATE-OUTPUT-TRAILER layout.
       01  WS-TRL-STATUS             PIC X(8) VALUE 'NONE'.
       01  WS-TRL-OUT-STATUS         PIC X(8) VALUE 'NONE'.
       01  WS-TRL-OK                 PIC X VALUE 'Y'.
       01  WS-TRL-COUNT              PIC 9(9) VALUE 0.
       01  WS-TRL-AMT                PIC 9(15) VALUE 0.
       01  WS-TRL-OUT-POS            PIC 9(5) VALUE 0.
       01  WS-TRL-NEEDED             PIC 9(5) VALUE 0.
       01  WS-TRL-CPOS               PIC 9(3) VALUE 0.
       01  WS-ACCUM-WORK             PIC S9(13)V9(4) VALUE 0.
       01  WS-TOT-ED                 PIC -9(13).9(4).

      *> --- Migration counters ---
       01  WS-READ-COUNT             PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT          PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT           PIC 9(9) VALUE 0.
       01  WS-TRUNC-REJ-COUNT        PIC 9(9) VALUE 0.
       01  WS-PREC-REJ-COUNT         PIC 9(9) VALUE 0.
       01  WS-SIGN-REJ-COUNT         PIC 9(9) VALUE 0.
       01  WS-SOURCE-REJ-COUNT       PIC 9(9) VALUE 0.
       01  WS-NONNUM-REJ-COUNT       PIC 9(9) VALUE 0.
       01  WS-DATE-REJ-COUNT         PIC 9(9) VALUE 0.
       01  WS-LOOKUP-REJ-COUNT       PIC 9(9) VALUE 0.
       01  WS-DROP-REJ-COUNT         PIC 9(9) VALUE 0.
       01  WS-REJECTED               PIC X VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(20) VALUE SPACES.
       01  WS-REJECT-FIELD           PIC X(32) VALUE SPACES.
       01  WS-REJECT-VALUE           PIC X(512) VALUE SPACES.

      *> --- Migration report ---
       01  WS-FIELD-ACTION           PIC X(12) VALUE SPACES.
       01  WS-LAYOUT-DESC            PIC X(48) VALUE SPACES.
       01  WS-OLD-DESC               PIC X(48) VALUE SPACES.
       01  WS-NEW-DESC               PIC X(48) VALUE SPACES.
       01  WS-DESC-PTR               PIC 9(3) VALUE 1.
       01  WS-ED-NUM                 PIC Z(4)9.
       01  WS-RPT-PTR                PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.

       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           PERFORM PARSE-CMDLINE
           PERFORM VALIDATE-ARGS
           PERFORM LOAD-SCHEMAS
           PERFORM MATCH-FIELDS
           PERFORM OPEN-FILES
           PERFORM MIGRATE-RECORDS
           IF WS-NEW-TRAILER = 'Y' AND WS-CERTIFY = 'N'
               PERFORM GENERATE-OUTPUT-TRAILER
           END-IF
           PERFORM CLOSE-FILES
           PERFORM WRITE-MIGRATION-REPORT
           PERFORM WRITE-CONTROL-FILE
           IF WS-CERTIFY = 'Y'
               DISPLAY "Done (certify only - no output written). "
                       WS-READ-COUNT " record(s) read, "
                       WS-WRITTEN-COUNT " would migrate, "
                       WS-REJECT-COUNT " rejected."
           ELSE
               DISPLAY "Done. " WS-READ-COUNT " record(s) read, "
                       WS-WRITTEN-COUNT " migrated, "
                       WS-REJECT-COUNT " rejected."
           END-IF
           IF WS-REJECT-COUNT > 0 OR WS-TRL-OK = 'N'
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
               WHEN WS-CMD-TOKEN(1:12) = '--old-schema'
                   MOVE '-a  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:12) = '--new-schema'
                   MOVE '-b  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:7) = '--input'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-i'
                   MOVE '-i  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--output'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-o'
                   MOVE '-o  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--reject'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-r'
                   MOVE '-r  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:8) = '--report'
                   MOVE '-m  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:14) = '--control-file'
                   MOVE '-cf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:6) = '--drop'
                   MOVE '-x  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--certify'
                   MOVE 'Y' TO WS-CERTIFY
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-a  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-OLD-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-b  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-NEW-SCHEMA-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-i  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-INPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-o  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-OUTPUT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-r  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-REJECT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-m  '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-REPORT-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-cf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-CONTROL-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-x  '
                   IF WS-DROP-COUNT >= 32
                       DISPLAY "ERROR: more than 32 --drop fields"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DROP-COUNT
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-DROP-NAMES(WS-DROP-COUNT)
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-ARGS.
           IF WS-OLD-SCHEMA-FILE = SPACES
               DISPLAY "ERROR: --old-schema <old.cfg> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-NEW-SCHEMA-FILE = SPACES
               DISPLAY "ERROR: --new-schema <new.cfg> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-INPUT-FILE = SPACES
               DISPLAY "ERROR: -i <input.dat> is required"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-OUTPUT-FILE = SPACES
               DISPLAY "ERROR: -o <output.dat> is required (it also "
                       "names the default report files under "
                       "--certify)"
               PERFORM PRINT-USAGE
               STOP RUN
           END-IF
           IF WS-REJECT-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.rej' DELIMITED BY SIZE
                   INTO WS-REJECT-FILE
           END-IF
           IF WS-REPORT-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.mig' DELIMITED BY SIZE
                   INTO WS-REPORT-FILE
           END-IF
           IF WS-CONTROL-FILE = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
                       '.ctl' DELIMITED BY SIZE
                   INTO WS-CONTROL-FILE
           END-IF.

       PRINT-USAGE.
           DISPLAY "Usage: cobmigr --old-schema old.cfg "
                   "--new-schema new.cfg -i input.dat -o output.dat"
           DISPLAY "  --old-schema   Layout the input file is in"
           DISPLAY "  --new-schema   Layout to migrate it to "
                   "(fields matched by NAME=)"
           DISPLAY "  -i, --input    Fixed-width input file"
           DISPLAY "  -o, --output   Migrated fixed-width file"
           DISPLAY "  -r, --reject   Rejected records "
                   "(default: <output>.rej)"
           DISPLAY "  --report       Per-field migration report "
                   "(default: <output>.mig)"
           DISPLAY "  --control-file Control file "
                   "(default: <output>.ctl)"
           DISPLAY "  --drop FIELD   Old field that may be dropped "
                   "with its data (repeat per field)"
           DISPLAY "  --certify      Check every record and write the "
                   "reports, but no output file".

      *> --------------------------------------------------------
      *> Schema loading - the old schema first, then the new one
      *> appended behind it in the same field table. Each side's
      *> RECORD-MODE=, ENCODING= and GENERATE-TRAILER= are kept
      *> apart, so e.g. a TEXT master can migrate to a BINARY one.
      *> --------------------------------------------------------
       LOAD-SCHEMAS.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE WS-OLD-SCHEMA-FILE TO WS-SCHEMA-FILE
           MOVE 1 TO WS-SIDE-LOW
           PERFORM LOAD-ONE-SCHEMA
           MOVE WS-FIELD-COUNT TO WS-OLD-FIELD-COUNT
           MOVE WS-RECORD-MODE TO WS-OLD-RECORD-MODE
           MOVE WS-ENCODING    TO WS-OLD-ENCODING
           MOVE WS-GEN-TRAILER TO WS-OLD-TRAILER
           MOVE WS-CUR-RECORD-LEN TO WS-OLD-RECORD-LEN
           MOVE 'TEXT'  TO WS-RECORD-MODE
           MOVE 'ASCII' TO WS-ENCODING
           MOVE 'N'     TO WS-GEN-TRAILER
           MOVE WS-NEW-SCHEMA-FILE TO WS-SCHEMA-FILE
           COMPUTE WS-FIRST-NEW-FIELD = WS-OLD-FIELD-COUNT + 1
           MOVE WS-FIRST-NEW-FIELD TO WS-SIDE-LOW
           PERFORM LOAD-ONE-SCHEMA
           MOVE WS-RECORD-MODE TO WS-NEW-RECORD-MODE
           MOVE WS-ENCODING    TO WS-NEW-ENCODING
           MOVE WS-GEN-TRAILER TO WS-NEW-TRAILER
           MOVE WS-CUR-RECORD-LEN TO WS-NEW-RECORD-LEN
           PERFORM LOAD-LOOKUP-TABLES
           DISPLAY "Old record length: " WS-OLD-RECORD-LEN
                   " bytes, new record length: " WS-NEW-RECORD-LEN
                   " bytes.".

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

      *> Fields are matched across the layouts by name, so a name
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
                               "' more than once - fields migrate by "
                               "NAME="
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
                           " uses RECORD-MODE=VARIABLE - COBMIGR "
                           "migrates fixed-length layouts only"
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
                       "COBMIGR migrates single-layout files and "
                       "does not support this schema format"
               STOP RUN
           END-IF
           IF WS-RAW-LINE(1:5) NOT = 'FIELD'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAW-LINE(7:249) TO WS-RAW-LINE
           IF WS-FIELD-COUNT >= 128
               DISPLAY "ERROR: the two schemas hold more than 128 "
                       "fields between them"
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
           MOVE 'N'    TO WS-FIELD-TOTAL(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-ACCUM(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-DERIVE(WS-FLD-IDX)
           MOVE SPACES TO WS-FIELD-DEFAULT(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-DEFAULT-SET(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-MATCH(WS-FLD-IDX)
           MOVE 'N'    TO WS-FIELD-DROP-OK(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-MIGRATED(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-TRUNC-CNT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-PREC-CNT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-SIGN-CNT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-INVALID-CNT(WS-FLD-IDX)
           MOVE 0      TO WS-FIELD-DROP-CNT(WS-FLD-IDX)
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

      *> REQUIRED=/MIN=/MAX=/VALUES=/KEY= fall through untouched -
      *> the data already passed them when it was converted, and
      *> a migration moves values rather than re-judging them.
      *> MASK= is ignored too: masked values were masked when
      *> they were written and move byte-for-byte as data.
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
               WHEN 'TOTAL'
      *> Amount field carried in the GENERATE-TRAILER= trailer
                   IF FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-PARSE-VALUE)) = 'Y'
                       MOVE 'Y' TO WS-FIELD-TOTAL(WS-FLD-IDX)
                   END-IF
               WHEN 'DERIVE'
      *> Fill for a field new to the layout: a 'quoted' constant,
      *> or old-layout FIELD names joined with + - *
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-DERIVE(WS-FLD-IDX)
               WHEN 'DEFAULT'
      *> Fill for a field new to the layout when it has no DERIVE=
      *> (written as a CSV value would be, e.g. DEFAULT=0.00)
                   MOVE FUNCTION TRIM(WS-PARSE-VALUE)
                       TO WS-FIELD-DEFAULT(WS-FLD-IDX)
                   MOVE 'Y' TO WS-FIELD-DEFAULT-SET(WS-FLD-IDX)
               WHEN 'RECTYPE'
                   DISPLAY "ERROR: schema "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
                           " uses RECTYPE= (multiple record types) - "
                           "COBMIGR migrates single-layout files "
                           "and does not support this schema format"
                   STOP RUN
               WHEN 'REPEAT'
                   DISPLAY "ERROR: schema "
                           FUNCTION TRIM(WS-SCHEMA-FILE)
                           " uses REPEAT= - COBMIGR migrates "
                           "fixed-length layouts only"
                   STOP RUN
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Record length of the side just loaded (WS-SIDE-LOW
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
      *> TYPE=LOOKUP - every TABLE= file either layout names is
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
      *> Pair the layouts up by FIELD NAME=. A new field with no
      *> old partner must be fillable: its DERIVE= operands have
      *> to be old-layout fields and its DEFAULT= has to fit its
      *> own TYPE= (tried once here so a bad default stops the run
      *> instead of rejecting every record). --drop may only name
      *> an old field the new layout really leaves out.
      *> --------------------------------------------------------
       MATCH-FIELDS.
           PERFORM VARYING WS-NEW-IDX FROM WS-FIRST-NEW-FIELD BY 1
               UNTIL WS-NEW-IDX > WS-FIELD-COUNT
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-FIELD-COUNT
                   IF WS-FIELD-NAME(WS-OLD-IDX)
                       = WS-FIELD-NAME(WS-NEW-IDX)
                       MOVE WS-OLD-IDX TO WS-FIELD-MATCH(WS-NEW-IDX)
                       MOVE WS-NEW-IDX TO WS-FIELD-MATCH(WS-OLD-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FIELD-MATCH(WS-NEW-IDX) = 0
                   SET WS-FLD-IDX TO WS-NEW-IDX
                   IF WS-FIELD-DERIVE(WS-NEW-IDX) NOT = SPACES
                       PERFORM VALIDATE-DERIVE-EXPR
                   ELSE
                       IF WS-FIELD-DEFAULT-SET(WS-NEW-IDX) = 'Y'
                           PERFORM CHECK-DEFAULT-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DROP-IDX FROM 1 BY 1
               UNTIL WS-DROP-IDX > WS-DROP-COUNT
               MOVE 'N' TO WS-DROP-FOUND
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-FIELD-COUNT
                   IF WS-FIELD-NAME(WS-OLD-IDX)
                       = WS-DROP-NAMES(WS-DROP-IDX)
                       MOVE 'Y' TO WS-DROP-FOUND
                       IF WS-FIELD-MATCH(WS-OLD-IDX) > 0
                           DISPLAY "ERROR: --drop "
                               FUNCTION TRIM(WS-DROP-NAMES(WS-DROP-IDX))
                               " - the field is still in the new "
                               "layout"
                           STOP RUN
                       END-IF
                       MOVE 'Y' TO WS-FIELD-DROP-OK(WS-OLD-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DROP-FOUND = 'N'
                   DISPLAY "ERROR: --drop "
                           FUNCTION TRIM(WS-DROP-NAMES(WS-DROP-IDX))
                           " - no such field in the old layout"
                   STOP RUN
               END-IF
           END-PERFORM.

       CHECK-DEFAULT-VALUE.
           MOVE SPACES TO WS-FLD-REASON
           MOVE SPACES TO WS-OUTPUT-BUF
           PERFORM LOAD-DEFAULT-VALUE
           PERFORM ENCODE-NEW-FIELD
           IF WS-FLD-REASON NOT = SPACES
               DISPLAY "ERROR: field '"
                       FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                       "' DEFAULT="
                       FUNCTION TRIM(WS-FIELD-DEFAULT(WS-FLD-IDX))
                       " does not fit TYPE="
                       FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                       " LENGTH=" WS-FIELD-LENGTH(WS-FLD-IDX)
                       " (" FUNCTION TRIM(WS-FLD-REASON) ")"
               STOP RUN
           END-IF.

      *> A DEFAULT= is written as it would appear in a CSV column,
      *> so it goes through the new field's encoder like one.
       LOAD-DEFAULT-VALUE.
           MOVE 'CSV' TO WS-MIG-SRC-TYPE
           MOVE 0 TO WS-MIG-SRC-FLD
           MOVE WS-FIELD-DEFAULT(WS-FLD-IDX) TO WS-MIG-VAL
           IF WS-MIG-VAL = SPACES
               MOVE 'E' TO WS-MIG-KIND
           ELSE
               MOVE 'A' TO WS-MIG-KIND
           END-IF.

      *> --------------------------------------------------------
      *> DERIVE= - same grammar as CSV2COB ('quoted' constant, or
      *> FIELD names joined with + - *), but the operands are the
      *> old layout's fields, decoded from the record being
      *> migrated.
      *> --------------------------------------------------------
       VALIDATE-DERIVE-EXPR.
           MOVE WS-FIELD-DERIVE(WS-FLD-IDX) TO WS-DRV-EXPR
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-DRV-EXPR TRAILING))
               TO WS-DRV-LEN
           IF WS-DRV-EXPR(1:1) = "'"
               IF WS-DRV-LEN < 2
                   OR WS-DRV-EXPR(WS-DRV-LEN:1) NOT = "'"
                   DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' DERIVE= constant is missing its "
                           "closing quote"
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DERIVE-NUMERIC-MODE
           MOVE 1 TO WS-DRV-POS
           PERFORM UNTIL WS-DRV-POS > WS-DRV-LEN
               PERFORM MATCH-DERIVE-OPERAND
               IF WS-DRV-SRC-FLD = 0
                   DISPLAY "ERROR: field '"
                           FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                           "' DERIVE="
                           FUNCTION TRIM(WS-DRV-EXPR)
                           " - no old-layout FIELD starts at "
                           "position " WS-DRV-POS
                   STOP RUN
               END-IF
               IF WS-DRV-POS <= WS-DRV-LEN
                   MOVE WS-DRV-EXPR(WS-DRV-POS:1) TO WS-DRV-CHAR
                   IF WS-DRV-CHAR NOT = '+'
                       AND WS-DRV-CHAR NOT = '-'
                       AND WS-DRV-CHAR NOT = '*'
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' DERIVE= operator '" WS-DRV-CHAR
                               "' - only + - * are supported"
                       STOP RUN
                   END-IF
                   IF WS-DRV-IS-NUM = 'N'
                       AND WS-DRV-CHAR NOT = '+'
                       DISPLAY "ERROR: field '"
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               "' DERIVE= uses '" WS-DRV-CHAR
                               "' - arithmetic needs a numeric "
                               "TYPE= on the derived field"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DRV-POS
               END-IF
           END-PERFORM.

       SET-DERIVE-NUMERIC-MODE.
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'NUM'
               WHEN 'DECIMAL'
               WHEN 'SIGNED-NUM'
               WHEN 'SIGNED-DECIMAL'
               WHEN 'PACKED'
               WHEN 'BINARY'
                   MOVE 'Y' TO WS-DRV-IS-NUM
               WHEN OTHER
                   MOVE 'N' TO WS-DRV-IS-NUM
           END-EVALUATE.

      *> Greedy longest-match of an old-layout FIELD name at
      *> WS-DRV-POS; advances past the match and leaves its table
      *> position in WS-DRV-SRC-FLD (0 when nothing matches).
       MATCH-DERIVE-OPERAND.
           MOVE 0 TO WS-DRV-SRC-FLD
           MOVE 0 TO WS-DRV-BEST-LEN
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-OLD-FIELD-COUNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-FIELD-NAME(WS-SCAN-IDX) TRAILING))
                   TO WS-DRV-NAME-LEN
               IF WS-DRV-NAME-LEN > WS-DRV-BEST-LEN
                   AND WS-DRV-POS + WS-DRV-NAME-LEN - 1
                       <= WS-DRV-LEN
                   AND WS-DRV-EXPR(WS-DRV-POS:WS-DRV-NAME-LEN)
                       = FUNCTION TRIM(
                           WS-FIELD-NAME(WS-SCAN-IDX) TRAILING)
                   MOVE WS-DRV-NAME-LEN TO WS-DRV-BEST-LEN
                   MOVE WS-SCAN-IDX TO WS-DRV-SRC-FLD
               END-IF
           END-PERFORM
           ADD WS-DRV-BEST-LEN TO WS-DRV-POS.

      *> --------------------------------------------------------
      *> Files. Each side reads or writes the way its own schema
      *> says: TEXT through the LINE SEQUENTIAL FDs, BINARY through
      *> the CBL_ byte-stream routines. --certify opens no output.
      *> --------------------------------------------------------
       OPEN-FILES.
           IF WS-OLD-RECORD-MODE = 'BINARY'
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
           ELSE
               OPEN INPUT INPUT-FILE
               IF WS-INPUT-STATUS NOT = '00'
                   DISPLAY "ERROR: cannot open input file "
                           FUNCTION TRIM(WS-INPUT-FILE)
                   STOP RUN
               END-IF
           END-IF
           IF WS-CERTIFY = 'N'
               IF WS-NEW-RECORD-MODE = 'BINARY'
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
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY "ERROR: cannot create reject file "
                       FUNCTION TRIM(WS-REJECT-FILE)
               STOP RUN
           END-IF.

       CLOSE-FILES.
           IF WS-OLD-RECORD-MODE = 'BINARY'
               CALL "CBL_CLOSE_FILE" USING WS-BIN-IN-HANDLE
                   RETURNING WS-BIN-RC
           ELSE
               CLOSE INPUT-FILE
           END-IF
           IF WS-CERTIFY = 'N'
               IF WS-NEW-RECORD-MODE = 'BINARY'
                   CALL "CBL_CLOSE_FILE" USING WS-BIN-OUT-HANDLE
                       RETURNING WS-BIN-RC
               ELSE
                   CLOSE OUTPUT-FILE
               END-IF
           END-IF
           CLOSE REJECT-FILE.

      *> --------------------------------------------------------
      *> Record loop. Input is read one record ahead so the last
      *> record is known when it arrives: under an old
      *> GENERATE-TRAILER=Y layout it is the trailer, balanced
      *> against what was read instead of being migrated.
      *> --------------------------------------------------------
       MIGRATE-RECORDS.
           PERFORM READ-INPUT-RECORD
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               MOVE WS-READ-BUF TO WS-IN-BUF
               PERFORM READ-INPUT-RECORD
               PERFORM PREPARE-INPUT-IMAGE
               IF WS-INPUT-EOF = 'Y'
                   AND WS-OLD-TRAILER = 'Y'
                   AND WS-FIXED-LINE(1:3) = 'TRL'
                   PERFORM CHECK-INPUT-TRAILER
               ELSE
                   PERFORM RESTORE-BINARY-SLICES
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ACCUMULATE-OLD-TOTALS
                   PERFORM MIGRATE-RECORD
               END-IF
           END-PERFORM
           IF WS-OLD-TRAILER = 'Y' AND WS-TRL-STATUS = 'NONE'
               DISPLAY "WARNING: the old layout has GENERATE-TRAILER="
                       "Y but " FUNCTION TRIM(WS-INPUT-FILE)
                       " does not end with a TRL record"
               MOVE 'MISSING' TO WS-TRL-STATUS
               MOVE 'N' TO WS-TRL-OK
           END-IF.

       READ-INPUT-RECORD.
           IF WS-INPUT-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-READ-BUF
           IF WS-OLD-RECORD-MODE = 'BINARY'
               COMPUTE WS-BIN-REMAINING =
                   WS-BIN-IN-SIZE - WS-BIN-IN-OFFSET
               IF WS-BIN-REMAINING = 0
                   MOVE 'Y' TO WS-INPUT-EOF
                   EXIT PARAGRAPH
               END-IF
               IF WS-BIN-REMAINING < WS-OLD-RECORD-LEN
                   DISPLAY "WARNING: " WS-BIN-REMAINING " trailing "
                           "byte(s) of " FUNCTION TRIM(WS-INPUT-FILE)
                           " are not a whole " WS-OLD-RECORD-LEN
                           "-byte record - truncated transfer? "
                           "Fragment ignored."
                   MOVE 'Y' TO WS-INPUT-EOF
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OLD-RECORD-LEN TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-BIN-IN-HANDLE
                       WS-BIN-IN-OFFSET WS-BIN-COUNT WS-BIN-FLAGS
                       WS-READ-BUF
                   RETURNING WS-BIN-RC
               IF WS-BIN-RC NOT = 0
                   MOVE 'Y' TO WS-INPUT-EOF
                   EXIT PARAGRAPH
               END-IF
               ADD WS-OLD-RECORD-LEN TO WS-BIN-IN-OFFSET
           ELSE
               READ INPUT-FILE INTO WS-READ-BUF
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
               END-READ
           END-IF.

      *> The decoders work on ASCII: an EBCDIC record is
      *> translated whole here (a trailer is all text), and
      *> RESTORE-BINARY-SLICES puts the PACKED and BINARY bytes of
      *> a data record back as they were read.
       PREPARE-INPUT-IMAGE.
           MOVE WS-IN-BUF TO WS-FIXED-LINE
           IF WS-OLD-ENCODING = 'EBCDIC'
               PERFORM VARYING WS-XL-POS FROM 1 BY 1
                   UNTIL WS-XL-POS > WS-OLD-RECORD-LEN
                   COMPUTE WS-XL-V =
                       FUNCTION ORD(WS-FIXED-LINE(WS-XL-POS:1))
                   MOVE WS-E2A-TAB(WS-XL-V:1)
                       TO WS-FIXED-LINE(WS-XL-POS:1)
               END-PERFORM
           END-IF.

       RESTORE-BINARY-SLICES.
           IF WS-OLD-ENCODING NOT = 'EBCDIC'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-OLD-FIELD-COUNT
               IF WS-FIELD-TYPE(WS-FLD-IDX) = 'PACKED'
                   OR WS-FIELD-TYPE(WS-FLD-IDX) = 'BINARY'
                   MOVE WS-IN-BUF(WS-FIELD-START(WS-FLD-IDX):
                       WS-FIELD-LENGTH(WS-FLD-IDX))
                       TO WS-FIXED-LINE(WS-FIELD-START(WS-FLD-IDX):
                           WS-FIELD-LENGTH(WS-FLD-IDX))
               END-IF
           END-PERFORM.

      *> TOTAL=Y fields of the old layout, summed as read so the
      *> inbound trailer can be balanced.
       ACCUMULATE-OLD-TOTALS.
           IF WS-OLD-TRAILER NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-OLD-IDX) = 'Y'
                   SET WS-FLD-IDX TO WS-OLD-IDX
                   PERFORM DECODE-OLD-FIELD
                   IF WS-MIG-KIND = 'N'
                       COMPUTE WS-FIELD-ACCUM(WS-OLD-IDX) =
                           WS-FIELD-ACCUM(WS-OLD-IDX)
                           + FUNCTION NUMVAL(WS-MIG-VAL)
                   END-IF
               END-IF
           END-PERFORM.

      *> --------------------------------------------------------
      *> Balance the inbound trailer (CSV2COB's layout: 'TRL', a
      *> 9-digit record count, a 15-digit amount per TOTAL=Y field
      *> in schema order) against the records read. It is never
      *> carried across - the new layout gets its own trailer from
      *> the records actually migrated.
      *> --------------------------------------------------------
       CHECK-INPUT-TRAILER.
           MOVE 'BALANCED' TO WS-TRL-STATUS
           IF WS-FIXED-LINE(4:9) NOT NUMERIC
               DISPLAY "WARNING: trailer record count is not numeric"
               MOVE 'MISMATCH' TO WS-TRL-STATUS
           ELSE
               MOVE WS-FIXED-LINE(4:9) TO WS-TRL-COUNT
               IF WS-TRL-COUNT NOT = WS-READ-COUNT
                   DISPLAY "WARNING: trailer says " WS-TRL-COUNT
                           " record(s), " WS-READ-COUNT " were read"
                   MOVE 'MISMATCH' TO WS-TRL-STATUS
               END-IF
           END-IF
           MOVE 13 TO WS-TRL-OUT-POS
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-OLD-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-FLD-IDX) = 'Y'
                   MOVE WS-FIELD-ACCUM(WS-FLD-IDX) TO WS-ACCUM-WORK
                   PERFORM VARYING WS-TRL-CPOS FROM 1 BY 1
                       UNTIL WS-TRL-CPOS
                           > WS-FIELD-DECIMALS(WS-FLD-IDX)
                       MULTIPLY 10 BY WS-ACCUM-WORK
                   END-PERFORM
                   MOVE WS-ACCUM-WORK TO WS-TRL-AMT
                   IF WS-FIXED-LINE(WS-TRL-OUT-POS:15) NOT = WS-TRL-AMT
                       DISPLAY "WARNING: trailer total for "
                               FUNCTION TRIM(WS-FIELD-NAME(WS-FLD-IDX))
                               " is "
                               WS-FIXED-LINE(WS-TRL-OUT-POS:15)
                               ", the records read add up to "
                               WS-TRL-AMT
                       MOVE 'MISMATCH' TO WS-TRL-STATUS
                   END-IF
                   ADD 15 TO WS-TRL-OUT-POS
               END-IF
           END-PERFORM
           IF WS-TRL-STATUS NOT = 'BALANCED'
               MOVE 'N' TO WS-TRL-OK
           END-IF.

      *> --------------------------------------------------------
      *> Build one record in the new layout. Every new field is
      *> tried even after one fails, so the report counts all the
      *> problems in a record; the reject line names the first.
      *> --------------------------------------------------------
       MIGRATE-RECORD.
           MOVE 'N' TO WS-REJECTED
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REJECT-FIELD
           MOVE SPACES TO WS-REJECT-VALUE
           MOVE SPACES TO WS-OUTPUT-BUF
           PERFORM VARYING WS-NEW-IDX FROM WS-FIRST-NEW-FIELD BY 1
               UNTIL WS-NEW-IDX > WS-FIELD-COUNT
               PERFORM MIGRATE-ONE-FIELD
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-FIELD-COUNT
               IF WS-FIELD-MATCH(WS-OLD-IDX) = 0
                   PERFORM CHECK-DROPPED-FIELD
               END-IF
           END-PERFORM
           IF WS-REJECTED = 'Y'
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM ACCUMULATE-NEW-TOTALS
           IF WS-CERTIFY = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RECORD-LEN TO WS-CUR-RECORD-LEN
           IF WS-NEW-RECORD-MODE = 'BINARY'
               IF WS-NEW-ENCODING = 'EBCDIC'
                   PERFORM TRANSLATE-OUTPUT-TO-EBCDIC
               END-IF
               PERFORM WRITE-BINARY-OUTPUT-RECORD
           ELSE
               MOVE WS-OUTPUT-BUF(1:WS-NEW-RECORD-LEN)
                   TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF.

       MIGRATE-ONE-FIELD.
           MOVE SPACES TO WS-FLD-REASON
           MOVE '0' TO WS-MIG-TOT-VALS(WS-NEW-IDX)
           MOVE SPACES TO WS-MIG-VAL
           MOVE 'E' TO WS-MIG-KIND
           MOVE 'CSV' TO WS-MIG-SRC-TYPE
           MOVE 0 TO WS-MIG-SRC-FLD
           EVALUATE TRUE
               WHEN WS-FIELD-MATCH(WS-NEW-IDX) > 0
                   MOVE WS-FIELD-MATCH(WS-NEW-IDX) TO WS-MIG-SRC-FLD
                   SET WS-FLD-IDX TO WS-MIG-SRC-FLD
                   PERFORM DECODE-OLD-FIELD
               WHEN WS-FIELD-DERIVE(WS-NEW-IDX) NOT = SPACES
                   SET WS-FLD-IDX TO WS-NEW-IDX
                   PERFORM EVALUATE-DERIVE-EXPR
               WHEN WS-FIELD-DEFAULT-SET(WS-NEW-IDX) = 'Y'
                   SET WS-FLD-IDX TO WS-NEW-IDX
                   PERFORM LOAD-DEFAULT-VALUE
           END-EVALUATE
           IF WS-FLD-REASON = SPACES
               SET WS-FLD-IDX TO WS-NEW-IDX
               PERFORM ENCODE-NEW-FIELD
           END-IF
           IF WS-FLD-REASON = SPACES
               ADD 1 TO WS-FIELD-MIGRATED(WS-NEW-IDX)
           ELSE
               PERFORM COUNT-FIELD-FAILURE
           END-IF.

      *> Per-field tally for the report, and the record's reject
      *> reason if this is its first failing field.
       COUNT-FIELD-FAILURE.
           EVALUATE WS-FLD-REASON
               WHEN 'TRUNCATION'
                   ADD 1 TO WS-FIELD-TRUNC-CNT(WS-NEW-IDX)
               WHEN 'PRECISION-LOSS'
                   ADD 1 TO WS-FIELD-PREC-CNT(WS-NEW-IDX)
               WHEN 'SIGN-LOST'
                   ADD 1 TO WS-FIELD-SIGN-CNT(WS-NEW-IDX)
               WHEN OTHER
                   ADD 1 TO WS-FIELD-INVALID-CNT(WS-NEW-IDX)
           END-EVALUATE
           IF WS-REJECTED = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE WS-FLD-REASON TO WS-REJECT-REASON
               MOVE WS-FIELD-NAME(WS-NEW-IDX) TO WS-REJECT-FIELD
               MOVE WS-MIG-VAL TO WS-REJECT-VALUE
           END-IF.

      *> An old field the new layout leaves out may only go when
      *> it is empty (spaces, or a numeric zero) or named with
      *> --drop; either way the report counts the records whose
      *> data went with it.
       CHECK-DROPPED-FIELD.
           SET WS-FLD-IDX TO WS-OLD-IDX
           MOVE SPACES TO WS-FLD-REASON
           PERFORM DECODE-OLD-FIELD
           IF WS-FLD-REASON = SPACES
               IF WS-MIG-KIND = 'E'
                   EXIT PARAGRAPH
               END-IF
               IF WS-MIG-KIND = 'N'
                   IF FUNCTION NUMVAL(WS-MIG-VAL) = 0
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-FIELD-DROP-CNT(WS-OLD-IDX)
           IF WS-FIELD-DROP-OK(WS-OLD-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-REJECTED = 'N'
               MOVE 'Y' TO WS-REJECTED
               MOVE 'FIELD-DROPPED' TO WS-REJECT-REASON
               MOVE WS-FIELD-NAME(WS-OLD-IDX) TO WS-REJECT-FIELD
               MOVE WS-MIG-VAL TO WS-REJECT-VALUE
           END-IF.

       ACCUMULATE-NEW-TOTALS.
           PERFORM VARYING WS-NEW-IDX FROM WS-FIRST-NEW-FIELD BY 1
               UNTIL WS-NEW-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-NEW-IDX) = 'Y'
                   COMPUTE WS-FIELD-ACCUM(WS-NEW-IDX) =
                       WS-FIELD-ACCUM(WS-NEW-IDX)
                       + FUNCTION NUMVAL(WS-MIG-TOT-VALS(WS-NEW-IDX))
               END-IF
           END-PERFORM.

      *> Reason, the field that caused it, the input record number
      *> and the decoded value; a TEXT input also carries the
      *> record image so the reject file can be corrected and fed
      *> back in.
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
           IF WS-OLD-RECORD-MODE NOT = 'BINARY'
               STRING ': ' DELIMITED BY SIZE
                       WS-IN-BUF(1:WS-OLD-RECORD-LEN) DELIMITED BY SIZE
                   INTO REJECT-RECORD
                   WITH POINTER WS-RPT-PTR
           END-IF
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           EVALUATE WS-REJECT-REASON
               WHEN 'TRUNCATION'
                   ADD 1 TO WS-TRUNC-REJ-COUNT
               WHEN 'PRECISION-LOSS'
                   ADD 1 TO WS-PREC-REJ-COUNT
               WHEN 'SIGN-LOST'
                   ADD 1 TO WS-SIGN-REJ-COUNT
               WHEN 'INVALID-SOURCE'
                   ADD 1 TO WS-SOURCE-REJ-COUNT
               WHEN 'NOT-NUMERIC'
                   ADD 1 TO WS-NONNUM-REJ-COUNT
               WHEN 'INVALID-DATE'
                   ADD 1 TO WS-DATE-REJ-COUNT
               WHEN 'LOOKUP-NOT-FOUND'
                   ADD 1 TO WS-LOOKUP-REJ-COUNT
               WHEN 'FIELD-DROPPED'
                   ADD 1 TO WS-DROP-REJ-COUNT
           END-EVALUATE.

      *> --------------------------------------------------------
      *> Decode old field WS-FLD-IDX from WS-FIXED-LINE into
      *> WS-MIG-VAL / WS-MIG-KIND with COBCOMP's decoders. Bytes
      *> its TYPE= cannot hold (spaces or letters in a NUM, a bad
      *> packed nibble, an impossible date) are INVALID-SOURCE -
      *> they would not survive re-encoding either.
      *> --------------------------------------------------------
       DECODE-OLD-FIELD.
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
      *> Evaluate new field WS-FLD-IDX's DERIVE= into WS-MIG-VAL:
      *> quoted constants copy straight in; otherwise the old
      *> fields named are decoded and either summed left to
      *> right (numeric target) or joined with a single space
      *> between non-empty values (alpha target, '+' only).
      *> --------------------------------------------------------
       EVALUATE-DERIVE-EXPR.
           SET WS-DRV-TGT-NUM TO WS-FLD-IDX
           MOVE SPACES TO WS-MIG-VAL
           MOVE 'E' TO WS-MIG-KIND
           MOVE WS-FIELD-DERIVE(WS-FLD-IDX) TO WS-DRV-EXPR
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-DRV-EXPR TRAILING))
               TO WS-DRV-LEN
           IF WS-DRV-EXPR(1:1) = "'"
               IF WS-DRV-LEN > 2
                   MOVE WS-DRV-EXPR(2:WS-DRV-LEN - 2)
                       TO WS-MIG-VAL
                   MOVE 'A' TO WS-MIG-KIND
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DERIVE-NUMERIC-MODE
           MOVE 0 TO WS-DRV-NUM
           MOVE SPACES TO WS-DRV-TEXT
           MOVE 0 TO WS-DRV-TEXT-LEN
           MOVE '+' TO WS-DRV-OP
           MOVE 1 TO WS-DRV-POS
           PERFORM UNTIL WS-DRV-POS > WS-DRV-LEN
               OR WS-FLD-REASON NOT = SPACES
               PERFORM MATCH-DERIVE-OPERAND
               PERFORM APPLY-DERIVE-OPERAND
               IF WS-DRV-POS <= WS-DRV-LEN
                   MOVE WS-DRV-EXPR(WS-DRV-POS:1) TO WS-DRV-OP
                   ADD 1 TO WS-DRV-POS
               END-IF
           END-PERFORM
           SET WS-FLD-IDX TO WS-DRV-TGT-NUM
           MOVE 'CSV' TO WS-MIG-SRC-TYPE
           MOVE 0 TO WS-MIG-SRC-FLD
           IF WS-FLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DRV-IS-NUM = 'Y'
               PERFORM RENDER-DERIVE-NUMBER
               MOVE 'A' TO WS-MIG-KIND
           ELSE
               MOVE WS-DRV-TEXT TO WS-MIG-VAL
               IF WS-DRV-TEXT-LEN > 0
                   MOVE 'A' TO WS-MIG-KIND
               ELSE
                   MOVE 'E' TO WS-MIG-KIND
               END-IF
           END-IF.

       APPLY-DERIVE-OPERAND.
           SET WS-FLD-IDX TO WS-DRV-SRC-FLD
           PERFORM DECODE-OLD-FIELD
           SET WS-FLD-IDX TO WS-DRV-TGT-NUM
           IF WS-FLD-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MIG-VAL TO WS-DRV-VAL
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-DRV-VAL TRAILING))
               TO WS-DRV-VAL-LEN
           IF WS-DRV-IS-NUM = 'Y'
               MOVE 0 TO WS-DRV-OPND-NUM
               IF WS-MIG-KIND NOT = 'E'
                   IF WS-MIG-KIND NOT = 'N'
                       PERFORM SPLIT-NUMERIC-TEXT
                       IF WS-FLD-REASON NOT = SPACES
                           MOVE 'NOT-NUMERIC' TO WS-FLD-REASON
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   MOVE FUNCTION NUMVAL(
                       WS-DRV-VAL(1:WS-DRV-VAL-LEN))
                       TO WS-DRV-OPND-NUM
               END-IF
               EVALUATE WS-DRV-OP
                   WHEN '+'
                       ADD WS-DRV-OPND-NUM TO WS-DRV-NUM
                   WHEN '-'
                       SUBTRACT WS-DRV-OPND-NUM FROM WS-DRV-NUM
                   WHEN '*'
                       MULTIPLY WS-DRV-OPND-NUM BY WS-DRV-NUM
               END-EVALUATE
           ELSE
               IF WS-DRV-VAL-LEN > 0 AND WS-MIG-KIND NOT = 'E'
                   IF WS-DRV-TEXT-LEN > 0
                       AND WS-DRV-TEXT-LEN < 512
                       ADD 1 TO WS-DRV-TEXT-LEN
                   END-IF
                   IF WS-DRV-TEXT-LEN + WS-DRV-VAL-LEN <= 512
                       MOVE WS-DRV-VAL(1:WS-DRV-VAL-LEN)
                           TO WS-DRV-TEXT(WS-DRV-TEXT-LEN + 1:
                               WS-DRV-VAL-LEN)
                       ADD WS-DRV-VAL-LEN TO WS-DRV-TEXT-LEN
                   END-IF
               END-IF
           END-IF.

      *> Render the accumulator with exactly the target field's
      *> DECIMALS= places (extra precision from '*' is truncated,
      *> as CSV2COB does).
       RENDER-DERIVE-NUMBER.
           MOVE WS-DRV-NUM TO WS-DRV-ED
           MOVE FUNCTION TRIM(WS-DRV-ED LEADING) TO WS-DRV-TEXT
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-DRV-TEXT TRAILING))
               TO WS-DRV-TEXT-LEN
           COMPUTE WS-DRV-DOT = WS-DRV-TEXT-LEN - 4
           MOVE SPACES TO WS-MIG-VAL
           IF WS-FIELD-DECIMALS(WS-FLD-IDX) = 0
               MOVE WS-DRV-TEXT(1:WS-DRV-DOT - 1) TO WS-MIG-VAL
           ELSE
               MOVE WS-DRV-TEXT(1:WS-DRV-DOT
                   + WS-FIELD-DECIMALS(WS-FLD-IDX))
                   TO WS-MIG-VAL
           END-IF.

      *> --------------------------------------------------------
      *> Encode WS-MIG-VAL into new field WS-FLD-IDX of
      *> WS-OUTPUT-BUF. Nothing is ever cut to fit: a value the
      *> new TYPE=/LENGTH= cannot hold exactly sets WS-FLD-REASON
      *> (TRUNCATION, PRECISION-LOSS, SIGN-LOST, NOT-NUMERIC,
      *> INVALID-DATE or LOOKUP-NOT-FOUND) and leaves the field
      *> unwritten.
      *> --------------------------------------------------------
       ENCODE-NEW-FIELD.
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
      *> TYPE=LOOKUP. The stored (fixed-side) code is what
      *> migrates: copied as-is when both layouts use the same
      *> TABLE=, otherwise carried through the old table to its
      *> CSV code and back out through the new one. A DERIVE= or
      *> DEFAULT= value is a CSV code, as it would be for CSV2COB;
      *> any other source must already be a code of the new table.
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
      *> fraction digits and judged against the new field before
      *> anything is written: a negative into unsigned NUM/DECIMAL
      *> is SIGN-LOST, more significant fraction digits than
      *> DECIMALS= is PRECISION-LOSS, more integer digits than
      *> the field holds is TRUNCATION. What passes is handed to
      *> CSV2COB's encoder for the TYPE= as a plain CSV number.
      *> A date migrating to a number becomes its YYYYMMDD digits.
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
      *> ENCODING=EBCDIC on the new side - translate the record,
      *> then put the PACKED and BINARY slices back untranslated.
      *> --------------------------------------------------------
       TRANSLATE-OUTPUT-TO-EBCDIC.
           MOVE WS-OUTPUT-BUF(1:WS-CUR-RECORD-LEN)
               TO WS-EBC-SAVE(1:WS-CUR-RECORD-LEN)
           PERFORM TRANSLATE-BUFFER-A2E
           PERFORM VARYING WS-FLD-IDX FROM WS-FIRST-NEW-FIELD BY 1
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

      *> --------------------------------------------------------
      *> New-layout trailer - CSV2COB's GENERATE-OUTPUT-TRAILER
      *> record built from the records migrated and the new
      *> layout's TOTAL=Y fields.
      *> --------------------------------------------------------
       GENERATE-OUTPUT-TRAILER.
           MOVE SPACES TO WS-OUTPUT-BUF
           MOVE 'TRL' TO WS-OUTPUT-BUF(1:3)
           MOVE WS-WRITTEN-COUNT TO WS-OUTPUT-BUF(4:9)
           MOVE 13 TO WS-TRL-OUT-POS
           PERFORM VARYING WS-FLD-IDX FROM WS-FIRST-NEW-FIELD BY 1
               UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FIELD-TOTAL(WS-FLD-IDX) = 'Y'
                   MOVE WS-FIELD-ACCUM(WS-FLD-IDX) TO WS-ACCUM-WORK
                   PERFORM VARYING WS-TRL-CPOS FROM 1 BY 1
                       UNTIL WS-TRL-CPOS
                           > WS-FIELD-DECIMALS(WS-FLD-IDX)
                       MULTIPLY 10 BY WS-ACCUM-WORK
                   END-PERFORM
                   MOVE WS-ACCUM-WORK TO WS-TRL-AMT
                   MOVE WS-TRL-AMT
                       TO WS-OUTPUT-BUF(WS-TRL-OUT-POS:15)
                   ADD 15 TO WS-TRL-OUT-POS
               END-IF
           END-PERFORM
           COMPUTE WS-TRL-NEEDED = WS-TRL-OUT-POS - 1
           IF WS-NEW-RECORD-MODE = 'BINARY'
               IF WS-TRL-NEEDED > WS-NEW-RECORD-LEN
                   DISPLAY "ERROR: generated trailer needs "
                           WS-TRL-NEEDED " byte(s), record length is "
                           WS-NEW-RECORD-LEN
                   MOVE 'TOO-LONG' TO WS-TRL-OUT-STATUS
                   MOVE 'N' TO WS-TRL-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-RECORD-LEN TO WS-CUR-RECORD-LEN
               IF WS-NEW-ENCODING = 'EBCDIC'
      *> The trailer is pure text - no packed slices to put back.
                   PERFORM TRANSLATE-BUFFER-A2E
               END-IF
               PERFORM WRITE-BINARY-OUTPUT-RECORD
           ELSE
               IF WS-TRL-NEEDED < WS-NEW-RECORD-LEN
                   MOVE WS-NEW-RECORD-LEN TO WS-TRL-NEEDED
               END-IF
               MOVE WS-OUTPUT-BUF(1:WS-TRL-NEEDED) TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE 'WRITTEN' TO WS-TRL-OUT-STATUS.

      *> --------------------------------------------------------
      *> Migration report - one line per new-layout field saying
      *> where its value came from and how each record fared,
      *> then the old fields the new layout drops, then the run
      *> totals. A clean --certify report (nothing truncated,
      *> rounded, unsigned, invalid or dropped with data) is the
      *> sign-off that the conversion is safe to run for real.
      *> --------------------------------------------------------
       WRITE-MIGRATION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "WARNING: cannot write migration report "
                       FUNCTION TRIM(WS-REPORT-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLD_SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLD-SCHEMA-FILE) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW_SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-SCHEMA-FILE) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'INPUT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'OLD_RECORD_LENGTH=' DELIMITED BY SIZE
                   WS-OLD-RECORD-LEN DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'NEW_RECORD_LENGTH=' DELIMITED BY SIZE
                   WS-NEW-RECORD-LEN DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-NEW-IDX FROM WS-FIRST-NEW-FIELD BY 1
               UNTIL WS-NEW-IDX > WS-FIELD-COUNT
               PERFORM WRITE-REPORT-NEW-FIELD
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-FIELD-COUNT
               IF WS-FIELD-MATCH(WS-OLD-IDX) = 0
                   PERFORM WRITE-REPORT-DROPPED-FIELD
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           STRING 'INPUT_ROWS=' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_WRITTEN=' DELIMITED BY SIZE
                   WS-WRITTEN-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_REJECTED=' DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TRAILER_IN=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRL-STATUS) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'TRAILER_OUT=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRL-OUT-STATUS) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'CERTIFY_ONLY=' DELIMITED BY SIZE
                   WS-CERTIFY DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *> FIELD=name ACTION=... OLD=... NEW=... and the counts.
      *> COPIED is an identical definition, MOVED the same one at
      *> a new START=, RESIZED the same TYPE= with a new LENGTH=,
      *> DECIMALS=, FORMAT= or TABLE=, RETYPED a new TYPE=.
       WRITE-REPORT-NEW-FIELD.
           MOVE SPACES TO WS-OLD-DESC
           MOVE WS-FIELD-MATCH(WS-NEW-IDX) TO WS-OLD-IDX
           EVALUATE TRUE
               WHEN WS-OLD-IDX > 0
                   SET WS-FLD-IDX TO WS-OLD-IDX
                   PERFORM DESCRIBE-FIELD-LAYOUT
                   MOVE WS-LAYOUT-DESC TO WS-OLD-DESC
                   IF WS-FIELD-TYPE(WS-OLD-IDX)
                           = WS-FIELD-TYPE(WS-NEW-IDX)
                       AND WS-FIELD-LENGTH(WS-OLD-IDX)
                           = WS-FIELD-LENGTH(WS-NEW-IDX)
                       AND WS-FIELD-DECIMALS(WS-OLD-IDX)
                           = WS-FIELD-DECIMALS(WS-NEW-IDX)
                       AND WS-FIELD-FORMAT(WS-OLD-IDX)
                           = WS-FIELD-FORMAT(WS-NEW-IDX)
                       AND WS-FIELD-TABLE(WS-OLD-IDX)
                           = WS-FIELD-TABLE(WS-NEW-IDX)
                       IF WS-FIELD-START(WS-OLD-IDX)
                           = WS-FIELD-START(WS-NEW-IDX)
                           MOVE 'COPIED' TO WS-FIELD-ACTION
                       ELSE
                           MOVE 'MOVED' TO WS-FIELD-ACTION
                       END-IF
                   ELSE
                       IF WS-FIELD-TYPE(WS-OLD-IDX)
                           = WS-FIELD-TYPE(WS-NEW-IDX)
                           MOVE 'RESIZED' TO WS-FIELD-ACTION
                       ELSE
                           MOVE 'RETYPED' TO WS-FIELD-ACTION
                       END-IF
                   END-IF
               WHEN WS-FIELD-DERIVE(WS-NEW-IDX) NOT = SPACES
                   MOVE 'DERIVED' TO WS-FIELD-ACTION
                   MOVE WS-FIELD-DERIVE(WS-NEW-IDX) TO WS-OLD-DESC
               WHEN WS-FIELD-DEFAULT-SET(WS-NEW-IDX) = 'Y'
                   MOVE 'DEFAULTED' TO WS-FIELD-ACTION
                   MOVE WS-FIELD-DEFAULT(WS-NEW-IDX) TO WS-OLD-DESC
               WHEN OTHER
                   MOVE 'INITIALIZED' TO WS-FIELD-ACTION
                   MOVE '-' TO WS-OLD-DESC
           END-EVALUATE
           SET WS-FLD-IDX TO WS-NEW-IDX
           PERFORM DESCRIBE-FIELD-LAYOUT
           MOVE WS-LAYOUT-DESC TO WS-NEW-DESC
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIELD=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-NAME(WS-NEW-IDX))
                       DELIMITED BY SIZE
                   ' ACTION=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-ACTION) DELIMITED BY SIZE
                   ' OLD=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLD-DESC) DELIMITED BY SIZE
                   ' NEW=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-DESC) DELIMITED BY SIZE
                   ' MIGRATED=' DELIMITED BY SIZE
                   WS-FIELD-MIGRATED(WS-NEW-IDX) DELIMITED BY SIZE
                   ' TRUNCATED=' DELIMITED BY SIZE
                   WS-FIELD-TRUNC-CNT(WS-NEW-IDX) DELIMITED BY SIZE
                   ' PRECISION_LOST=' DELIMITED BY SIZE
                   WS-FIELD-PREC-CNT(WS-NEW-IDX) DELIMITED BY SIZE
                   ' SIGN_LOST=' DELIMITED BY SIZE
                   WS-FIELD-SIGN-CNT(WS-NEW-IDX) DELIMITED BY SIZE
                   ' INVALID=' DELIMITED BY SIZE
                   WS-FIELD-INVALID-CNT(WS-NEW-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-DROPPED-FIELD.
           SET WS-FLD-IDX TO WS-OLD-IDX
           PERFORM DESCRIBE-FIELD-LAYOUT
           IF WS-FIELD-DROP-OK(WS-OLD-IDX) = 'Y'
               MOVE 'DROPPED' TO WS-FIELD-ACTION
           ELSE
               MOVE 'NOT-CARRIED' TO WS-FIELD-ACTION
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIELD=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-NAME(WS-OLD-IDX))
                       DELIMITED BY SIZE
                   ' ACTION=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FIELD-ACTION) DELIMITED BY SIZE
                   ' OLD=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LAYOUT-DESC) DELIMITED BY SIZE
                   ' NEW=- DROPPED_WITH_DATA=' DELIMITED BY SIZE
                   WS-FIELD-DROP-CNT(WS-OLD-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> TYPE(start:length) plus ,decimals / ,FORMAT / ,TABLE
      *> where the type has one.
       DESCRIBE-FIELD-LAYOUT.
           MOVE SPACES TO WS-LAYOUT-DESC
           MOVE 1 TO WS-DESC-PTR
           STRING FUNCTION TRIM(WS-FIELD-TYPE(WS-FLD-IDX))
                       DELIMITED BY SIZE
                   '(' DELIMITED BY SIZE
               INTO WS-LAYOUT-DESC
               WITH POINTER WS-DESC-PTR
           MOVE WS-FIELD-START(WS-FLD-IDX) TO WS-ED-NUM
           STRING FUNCTION TRIM(WS-ED-NUM) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
               INTO WS-LAYOUT-DESC
               WITH POINTER WS-DESC-PTR
           MOVE WS-FIELD-LENGTH(WS-FLD-IDX) TO WS-ED-NUM
           STRING FUNCTION TRIM(WS-ED-NUM) DELIMITED BY SIZE
               INTO WS-LAYOUT-DESC
               WITH POINTER WS-DESC-PTR
           EVALUATE WS-FIELD-TYPE(WS-FLD-IDX)
               WHEN 'DECIMAL'
               WHEN 'SIGNED-DECIMAL'
               WHEN 'PACKED'
               WHEN 'BINARY'
                   MOVE WS-FIELD-DECIMALS(WS-FLD-IDX) TO WS-ED-NUM
                   STRING ',' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ED-NUM) DELIMITED BY SIZE
                       INTO WS-LAYOUT-DESC
                       WITH POINTER WS-DESC-PTR
               WHEN 'DATE'
                   STRING ',' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIELD-FORMAT(WS-FLD-IDX))
                               DELIMITED BY SIZE
                       INTO WS-LAYOUT-DESC
                       WITH POINTER WS-DESC-PTR
               WHEN 'LOOKUP'
                   STRING ',' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-FIELD-TABLE(WS-FLD-IDX))
                               DELIMITED BY SIZE
                       INTO WS-LAYOUT-DESC
                       WITH POINTER WS-DESC-PTR
           END-EVALUATE
           STRING ')' DELIMITED BY SIZE
               INTO WS-LAYOUT-DESC
               WITH POINTER WS-DESC-PTR.

      *> --------------------------------------------------------
      *> Control-report file - one line per statistic, for batch
      *> monitoring/audit tooling to pick up after each run.
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
           STRING 'OLD_SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLD-SCHEMA-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'NEW_SCHEMA_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-SCHEMA-FILE) DELIMITED BY SIZE
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
           STRING 'REJECT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REPORT_FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REPORT-FILE) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECORD_LENGTH=' DELIMITED BY SIZE
                   WS-NEW-RECORD-LEN DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'INPUT_ROWS=' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
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
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_TRUNCATION=' DELIMITED BY SIZE
                   WS-TRUNC-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_PRECISION_LOSS=' DELIMITED BY SIZE
                   WS-PREC-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_SIGN_LOST=' DELIMITED BY SIZE
                   WS-SIGN-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_INVALID_SOURCE=' DELIMITED BY SIZE
                   WS-SOURCE-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_NOT_NUMERIC=' DELIMITED BY SIZE
                   WS-NONNUM-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_INVALID_DATE=' DELIMITED BY SIZE
                   WS-DATE-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_LOOKUP_NOT_FOUND=' DELIMITED BY SIZE
                   WS-LOOKUP-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'REJECTED_FIELD_DROPPED=' DELIMITED BY SIZE
                   WS-DROP-REJ-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           PERFORM VARYING WS-FLD-IDX FROM WS-FIRST-NEW-FIELD BY 1
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
           MOVE SPACES TO CONTROL-RECORD
           STRING 'TRAILER_STATUS=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRL-STATUS) DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING 'CERTIFY_ONLY=' DELIMITED BY SIZE
                   WS-CERTIFY DELIMITED BY SIZE
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
