               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO DYNAMIC WS-LKP-CUR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKP-STATUS.
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(1200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD            PIC X(315).

       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD             PIC X(256).

       01  WS-DELIMITER              PIC X VALUE ','.
       01  WS-DELIMITER-SET          PIC X VALUE 'N'.

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
           05  WS-HIST-PROGRAM       PIC X(8) VALUE 'COBRECON'.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-SCHEMA        PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-INPUT         PIC X(80).
           05  FILLER                PIC X VALUE SPACE.
           05  WS-HIST-STAT          PIC X(128).
       01  WS-HIST-TS                PIC X(21) VALUE SPACES.

      *> --- Command line parsing ---
       01  WS-CMDLINE                PIC X(1024) VALUE SPACES.
       01  WS-CMD-POS                PIC 9(5) VALUE 1.
                   MOVE '-hl ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:15) = '--trailer-lines'
                   MOVE '-tl ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:9) = '--history'
                   MOVE '-hf ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:11) = '--delimiter'
                   MOVE '-d  ' TO WS-LAST-FLAG
               WHEN WS-CMD-TOKEN(1:2) = '-d'
                       TO WS-TRAILER-LINES
                   MOVE 'Y' TO WS-TRAILER-LINES-SET
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-hf '
                   MOVE FUNCTION TRIM(WS-CMD-TOKEN)
                       TO WS-HISTORY-FILE
                   MOVE SPACES TO WS-LAST-FLAG
               WHEN WS-LAST-FLAG = '-d  '
                   MOVE WS-CMD-TOKEN(1:1) TO WS-DELIMITER
                   MOVE 'Y' TO WS-DELIMITER-SET
                   "(default 1)"
           DISPLAY "  --trailer-lines N    CSV trailer lines to skip "
                   "(default 0; may also be set in the schema)"
           DISPLAY "  --history FILE       Also append the summary to "
                   "the shared run-history FILE (for COBTREND)"
           DISPLAY "  -d, --delimiter      Field delimiter "
                   "(default ',' or the schema's DELIMITER=)".

      *> the nightly job can parse both the same way.
      *> --------------------------------------------------------
       WRITE-SUMMARY.
           PERFORM OPEN-RUN-HISTORY
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_COMPARED=' DELIMITED BY SIZE
                   WS-RECORDS-COMPARED DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_MATCHED=' DELIMITED BY SIZE
                   WS-RECORDS-MATCHED DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'RECORDS_MISMATCHED=' DELIMITED BY SIZE
                   WS-RECORDS-MISMATCHED DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIELD_MISMATCHES=' DELIMITED BY SIZE
                   WS-FIELD-MISMATCHES DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'CSV_ONLY_RECORDS=' DELIMITED BY SIZE
                   WS-CSV-ONLY-RECORDS DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIXED_ONLY_RECORDS=' DELIMITED BY SIZE
                   WS-FIXED-ONLY-RECORDS DELIMITED BY SIZE
               INTO REPORT-RECORD
           PERFORM WRITE-SUMMARY-LINE
           PERFORM CLOSE-RUN-HISTORY.

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
           MOVE FUNCTION CURRENT-DATE TO WS-HIST-TS
           MOVE WS-HIST-TS(1:8) TO WS-HIST-DATE
           MOVE WS-HIST-TS(9:6) TO WS-HIST-TIME
           MOVE WS-SCHEMA-FILE TO WS-HIST-SCHEMA
           MOVE WS-CSV-FILE TO WS-HIST-INPUT.

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

