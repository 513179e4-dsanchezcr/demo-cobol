       IDENTIFICATION DIVISION.
       PROGRAM-ID. TraceTransaction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'trace.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT IdListFile ASSIGN TO DYNAMIC WS-IDLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDLIST-FILE-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ReportFile ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SortFile ASSIGN TO 'trace.sortwork'.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParmRecord            PIC X(80).

       FD  IdListFile.
       01  IdListRecord          PIC X(80).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       FD  ReportFile.
       01  ReportRecord          PIC X(132).

       SD  SortFile.
       01  SortRecord.
           05  SORT-TX-ID          PIC X(10).
           05  SORT-EVENT-DATE     PIC X(10).
           05  SORT-EVENT-TIME     PIC X(6).
           05  SORT-SEQ            PIC 9(7).
           05  SORT-PROGRAM        PIC X(20).
           05  SORT-EVENT          PIC X(16).
           05  SORT-OPERATOR       PIC X(8).
           05  SORT-AMOUNT         PIC X(10).
           05  SORT-DETAIL         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-GROUP-CAPACITY   PIC 9(3) VALUE 500.

       01  WS-RUN-PARAMETERS.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-IDLIST-FILENAME  PIC X(60) VALUE SPACES.
           05  WS-DATE-FROM        PIC X(10) VALUE SPACES.
           05  WS-DATE-TO          PIC X(10) VALUE SPACES.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-PARM-EQUAL-POS   PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-IDLIST-FILE-STATUS   PIC XX.
           05  WS-JOURNAL-FILE-STATUS  PIC XX.
           05  WS-REPORT-FILE-STATUS   PIC XX.

       01  WS-COUNTERS.
           05  WS-ID-COUNT         PIC 9(3) VALUE 0.
           05  WS-JOURNAL-READ     PIC 9(7) VALUE 0.
           05  WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-TRACED-COUNT     PIC 9(5) VALUE 0.
           05  WS-EVENT-PRINTED    PIC 9(7) VALUE 0.
           05  WS-GAP-TX-COUNT     PIC 9(5) VALUE 0.
           05  WS-GAP-COUNT        PIC 9(5) VALUE 0.
           05  WS-NOT-FOUND-COUNT  PIC 9(3) VALUE 0.
           05  WS-LOOP-INDEX       PIC 9(3) VALUE 0.
           05  WS-GROUP-INDEX      PIC 9(3) VALUE 0.

       01  WS-FLAGS.
           05  WS-ID-MATCHED       PIC X VALUE 'N'.
           05  WS-HEADER-SKIPPED   PIC X VALUE 'N'.
           05  WS-SORT-EOF         PIC X VALUE 'N'.
           05  WS-GROUP-IN-RANGE   PIC X VALUE 'N'.
           05  WS-GROUP-OVERFLOW   PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-FROM-NUM         PIC 9(8) VALUE 0.
           05  WS-TO-NUM           PIC 9(8) VALUE 99999999.
           05  WS-EVENT-DATE-NUM   PIC 9(8).

       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 500 TIMES.
               10  INQ-ID          PIC X(10).
               10  INQ-FOUND       PIC X.

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-FIELD OCCURS 8 TIMES PIC X(40).
           05  WS-JRNL-FIELD-NO    PIC 9(2).
           05  WS-JRNL-POS         PIC 9(3).
           05  WS-JRNL-FIELD-START PIC 9(3).
           05  WS-JRNL-FIELD-LENGTH PIC 9(3).

       01  WS-GROUP-TABLE.
           05  WS-GROUP-TX-ID      PIC X(10) VALUE SPACES.
           05  WS-GROUP-COUNT      PIC 9(3) VALUE 0.
           05  WS-GROUP-ENTRY OCCURS 500 TIMES.
               10  GRP-DATE        PIC X(10).
               10  GRP-TIME        PIC X(6).
               10  GRP-PROGRAM     PIC X(20).
               10  GRP-EVENT       PIC X(16).
               10  GRP-OPERATOR    PIC X(8).
               10  GRP-AMOUNT      PIC X(10).
               10  GRP-DETAIL      PIC X(40).

       01  WS-LIFECYCLE-STATE.
           05  WS-STATE-FLAGGED    PIC X.
           05  WS-STATE-HELD       PIC X.
           05  WS-STATE-HOLD-OPEN  PIC X.
           05  WS-STATE-AWAIT-2ND  PIC X.
           05  WS-STATE-RELEASED   PIC X.
           05  WS-STATE-ACK-OPEN   PIC X.
           05  WS-STATE-ACKED      PIC X.
           05  WS-STATE-MISMATCH   PIC X.
           05  WS-STATE-REJ-OPEN   PIC X.
           05  WS-STATE-STILL-BAD  PIC X.
           05  WS-STATE-ARCHIVED   PIC X.
           05  WS-LAST-HELD-DATE   PIC X(10).
           05  WS-LAST-RELEASE-DATE PIC X(10).
           05  WS-TX-GAP-COUNT     PIC 9(3).
           05  WS-GAP-TEXT         PIC X(80).

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-FILENAME  PIC X(40).
           05  WS-TIME-DISP        PIC X(8).

       01  WS-WORK-FIELDS.
           05  WS-COMMA-POS1       PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TRACE-JOURNAL
           PERFORM 4000-REPORT-MISSING-IDS
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 9000-CLEANUP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Transaction Lifecycle Trace"
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM 1200-LOAD-ID-LIST-FILE
           PERFORM 1300-RESOLVE-DATE-RANGE
           IF WS-ID-COUNT = 0 AND WS-DATE-FROM = SPACES
              AND WS-DATE-TO = SPACES
               DISPLAY "Error: no search criteria - name at least "
                   "one TRANSACTION-ID, an ID-LIST-FILE, or a "
                   "DATE-FROM/DATE-TO range"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JournalFile
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY "Error: lifecycle journal not found: "
                   WS-JOURNAL-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JournalFile
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING 'transaction_trace_' DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT ReportFile
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY "Error: cannot open report file - status "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-WRITE-REPORT-HEADER.

       1100-READ-PARAMETERS.
           OPEN INPUT ParameterFile
           IF WS-PARM-FILE-STATUS = '00'
               PERFORM UNTIL WS-PARM-FILE-STATUS NOT = '00'
                   READ ParameterFile INTO ParmRecord
                   IF WS-PARM-FILE-STATUS = '00'
                       PERFORM 1110-APPLY-PARAMETER
                   END-IF
               END-PERFORM
               CLOSE ParameterFile
           ELSE
               DISPLAY "No parameter file found - using defaults"
           END-IF.

       1110-APPLY-PARAMETER.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           PERFORM VARYING WS-PARM-EQUAL-POS FROM 1 BY 1
               UNTIL WS-PARM-EQUAL-POS > 80
                  OR ParmRecord(WS-PARM-EQUAL-POS:1) = '='
           END-PERFORM

           IF WS-PARM-EQUAL-POS <= 80
               MOVE ParmRecord(1:WS-PARM-EQUAL-POS - 1) TO WS-PARM-KEY
               IF WS-PARM-EQUAL-POS < 80
                   MOVE ParmRecord(WS-PARM-EQUAL-POS + 1 :
                           80 - WS-PARM-EQUAL-POS)
                       TO WS-PARM-VALUE
               END-IF

               EVALUATE WS-PARM-KEY
                   WHEN "TRANSACTION-ID"
                       PERFORM 1120-STORE-INQUIRY-ID
                   WHEN "ID-LIST-FILE"
                       MOVE WS-PARM-VALUE TO WS-IDLIST-FILENAME
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "DATE-FROM"
                       MOVE WS-PARM-VALUE(1:10) TO WS-DATE-FROM
                   WHEN "DATE-TO"
                       MOVE WS-PARM-VALUE(1:10) TO WS-DATE-TO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1120-STORE-INQUIRY-ID.
           IF WS-PARM-VALUE = SPACES
               CONTINUE
           ELSE
               IF WS-ID-COUNT >= 500
                   DISPLAY "Warning: trace ID table full - "
                       "skipped: " WS-PARM-VALUE
               ELSE
                   ADD 1 TO WS-ID-COUNT
                   MOVE WS-PARM-VALUE(1:10) TO INQ-ID(WS-ID-COUNT)
                   MOVE 'N' TO INQ-FOUND(WS-ID-COUNT)
               END-IF
           END-IF.

       1200-LOAD-ID-LIST-FILE.
           IF WS-IDLIST-FILENAME = SPACES
               CONTINUE
           ELSE
               OPEN INPUT IdListFile
               IF WS-IDLIST-FILE-STATUS = '00'
                   PERFORM UNTIL WS-IDLIST-FILE-STATUS NOT = '00'
                       READ IdListFile INTO IdListRecord
                       IF WS-IDLIST-FILE-STATUS = '00'
                          AND IdListRecord NOT = SPACES
                          AND IdListRecord(1:13)
                              NOT = "TransactionID"
                           MOVE IdListRecord(1:60) TO WS-PARM-VALUE
                           PERFORM 1210-TRIM-LIST-ENTRY
                           PERFORM 1120-STORE-INQUIRY-ID
                       END-IF
                   END-PERFORM
                   CLOSE IdListFile
               ELSE
                   DISPLAY "Warning: ID list file not found: "
                       WS-IDLIST-FILENAME
               END-IF
           END-IF.

       1210-TRIM-LIST-ENTRY.
           PERFORM VARYING WS-COMMA-POS1 FROM 1 BY 1
               UNTIL WS-COMMA-POS1 > 60
                  OR WS-PARM-VALUE(WS-COMMA-POS1:1) = ','
           END-PERFORM
           IF WS-COMMA-POS1 <= 60
               MOVE SPACES
                   TO WS-PARM-VALUE(WS-COMMA-POS1:
                       61 - WS-COMMA-POS1)
           END-IF.

       1300-RESOLVE-DATE-RANGE.
           IF WS-DATE-FROM(5:1) = '-' AND WS-DATE-FROM(8:1) = '-'
              AND WS-DATE-FROM(1:4) NUMERIC
              AND WS-DATE-FROM(6:2) NUMERIC
              AND WS-DATE-FROM(9:2) NUMERIC
               MOVE WS-DATE-FROM(1:4) TO WS-FROM-NUM(1:4)
               MOVE WS-DATE-FROM(6:2) TO WS-FROM-NUM(5:2)
               MOVE WS-DATE-FROM(9:2) TO WS-FROM-NUM(7:2)
           ELSE
               IF WS-DATE-FROM NOT = SPACES
                   DISPLAY "Warning: unusable DATE-FROM ignored: "
                       WS-DATE-FROM
                   MOVE SPACES TO WS-DATE-FROM
               END-IF
           END-IF
           IF WS-DATE-TO(5:1) = '-' AND WS-DATE-TO(8:1) = '-'
              AND WS-DATE-TO(1:4) NUMERIC
              AND WS-DATE-TO(6:2) NUMERIC
              AND WS-DATE-TO(9:2) NUMERIC
               MOVE WS-DATE-TO(1:4) TO WS-TO-NUM(1:4)
               MOVE WS-DATE-TO(6:2) TO WS-TO-NUM(5:2)
               MOVE WS-DATE-TO(9:2) TO WS-TO-NUM(7:2)
           ELSE
               IF WS-DATE-TO NOT = SPACES
                   DISPLAY "Warning: unusable DATE-TO ignored: "
                       WS-DATE-TO
                   MOVE SPACES TO WS-DATE-TO
               END-IF
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE "Transaction Lifecycle Trace Report" TO ReportRecord
           WRITE ReportRecord
           MOVE "======================================"
               TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           STRING "Report Date: " DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  " | Journal: " DELIMITED BY SIZE
                  WS-JOURNAL-FILENAME DELIMITED BY SPACE
                  INTO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           STRING "Transaction IDs requested: " DELIMITED BY SIZE
                  WS-ID-COUNT DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           IF WS-DATE-FROM NOT = SPACES OR WS-DATE-TO NOT = SPACES
               MOVE SPACES TO ReportRecord
               STRING "Activity range: " DELIMITED BY SIZE
                      WS-DATE-FROM DELIMITED BY SIZE
                      " through " DELIMITED BY SIZE
                      WS-DATE-TO DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
           END-IF
           MOVE " " TO ReportRecord
           WRITE ReportRecord.

       2000-TRACE-JOURNAL.
           SORT SortFile
               ON ASCENDING KEY SORT-TX-ID SORT-EVENT-DATE
                                SORT-EVENT-TIME SORT-SEQ
               INPUT PROCEDURE IS 2100-RELEASE-JOURNAL-EVENTS
               OUTPUT PROCEDURE IS 3000-RETURN-TRACE-EVENTS.

       2100-RELEASE-JOURNAL-EVENTS.
           OPEN INPUT JournalFile
           MOVE 'N' TO WS-HEADER-SKIPPED
           PERFORM UNTIL WS-JOURNAL-FILE-STATUS NOT = '00'
               READ JournalFile INTO JournalRecord
               IF WS-JOURNAL-FILE-STATUS = '00'
                  AND JournalRecord NOT = SPACES
                   IF JournalRecord(1:13) = "TransactionID"
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 2110-PARSE-JOURNAL-RECORD
                       PERFORM 2130-CHECK-ID-SELECTED
                       IF WS-ID-MATCHED = 'Y'
                           PERFORM 2140-RELEASE-ONE-EVENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JournalFile
           DISPLAY "Journal events read: " WS-JOURNAL-READ.

       2110-PARSE-JOURNAL-RECORD.
           MOVE SPACES TO WS-JOURNAL-FIELDS
           MOVE 1 TO WS-JRNL-FIELD-NO
           MOVE 1 TO WS-JRNL-FIELD-START
           PERFORM VARYING WS-JRNL-POS FROM 1 BY 1
               UNTIL WS-JRNL-POS > 132
               IF JournalRecord(WS-JRNL-POS:1) = ','
                  AND WS-JRNL-FIELD-NO < 8
                   PERFORM 2120-TAKE-JOURNAL-FIELD
                   ADD 1 TO WS-JRNL-FIELD-NO
                   COMPUTE WS-JRNL-FIELD-START = WS-JRNL-POS + 1
               END-IF
           END-PERFORM
           PERFORM 2120-TAKE-JOURNAL-FIELD.

       2120-TAKE-JOURNAL-FIELD.
           COMPUTE WS-JRNL-FIELD-LENGTH =
               WS-JRNL-POS - WS-JRNL-FIELD-START
           IF WS-JRNL-FIELD-LENGTH > 40
               MOVE 40 TO WS-JRNL-FIELD-LENGTH
           END-IF
           IF WS-JRNL-FIELD-LENGTH > 0
               MOVE JournalRecord(WS-JRNL-FIELD-START:
                       WS-JRNL-FIELD-LENGTH)
                   TO WS-JRNL-FIELD(WS-JRNL-FIELD-NO)
           END-IF.

       2130-CHECK-ID-SELECTED.
           IF WS-ID-COUNT = 0
               MOVE 'Y' TO WS-ID-MATCHED
           ELSE
               MOVE 'N' TO WS-ID-MATCHED
               PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOP-INDEX > WS-ID-COUNT
                      OR WS-ID-MATCHED = 'Y'
                   IF INQ-ID(WS-LOOP-INDEX) = WS-JRNL-FIELD(1)(1:10)
                       MOVE 'Y' TO WS-ID-MATCHED
                   END-IF
               END-PERFORM
           END-IF.

       2140-RELEASE-ONE-EVENT.
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-JRNL-FIELD(1) TO SORT-TX-ID
           MOVE WS-JRNL-FIELD(2) TO SORT-EVENT-DATE
           MOVE WS-JRNL-FIELD(3) TO SORT-EVENT-TIME
           MOVE WS-JOURNAL-READ TO SORT-SEQ
           MOVE WS-JRNL-FIELD(4) TO SORT-PROGRAM
           MOVE WS-JRNL-FIELD(5) TO SORT-EVENT
           MOVE WS-JRNL-FIELD(6) TO SORT-OPERATOR
           MOVE WS-JRNL-FIELD(7) TO SORT-AMOUNT
           MOVE WS-JRNL-FIELD(8) TO SORT-DETAIL
           RELEASE SortRecord.

       3000-RETURN-TRACE-EVENTS.
           MOVE SPACES TO WS-GROUP-TX-ID
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-IN-RANGE
           MOVE 'N' TO WS-GROUP-OVERFLOW
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SortFile
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SORT-TX-ID NOT = WS-GROUP-TX-ID
                          AND WS-GROUP-COUNT > 0
                           PERFORM 3200-FINISH-TRANSACTION
                       END-IF
                       PERFORM 3100-BUFFER-EVENT
               END-RETURN
           END-PERFORM
           IF WS-GROUP-COUNT > 0
               PERFORM 3200-FINISH-TRANSACTION
           END-IF.

       3100-BUFFER-EVENT.
           MOVE SORT-TX-ID TO WS-GROUP-TX-ID
           PERFORM 3110-CHECK-EVENT-DATE
           IF WS-GROUP-COUNT >= WS-GROUP-CAPACITY
               MOVE 'Y' TO WS-GROUP-OVERFLOW
           ELSE
               ADD 1 TO WS-GROUP-COUNT
               MOVE SORT-EVENT-DATE TO GRP-DATE(WS-GROUP-COUNT)
               MOVE SORT-EVENT-TIME TO GRP-TIME(WS-GROUP-COUNT)
               MOVE SORT-PROGRAM TO GRP-PROGRAM(WS-GROUP-COUNT)
               MOVE SORT-EVENT TO GRP-EVENT(WS-GROUP-COUNT)
               MOVE SORT-OPERATOR TO GRP-OPERATOR(WS-GROUP-COUNT)
               MOVE SORT-AMOUNT TO GRP-AMOUNT(WS-GROUP-COUNT)
               MOVE SORT-DETAIL TO GRP-DETAIL(WS-GROUP-COUNT)
           END-IF.

       3110-CHECK-EVENT-DATE.
           IF WS-DATE-FROM = SPACES AND WS-DATE-TO = SPACES
               MOVE 'Y' TO WS-GROUP-IN-RANGE
           ELSE
               IF SORT-EVENT-DATE(5:1) = '-'
                  AND SORT-EVENT-DATE(8:1) = '-'
                  AND SORT-EVENT-DATE(1:4) NUMERIC
                  AND SORT-EVENT-DATE(6:2) NUMERIC
                  AND SORT-EVENT-DATE(9:2) NUMERIC
                   MOVE SORT-EVENT-DATE(1:4) TO WS-EVENT-DATE-NUM(1:4)
                   MOVE SORT-EVENT-DATE(6:2) TO WS-EVENT-DATE-NUM(5:2)
                   MOVE SORT-EVENT-DATE(9:2) TO WS-EVENT-DATE-NUM(7:2)
                   IF WS-EVENT-DATE-NUM >= WS-FROM-NUM
                      AND WS-EVENT-DATE-NUM <= WS-TO-NUM
                       MOVE 'Y' TO WS-GROUP-IN-RANGE
                   END-IF
               END-IF
           END-IF.

       3200-FINISH-TRANSACTION.
           IF WS-GROUP-IN-RANGE = 'Y'
               PERFORM 3300-WRITE-TRANSACTION-HISTORY
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-IN-RANGE
           MOVE 'N' TO WS-GROUP-OVERFLOW.

       3300-WRITE-TRANSACTION-HISTORY.
           ADD 1 TO WS-TRACED-COUNT
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-ID-COUNT
               IF INQ-ID(WS-LOOP-INDEX) = WS-GROUP-TX-ID
                   MOVE 'Y' TO INQ-FOUND(WS-LOOP-INDEX)
               END-IF
           END-PERFORM
           MOVE SPACES TO ReportRecord
           STRING "Transaction: " DELIMITED BY SIZE
                  WS-GROUP-TX-ID DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  " events)" DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           DISPLAY "Transaction " WS-GROUP-TX-ID ": "
               WS-GROUP-COUNT " events"
           INITIALIZE WS-LIFECYCLE-STATE
           MOVE 'N' TO WS-STATE-FLAGGED WS-STATE-HELD
               WS-STATE-HOLD-OPEN WS-STATE-AWAIT-2ND
               WS-STATE-RELEASED WS-STATE-ACK-OPEN WS-STATE-ACKED
               WS-STATE-MISMATCH WS-STATE-REJ-OPEN
               WS-STATE-STILL-BAD WS-STATE-ARCHIVED
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               PERFORM 3310-WRITE-EVENT-LINE
               PERFORM 3320-APPLY-EVENT-STATE
           END-PERFORM
           IF WS-GROUP-OVERFLOW = 'Y'
               MOVE "  (further events not shown - history too long)"
                   TO ReportRecord
               WRITE ReportRecord
           END-IF
           PERFORM 3400-REPORT-GAPS
           MOVE " " TO ReportRecord
           WRITE ReportRecord.

       3310-WRITE-EVENT-LINE.
           ADD 1 TO WS-EVENT-PRINTED
           MOVE SPACES TO WS-TIME-DISP
           STRING GRP-TIME(WS-GROUP-INDEX)(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  GRP-TIME(WS-GROUP-INDEX)(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  GRP-TIME(WS-GROUP-INDEX)(5:2) DELIMITED BY SIZE
                  INTO WS-TIME-DISP
           MOVE SPACES TO ReportRecord
           STRING "  " DELIMITED BY SIZE
                  GRP-DATE(WS-GROUP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TIME-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-PROGRAM(WS-GROUP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-EVENT(WS-GROUP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-OPERATOR(WS-GROUP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-AMOUNT(WS-GROUP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-DETAIL(WS-GROUP-INDEX) DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord.

       3320-APPLY-EVENT-STATE.
           EVALUATE GRP-EVENT(WS-GROUP-INDEX)
               WHEN "REJECTED"
                   MOVE 'Y' TO WS-STATE-REJ-OPEN
               WHEN "CORRECTED"
                   MOVE 'N' TO WS-STATE-REJ-OPEN
                   MOVE 'N' TO WS-STATE-STILL-BAD
               WHEN "STILL-BAD"
                   MOVE 'Y' TO WS-STATE-STILL-BAD
               WHEN "HELD"
                   MOVE 'Y' TO WS-STATE-HELD
                   MOVE 'Y' TO WS-STATE-HOLD-OPEN
                   MOVE GRP-DATE(WS-GROUP-INDEX) TO WS-LAST-HELD-DATE
               WHEN "APPROVED-1OF2"
                   MOVE 'Y' TO WS-STATE-AWAIT-2ND
               WHEN "RELEASED"
                   MOVE 'N' TO WS-STATE-HOLD-OPEN
                   MOVE 'N' TO WS-STATE-AWAIT-2ND
                   MOVE 'Y' TO WS-STATE-RELEASED
                   MOVE 'Y' TO WS-STATE-ACK-OPEN
                   MOVE GRP-DATE(WS-GROUP-INDEX)
                       TO WS-LAST-RELEASE-DATE
               WHEN "CONFIRMED"
                   MOVE 'N' TO WS-STATE-HOLD-OPEN
                   MOVE 'N' TO WS-STATE-AWAIT-2ND
               WHEN "ACKED"
                   MOVE 'Y' TO WS-STATE-ACKED
                   MOVE 'N' TO WS-STATE-ACK-OPEN
                   MOVE 'N' TO WS-STATE-MISMATCH
               WHEN "AMOUNT-MISMATCH"
                   MOVE 'Y' TO WS-STATE-ACKED
                   MOVE 'N' TO WS-STATE-ACK-OPEN
                   MOVE 'Y' TO WS-STATE-MISMATCH
               WHEN "ACK-UNRELEASED"
                   MOVE 'Y' TO WS-STATE-ACKED
               WHEN "ARCHIVED"
                   MOVE 'Y' TO WS-STATE-ARCHIVED
               WHEN OTHER
                   IF GRP-EVENT(WS-GROUP-INDEX)(1:8) = "FLAGGED-"
                       MOVE 'Y' TO WS-STATE-FLAGGED
                   END-IF
           END-EVALUATE.

       3400-REPORT-GAPS.
           MOVE 0 TO WS-TX-GAP-COUNT
           IF WS-STATE-FLAGGED = 'Y' AND WS-STATE-HELD = 'N'
               MOVE "Flagged at detection but never held for review"
                   TO WS-GAP-TEXT
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-STATE-HOLD-OPEN = 'Y' AND WS-STATE-AWAIT-2ND = 'N'
               MOVE SPACES TO WS-GAP-TEXT
               STRING "Hold with no decision (held "
                      DELIMITED BY SIZE
                      WS-LAST-HELD-DATE DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-GAP-TEXT
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-STATE-AWAIT-2ND = 'Y'
               MOVE "First approval given but no countersignature"
                   TO WS-GAP-TEXT
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-STATE-ACK-OPEN = 'Y'
               MOVE SPACES TO WS-GAP-TEXT
               STRING "Release with no acknowledgment (released "
                      DELIMITED BY SIZE
                      WS-LAST-RELEASE-DATE DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-GAP-TEXT
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-STATE-MISMATCH = 'Y'
               MOVE "Acknowledged amount differs from release"
                   TO WS-GAP-TEXT
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-STATE-ACKED = 'Y' AND WS-STATE-RELEASED = 'N'
               MOVE "Acknowledged by the bank but never released"
                   TO WS-GAP-TEXT
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-STATE-REJ-OPEN = 'Y'
               IF WS-STATE-STILL-BAD = 'Y'
                   MOVE "Rejected and correction still failing edits"
                       TO WS-GAP-TEXT
               ELSE
                   MOVE "Rejected at intake and never corrected"
                       TO WS-GAP-TEXT
               END-IF
               PERFORM 3410-WRITE-GAP-LINE
           END-IF
           IF WS-TX-GAP-COUNT = 0
               MOVE "  No gaps found." TO ReportRecord
               WRITE ReportRecord
           ELSE
               ADD 1 TO WS-GAP-TX-COUNT
           END-IF.

       3410-WRITE-GAP-LINE.
           ADD 1 TO WS-TX-GAP-COUNT
           ADD 1 TO WS-GAP-COUNT
           MOVE SPACES TO ReportRecord
           STRING "  GAP: " DELIMITED BY SIZE
                  WS-GAP-TEXT DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           DISPLAY "  Gap: " WS-GAP-TEXT.

       4000-REPORT-MISSING-IDS.
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-ID-COUNT
               IF INQ-FOUND(WS-LOOP-INDEX) = 'N'
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE SPACES TO ReportRecord
                   STRING "Transaction: " DELIMITED BY SIZE
                          INQ-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                          " - no journal events found"
                          DELIMITED BY SIZE
                          INTO ReportRecord
                   WRITE ReportRecord
                   DISPLAY "No journal events for "
                       INQ-ID(WS-LOOP-INDEX)
               END-IF
           END-PERFORM.

       5000-DISPLAY-RESULTS.
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           STRING "Journal events read: " DELIMITED BY SIZE
                  WS-JOURNAL-READ DELIMITED BY SIZE
                  " | Transactions traced: " DELIMITED BY SIZE
                  WS-TRACED-COUNT DELIMITED BY SIZE
                  " | Events listed: " DELIMITED BY SIZE
                  WS-EVENT-PRINTED DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           STRING "Transactions with gaps: " DELIMITED BY SIZE
                  WS-GAP-TX-COUNT DELIMITED BY SIZE
                  " | Gaps: " DELIMITED BY SIZE
                  WS-GAP-COUNT DELIMITED BY SIZE
                  " | IDs not found: " DELIMITED BY SIZE
                  WS-NOT-FOUND-COUNT DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           DISPLAY " "
           DISPLAY "Trace Summary:"
           DISPLAY "Journal events read: " WS-JOURNAL-READ
           DISPLAY "Transactions traced: " WS-TRACED-COUNT
           DISPLAY "Events listed: " WS-EVENT-PRINTED
           DISPLAY "Transactions with gaps: " WS-GAP-TX-COUNT
           DISPLAY "IDs with no journal events: " WS-NOT-FOUND-COUNT.

       9000-CLEANUP.
           CLOSE ReportFile
           IF WS-GAP-COUNT > 0 OR WS-NOT-FOUND-COUNT > 0
              OR WS-TRACED-COUNT = 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "Trace report written to: " WS-REPORT-FILENAME
           DISPLAY "Return code: " WS-RETURN-CODE.
