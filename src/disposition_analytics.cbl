       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispositionAnalytics.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'dispstat.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT HistoryFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PendingFile ASSIGN TO DYNAMIC WS-PENDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT AnalyticsFile ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParmRecord            PIC X(80).

       FD  HistoryFile.
       01  HistoryRecord         PIC X(132).

       FD  PendingFile.
       01  PendingRecord         PIC X(132).

       FD  AnalyticsFile.
       01  AnalyticsRecord       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-OPERATOR-CAPACITY PIC 9(4) VALUE 200.
           05  WS-SOURCE-CAPACITY  PIC 9(4) VALUE 100.
           05  WS-CPTY-CAPACITY    PIC 9(4) VALUE 1000.
           05  WS-FIRST-CAPACITY   PIC 9(4) VALUE 5000.

       01  WS-RUN-PARAMETERS.
           05  WS-HISTORY-FILENAME PIC X(60)
               VALUE 'disposition_history.csv'.
           05  WS-PENDING-FILENAME PIC X(60)
               VALUE 'pending_holds.csv'.
           05  WS-REPORT-MONTH     PIC X(7) VALUE SPACES.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-PARM-EQUAL-POS   PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-HISTORY-FILE-STATUS  PIC XX.
           05  WS-PENDING-FILE-STATUS  PIC XX.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ     PIC 9(7) VALUE 0.
           05  WS-MONTH-ROWS       PIC 9(7) VALUE 0.
           05  WS-MONTH-RELEASES   PIC 9(7) VALUE 0.
           05  WS-MONTH-CONFIRMS   PIC 9(7) VALUE 0.
           05  WS-MONTH-FIRST-APPR PIC 9(7) VALUE 0.
           05  WS-MONTH-COUNTERSIGN PIC 9(7) VALUE 0.
           05  WS-MONTH-SAMEOP     PIC 9(7) VALUE 0.
           05  WS-WAIT-DAYS-TOTAL  PIC 9(9) VALUE 0.
           05  WS-WAIT-DAYS-COUNT  PIC 9(7) VALUE 0.
           05  WS-AWAITING-NOW     PIC 9(5) VALUE 0.
           05  WS-PENDING-NOW      PIC 9(5) VALUE 0.
           05  WS-OPERATOR-COUNT   PIC 9(4) VALUE 0.
           05  WS-SOURCE-COUNT     PIC 9(4) VALUE 0.
           05  WS-CPTY-COUNT       PIC 9(4) VALUE 0.
           05  WS-FIRST-COUNT      PIC 9(4) VALUE 0.
           05  WS-LOOP-INDEX       PIC 9(4) VALUE 0.
           05  WS-FOUND-INDEX      PIC 9(4) VALUE 0.

       01  WS-FLAGS.
           05  WS-HEADER-SKIPPED   PIC X VALUE 'N'.
           05  WS-TABLE-FULL-SHOWN PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-TODAY-INTEGER    PIC 9(8).
           05  WS-DATE-NUM         PIC 9(8).
           05  WS-DATE-INTEGER     PIC 9(8).
           05  WS-FROM-INTEGER     PIC 9(8).
           05  WS-DAYS-WORK        PIC S9(5).

       01  WS-PARSE-FIELDS.
           05  WS-SOURCE-RECORD    PIC X(132).
           05  WS-FIELD-POS        PIC 9(3).
           05  WS-FIELD-NUM        PIC 9(2).
           05  WS-FIELD-START      PIC 9(3).
           05  WS-FIELD-TEXT       PIC X(60).
           05  WS-DATE-TEXT        PIC X(10).

       01  WS-DISPOSITION-ROW.
           05  DSP-TX-ID           PIC X(10).
           05  DSP-AMOUNT          PIC X(10).
           05  DSP-CURRENCY        PIC X(3).
           05  DSP-SOURCE          PIC X(8).
           05  DSP-CPTY            PIC X(10).
           05  DSP-DECISION        PIC X(13).
           05  DSP-OPERATOR        PIC X(8).
           05  DSP-DECISION-DATE   PIC X(10).
           05  DSP-HELD-SINCE      PIC X(10).
           05  DSP-FIRST-APPROVER  PIC X(8).

       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 200 TIMES.
               10  OPS-ID          PIC X(8).
               10  OPS-RELEASES    PIC 9(5).
               10  OPS-FIRST-APPR  PIC 9(5).
               10  OPS-CONFIRMS    PIC 9(5).
               10  OPS-SAMEOP      PIC 9(5).
               10  OPS-DAYS-TOTAL  PIC 9(7).
               10  OPS-DAYS-COUNT  PIC 9(5).

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 100 TIMES.
               10  SRC-NAME        PIC X(8).
               10  SRC-RELEASES    PIC 9(5).
               10  SRC-CONFIRMS    PIC 9(5).

       01  WS-CPTY-TABLE.
           05  WS-CPTY-ENTRY OCCURS 1000 TIMES.
               10  CPS-CODE        PIC X(10).
               10  CPS-RELEASES    PIC 9(5).
               10  CPS-CONFIRMS    PIC 9(5).

       01  WS-FIRST-APPROVAL-TABLE.
           05  WS-FIRST-ENTRY OCCURS 5000 TIMES.
               10  FA-TX-ID        PIC X(10).
               10  FA-DATE         PIC X(10).

       01  WS-RATIO-WORK.
           05  WS-DECIDED          PIC 9(7).
           05  WS-CONFIRMED        PIC 9(7).
           05  WS-DECISIONS        PIC 9(7).
           05  WS-CONFIRM-PCT      PIC 9(3)V9.
           05  WS-RC-RATIO         PIC 9(5)V99.
           05  WS-AVG-DAYS         PIC 9(5)V9.
           05  WS-AMOUNT-WORK      PIC 9(9)V99.
           05  WS-AWAITING-AMOUNT  PIC 9(11)V99 VALUE 0.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISP       PIC ZZZZ9.
           05  WS-COUNT-DISP2      PIC ZZZZ9.
           05  WS-COUNT-DISP3      PIC ZZZZ9.
           05  WS-COUNT-DISP4      PIC ZZZZ9.
           05  WS-COUNT-DISP5      PIC ZZZZ9.
           05  WS-PCT-DISP         PIC ZZ9.9.
           05  WS-RATIO-DISP       PIC ZZZZ9.99.
           05  WS-AVG-DISP         PIC ZZZ9.9.
           05  WS-AMOUNT-DISP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RATIO-TEXT       PIC X(8).

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-FILENAME  PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HISTORY
           PERFORM 3000-WRITE-ANALYTICS-REPORT
           PERFORM 9000-CLEANUP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Hold Disposition Analytics"
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
           IF WS-REPORT-MONTH(5:1) = '-'
              AND WS-REPORT-MONTH(1:4) NUMERIC
              AND WS-REPORT-MONTH(6:2) NUMERIC
               CONTINUE
           ELSE
               IF WS-REPORT-MONTH NOT = SPACES
                   DISPLAY "Invalid REPORT-MONTH in parm file - "
                       "using current month"
               END-IF
               MOVE SPACES TO WS-REPORT-MONTH
               STRING WS-SYSTEM-DATE(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE(5:2) DELIMITED BY SIZE
                      INTO WS-REPORT-MONTH
           END-IF
           DISPLAY "Report month: " WS-REPORT-MONTH
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING 'disposition_analytics_' DELIMITED BY SIZE
                  WS-REPORT-MONTH(1:4) DELIMITED BY SIZE
                  WS-REPORT-MONTH(6:2) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT AnalyticsFile
           PERFORM 3050-WRITE-REPORT-HEADER.

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
                   WHEN "HISTORY-FILE"
                       MOVE WS-PARM-VALUE TO WS-HISTORY-FILENAME
                   WHEN "PENDING-FILE"
                       MOVE WS-PARM-VALUE TO WS-PENDING-FILENAME
                   WHEN "REPORT-MONTH"
                       MOVE WS-PARM-VALUE(1:7) TO WS-REPORT-MONTH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2000-LOAD-HISTORY.
           OPEN INPUT HistoryFile
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE 'N' TO WS-HEADER-SKIPPED
               PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
                   READ HistoryFile INTO HistoryRecord
                   IF WS-HISTORY-FILE-STATUS = '00'
                      AND HistoryRecord NOT = SPACES
                       PERFORM 2100-PROCESS-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE HistoryFile
           ELSE
               DISPLAY "Error: disposition history not found: "
                   WS-HISTORY-FILENAME
               CLOSE AnalyticsFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "History records read: " WS-HISTORY-READ
           DISPLAY "History entries in report month: " WS-MONTH-ROWS.

       2100-PROCESS-HISTORY-RECORD.
           IF WS-HEADER-SKIPPED = 'N'
               MOVE 'Y' TO WS-HEADER-SKIPPED
               IF HistoryRecord(1:13) = "TransactionID"
                   CONTINUE
               ELSE
                   PERFORM 2200-APPLY-HISTORY-RECORD
               END-IF
           ELSE
               PERFORM 2200-APPLY-HISTORY-RECORD
           END-IF.

       2200-APPLY-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           PERFORM 2210-PARSE-HISTORY-RECORD
           IF DSP-DECISION = "RELEASE1OF2"
              AND DSP-DECISION-DATE(1:7) <= WS-REPORT-MONTH
               PERFORM 2400-NOTE-FIRST-APPROVAL
           END-IF
           IF DSP-DECISION-DATE(1:7) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MONTH-ROWS
           PERFORM 2300-FIND-OPERATOR
           IF WS-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE DSP-DECISION
               WHEN "RELEASE"
                   ADD 1 TO WS-MONTH-RELEASES
                   ADD 1 TO OPS-RELEASES(WS-FOUND-INDEX)
                   PERFORM 2230-ADD-DAYS-TO-DECISION
               WHEN "RELEASE2OF2"
                   ADD 1 TO WS-MONTH-RELEASES
                   ADD 1 TO WS-MONTH-COUNTERSIGN
                   ADD 1 TO OPS-RELEASES(WS-FOUND-INDEX)
                   PERFORM 2230-ADD-DAYS-TO-DECISION
                   PERFORM 2410-MEASURE-COUNTERSIGN-WAIT
               WHEN "RELEASE1OF2"
                   ADD 1 TO WS-MONTH-FIRST-APPR
                   ADD 1 TO OPS-FIRST-APPR(WS-FOUND-INDEX)
                   PERFORM 2230-ADD-DAYS-TO-DECISION
               WHEN "CONFIRM"
                   ADD 1 TO WS-MONTH-CONFIRMS
                   ADD 1 TO OPS-CONFIRMS(WS-FOUND-INDEX)
                   PERFORM 2230-ADD-DAYS-TO-DECISION
               WHEN "SAMEOP-REJECT"
                   ADD 1 TO WS-MONTH-SAMEOP
                   ADD 1 TO OPS-SAMEOP(WS-FOUND-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DSP-DECISION = "RELEASE" OR "RELEASE2OF2" OR "CONFIRM"
               PERFORM 2310-FIND-SOURCE
               PERFORM 2320-FIND-COUNTERPARTY
           END-IF.

       2210-PARSE-HISTORY-RECORD.
           INITIALIZE WS-DISPOSITION-ROW
           MOVE HistoryRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-TX-ID
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-AMOUNT
           PERFORM 2220-EXTRACT-NEXT-FIELD
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:3) TO DSP-CURRENCY
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO DSP-SOURCE
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-CPTY
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:13) TO DSP-DECISION
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO DSP-OPERATOR
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-DECISION-DATE
           PERFORM 2220-EXTRACT-NEXT-FIELD
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-HELD-SINCE
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO DSP-FIRST-APPROVER
           IF DSP-SOURCE = SPACES
               MOVE "UNKNOWN" TO DSP-SOURCE
           END-IF
           IF DSP-CPTY = SPACES
               MOVE "UNKNOWN" TO DSP-CPTY
           END-IF.

       2220-EXTRACT-NEXT-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE 0 TO WS-FIELD-NUM
           PERFORM VARYING WS-FIELD-POS FROM WS-FIELD-START BY 1
               UNTIL WS-FIELD-POS > 132
                  OR WS-SOURCE-RECORD(WS-FIELD-POS:1) = ','
               ADD 1 TO WS-FIELD-NUM
               IF WS-FIELD-NUM <= 60
                   MOVE WS-SOURCE-RECORD(WS-FIELD-POS:1)
                       TO WS-FIELD-TEXT(WS-FIELD-NUM:1)
               END-IF
           END-PERFORM
           COMPUTE WS-FIELD-START = WS-FIELD-POS + 1.

       2230-ADD-DAYS-TO-DECISION.
           MOVE DSP-HELD-SINCE TO WS-DATE-TEXT
           PERFORM 2600-DATE-TEXT-TO-INTEGER
           IF WS-DATE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INTEGER TO WS-FROM-INTEGER
           MOVE DSP-DECISION-DATE TO WS-DATE-TEXT
           PERFORM 2600-DATE-TEXT-TO-INTEGER
           IF WS-DATE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-WORK = WS-DATE-INTEGER - WS-FROM-INTEGER
           IF WS-DAYS-WORK < 0
               MOVE 0 TO WS-DAYS-WORK
           END-IF
           ADD WS-DAYS-WORK TO OPS-DAYS-TOTAL(WS-FOUND-INDEX)
           ADD 1 TO OPS-DAYS-COUNT(WS-FOUND-INDEX).

       2300-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-INDEX
           IF DSP-OPERATOR = SPACES
               MOVE "UNKNOWN" TO DSP-OPERATOR
           END-IF
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-OPERATOR-COUNT
                  OR WS-FOUND-INDEX > 0
               IF OPS-ID(WS-LOOP-INDEX) = DSP-OPERATOR
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-OPERATOR-COUNT >= WS-OPERATOR-CAPACITY
                   PERFORM 2390-WARN-TABLE-FULL
               ELSE
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE WS-OPERATOR-COUNT TO WS-FOUND-INDEX
                   INITIALIZE WS-OPERATOR-ENTRY(WS-FOUND-INDEX)
                   MOVE DSP-OPERATOR TO OPS-ID(WS-FOUND-INDEX)
               END-IF
           END-IF.

       2310-FIND-SOURCE.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-SOURCE-COUNT
                  OR WS-FOUND-INDEX > 0
               IF SRC-NAME(WS-LOOP-INDEX) = DSP-SOURCE
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-SOURCE-COUNT >= WS-SOURCE-CAPACITY
                   PERFORM 2390-WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-FOUND-INDEX
               INITIALIZE WS-SOURCE-ENTRY(WS-FOUND-INDEX)
               MOVE DSP-SOURCE TO SRC-NAME(WS-FOUND-INDEX)
           END-IF
           IF DSP-DECISION = "CONFIRM"
               ADD 1 TO SRC-CONFIRMS(WS-FOUND-INDEX)
           ELSE
               ADD 1 TO SRC-RELEASES(WS-FOUND-INDEX)
           END-IF.

       2320-FIND-COUNTERPARTY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-CPTY-COUNT
                  OR WS-FOUND-INDEX > 0
               IF CPS-CODE(WS-LOOP-INDEX) = DSP-CPTY
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-CPTY-COUNT >= WS-CPTY-CAPACITY
                   PERFORM 2390-WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CPTY-COUNT
               MOVE WS-CPTY-COUNT TO WS-FOUND-INDEX
               INITIALIZE WS-CPTY-ENTRY(WS-FOUND-INDEX)
               MOVE DSP-CPTY TO CPS-CODE(WS-FOUND-INDEX)
           END-IF
           IF DSP-DECISION = "CONFIRM"
               ADD 1 TO CPS-CONFIRMS(WS-FOUND-INDEX)
           ELSE
               ADD 1 TO CPS-RELEASES(WS-FOUND-INDEX)
           END-IF.

       2390-WARN-TABLE-FULL.
           IF WS-TABLE-FULL-SHOWN = 'N'
               MOVE 'Y' TO WS-TABLE-FULL-SHOWN
               DISPLAY "Warning: analytics table full - some "
                   "decisions not broken down"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       2400-NOTE-FIRST-APPROVAL.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-FIRST-COUNT
                  OR WS-FOUND-INDEX > 0
               IF FA-TX-ID(WS-LOOP-INDEX) = DSP-TX-ID
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-FIRST-COUNT >= WS-FIRST-CAPACITY
                   PERFORM 2390-WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FIRST-COUNT
               MOVE WS-FIRST-COUNT TO WS-FOUND-INDEX
               MOVE DSP-TX-ID TO FA-TX-ID(WS-FOUND-INDEX)
           END-IF
           MOVE DSP-DECISION-DATE TO FA-DATE(WS-FOUND-INDEX).

       2410-MEASURE-COUNTERSIGN-WAIT.
           PERFORM 2420-FIND-FIRST-APPROVAL
           IF WS-FOUND-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FA-DATE(WS-FOUND-INDEX) TO WS-DATE-TEXT
           PERFORM 2600-DATE-TEXT-TO-INTEGER
           IF WS-DATE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INTEGER TO WS-FROM-INTEGER
           MOVE DSP-DECISION-DATE TO WS-DATE-TEXT
           PERFORM 2600-DATE-TEXT-TO-INTEGER
           IF WS-DATE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-WORK = WS-DATE-INTEGER - WS-FROM-INTEGER
           IF WS-DAYS-WORK < 0
               MOVE 0 TO WS-DAYS-WORK
           END-IF
           ADD WS-DAYS-WORK TO WS-WAIT-DAYS-TOTAL
           ADD 1 TO WS-WAIT-DAYS-COUNT.

       2420-FIND-FIRST-APPROVAL.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-FIRST-COUNT
                  OR WS-FOUND-INDEX > 0
               IF FA-TX-ID(WS-LOOP-INDEX) = DSP-TX-ID
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

       2500-LOAD-PENDING-HOLDS.
           OPEN INPUT PendingFile
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY "No pending holds file found: "
                   WS-PENDING-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HEADER-SKIPPED
           PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = '00'
               READ PendingFile INTO PendingRecord
               IF WS-PENDING-FILE-STATUS = '00'
                  AND PendingRecord NOT = SPACES
                  AND PendingRecord(1:13) NOT = "TransactionID"
                   PERFORM 2510-PARSE-PENDING-RECORD
               END-IF
           END-PERFORM
           CLOSE PendingFile.

       2510-PARSE-PENDING-RECORD.
           ADD 1 TO WS-PENDING-NOW
           INITIALIZE WS-DISPOSITION-ROW
           MOVE PendingRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-TX-ID
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-AMOUNT
           PERFORM 2220-EXTRACT-NEXT-FIELD
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:3) TO DSP-CURRENCY
           PERFORM 2220-EXTRACT-NEXT-FIELD
           PERFORM 2220-EXTRACT-NEXT-FIELD
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO DSP-HELD-SINCE
           PERFORM 2220-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO DSP-FIRST-APPROVER
           IF DSP-FIRST-APPROVER NOT = SPACES
               PERFORM 2520-NOTE-AWAITING-HOLD
           END-IF.

       2520-NOTE-AWAITING-HOLD.
           ADD 1 TO WS-AWAITING-NOW
           IF FUNCTION TEST-NUMVAL(DSP-AMOUNT) = 0
               COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(DSP-AMOUNT)
               ADD WS-AMOUNT-WORK TO WS-AWAITING-AMOUNT
           END-IF
           PERFORM 2420-FIND-FIRST-APPROVAL
           IF WS-FOUND-INDEX > 0
               MOVE FA-DATE(WS-FOUND-INDEX) TO WS-DATE-TEXT
           ELSE
               MOVE DSP-HELD-SINCE TO WS-DATE-TEXT
           END-IF
           PERFORM 2600-DATE-TEXT-TO-INTEGER
           MOVE 0 TO WS-DAYS-WORK
           IF WS-DATE-INTEGER > 0
               COMPUTE WS-DAYS-WORK =
                   WS-TODAY-INTEGER - WS-DATE-INTEGER
               IF WS-DAYS-WORK < 0
                   MOVE 0 TO WS-DAYS-WORK
               END-IF
           END-IF
           IF WS-AWAITING-NOW = 1
               PERFORM 3400-WRITE-AWAITING-HEADER
           END-IF
           MOVE WS-DAYS-WORK TO WS-COUNT-DISP
           MOVE SPACES TO AnalyticsRecord
           STRING "  " DELIMITED BY SIZE
                  DSP-TX-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DSP-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DSP-CURRENCY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DSP-FIRST-APPROVER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DATE-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord.

       2600-DATE-TEXT-TO-INTEGER.
           MOVE 0 TO WS-DATE-INTEGER
           IF WS-DATE-TEXT(5:1) = '-' AND WS-DATE-TEXT(8:1) = '-'
              AND WS-DATE-TEXT(1:4) NUMERIC
              AND WS-DATE-TEXT(6:2) NUMERIC
              AND WS-DATE-TEXT(9:2) NUMERIC
               MOVE WS-DATE-TEXT(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-DATE-TEXT(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-DATE-TEXT(9:2) TO WS-DATE-NUM(7:2)
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       3000-WRITE-ANALYTICS-REPORT.
           PERFORM 3100-WRITE-OPERATOR-SECTION
           PERFORM 3200-WRITE-DUAL-CONTROL-SECTION
           PERFORM 3300-WRITE-CONFIRM-RATES
           MOVE " " TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "History entries in month: " DELIMITED BY SIZE
                  WS-MONTH-ROWS DELIMITED BY SIZE
                  " | Releases: " DELIMITED BY SIZE
                  WS-MONTH-RELEASES DELIMITED BY SIZE
                  " | Confirms: " DELIMITED BY SIZE
                  WS-MONTH-CONFIRMS DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           IF WS-MONTH-ROWS = 0
               DISPLAY "No dispositions recorded for "
                   WS-REPORT-MONTH
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       3050-WRITE-REPORT-HEADER.
           MOVE "Hold Disposition Analytics Report" TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE "======================================"
               TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "Report Month: " DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  " | Run Date: " DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  " | History: " DELIMITED BY SIZE
                  WS-HISTORY-FILENAME DELIMITED BY SPACE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE " " TO AnalyticsRecord
           WRITE AnalyticsRecord.

       3100-WRITE-OPERATOR-SECTION.
           MOVE "Decisions by Operator:" TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "  Operator Decisions Release 1of2Appr Confirm "
                  DELIMITED BY SIZE
                  "SameOp  Rel:Conf  AvgDaysHeld" DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-OPERATOR-COUNT
               PERFORM 3110-WRITE-OPERATOR-LINE
           END-PERFORM
           IF WS-OPERATOR-COUNT = 0
               MOVE "  No decisions recorded." TO AnalyticsRecord
               WRITE AnalyticsRecord
           END-IF
           MOVE " " TO AnalyticsRecord
           WRITE AnalyticsRecord.

       3110-WRITE-OPERATOR-LINE.
           COMPUTE WS-DECISIONS = OPS-RELEASES(WS-LOOP-INDEX)
               + OPS-FIRST-APPR(WS-LOOP-INDEX)
               + OPS-CONFIRMS(WS-LOOP-INDEX)
           IF OPS-CONFIRMS(WS-LOOP-INDEX) > 0
               COMPUTE WS-RC-RATIO ROUNDED =
                   OPS-RELEASES(WS-LOOP-INDEX)
                   / OPS-CONFIRMS(WS-LOOP-INDEX)
               MOVE WS-RC-RATIO TO WS-RATIO-DISP
               MOVE WS-RATIO-DISP TO WS-RATIO-TEXT
           ELSE
               MOVE "     n/a" TO WS-RATIO-TEXT
           END-IF
           MOVE 0 TO WS-AVG-DAYS
           IF OPS-DAYS-COUNT(WS-LOOP-INDEX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   OPS-DAYS-TOTAL(WS-LOOP-INDEX)
                   / OPS-DAYS-COUNT(WS-LOOP-INDEX)
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-DISP
           MOVE WS-DECISIONS TO WS-COUNT-DISP
           MOVE OPS-RELEASES(WS-LOOP-INDEX) TO WS-COUNT-DISP2
           MOVE OPS-FIRST-APPR(WS-LOOP-INDEX) TO WS-COUNT-DISP3
           MOVE OPS-CONFIRMS(WS-LOOP-INDEX) TO WS-COUNT-DISP4
           MOVE OPS-SAMEOP(WS-LOOP-INDEX) TO WS-COUNT-DISP5
           MOVE SPACES TO AnalyticsRecord
           STRING "  " DELIMITED BY SIZE
                  OPS-ID(WS-LOOP-INDEX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-COUNT-DISP2 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-COUNT-DISP3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-COUNT-DISP4 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-COUNT-DISP5 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RATIO-TEXT DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-AVG-DISP DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           DISPLAY "Operator " OPS-ID(WS-LOOP-INDEX) ": "
               WS-DECISIONS " decisions, avg days held "
               WS-AVG-DISP.

       3200-WRITE-DUAL-CONTROL-SECTION.
           PERFORM 2500-LOAD-PENDING-HOLDS
           IF WS-AWAITING-NOW > 0
               MOVE " " TO AnalyticsRecord
               WRITE AnalyticsRecord
           END-IF
           MOVE "Dual Control:" TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "  First approvals (RELEASE1OF2): " DELIMITED BY SIZE
                  WS-MONTH-FIRST-APPR DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "  Countersigned releases (RELEASE2OF2): "
                  DELIMITED BY SIZE
                  WS-MONTH-COUNTERSIGN DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE 0 TO WS-AVG-DAYS
           IF WS-WAIT-DAYS-COUNT > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-WAIT-DAYS-TOTAL / WS-WAIT-DAYS-COUNT
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-DISP
           MOVE SPACES TO AnalyticsRecord
           STRING "  Average days waiting for countersignature: "
                  DELIMITED BY SIZE
                  WS-AVG-DISP DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "  Same-operator countersignatures rejected: "
                  DELIMITED BY SIZE
                  WS-MONTH-SAMEOP DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE WS-AWAITING-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO AnalyticsRecord
           STRING "  Still awaiting countersignature at run date: "
                  DELIMITED BY SIZE
                  WS-AWAITING-NOW DELIMITED BY SIZE
                  " (amount " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "  Open holds at run date: " DELIMITED BY SIZE
                  WS-PENDING-NOW DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE " " TO AnalyticsRecord
           WRITE AnalyticsRecord
           DISPLAY "Same-operator rejections: " WS-MONTH-SAMEOP
           DISPLAY "Awaiting countersignature: " WS-AWAITING-NOW.

       3300-WRITE-CONFIRM-RATES.
           MOVE "Confirm Rate by Source:" TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE "  Source   Decided Confirm Release Confirm%"
               TO AnalyticsRecord
           WRITE AnalyticsRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-SOURCE-COUNT
               MOVE SRC-CONFIRMS(WS-LOOP-INDEX) TO WS-COUNT-DISP3
               MOVE SRC-CONFIRMS(WS-LOOP-INDEX) TO WS-CONFIRMED
               MOVE SRC-RELEASES(WS-LOOP-INDEX) TO WS-COUNT-DISP4
               COMPUTE WS-DECIDED = SRC-CONFIRMS(WS-LOOP-INDEX)
                   + SRC-RELEASES(WS-LOOP-INDEX)
               PERFORM 3310-COMPUTE-CONFIRM-PCT
               MOVE SPACES TO AnalyticsRecord
               STRING "  " DELIMITED BY SIZE
                      SRC-NAME(WS-LOOP-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-COUNT-DISP4 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-PCT-DISP DELIMITED BY SIZE
                      INTO AnalyticsRecord
               WRITE AnalyticsRecord
           END-PERFORM
           MOVE " " TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE "Confirm Rate by Counterparty:" TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE "  Counterparty Decided Confirm Release Confirm%"
               TO AnalyticsRecord
           WRITE AnalyticsRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-CPTY-COUNT
               MOVE CPS-CONFIRMS(WS-LOOP-INDEX) TO WS-COUNT-DISP3
               MOVE CPS-CONFIRMS(WS-LOOP-INDEX) TO WS-CONFIRMED
               MOVE CPS-RELEASES(WS-LOOP-INDEX) TO WS-COUNT-DISP4
               COMPUTE WS-DECIDED = CPS-CONFIRMS(WS-LOOP-INDEX)
                   + CPS-RELEASES(WS-LOOP-INDEX)
               PERFORM 3310-COMPUTE-CONFIRM-PCT
               MOVE SPACES TO AnalyticsRecord
               STRING "  " DELIMITED BY SIZE
                      CPS-CODE(WS-LOOP-INDEX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-COUNT-DISP4 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-PCT-DISP DELIMITED BY SIZE
                      INTO AnalyticsRecord
               WRITE AnalyticsRecord
           END-PERFORM.

       3310-COMPUTE-CONFIRM-PCT.
           MOVE WS-DECIDED TO WS-COUNT-DISP
           MOVE 0 TO WS-CONFIRM-PCT
           IF WS-DECIDED > 0
               COMPUTE WS-CONFIRM-PCT ROUNDED =
                   WS-CONFIRMED * 100 / WS-DECIDED
           END-IF
           MOVE WS-CONFIRM-PCT TO WS-PCT-DISP.

       3400-WRITE-AWAITING-HEADER.
           MOVE "Releases Awaiting Countersignature:"
               TO AnalyticsRecord
           WRITE AnalyticsRecord
           MOVE SPACES TO AnalyticsRecord
           STRING "  ID         Amount     Ccy  Approver  "
                  DELIMITED BY SIZE
                  "Since        Days" DELIMITED BY SIZE
                  INTO AnalyticsRecord
           WRITE AnalyticsRecord.

       9000-CLEANUP.
           CLOSE AnalyticsFile
           DISPLAY " "
           DISPLAY "Analytics report written to: " WS-REPORT-FILENAME
           DISPLAY "Return code: " WS-RETURN-CODE.
