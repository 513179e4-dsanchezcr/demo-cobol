               RECORD KEY IS MASTER-REC-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CptyMasterFile
               ASSIGN TO DYNAMIC WS-CPTY-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPTY-REC-CODE
               FILE STATUS IS WS-CPTY-FILE-STATUS.

           SELECT MasterAddLogFile ASSIGN TO 'dupdet.masteradds'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDLOG-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-FILE-STATUS.

           SELECT SplitHistoryFile ASSIGN TO 'split_history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLITHIST-FILE-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT BaselineFile ASSIGN TO DYNAMIC WS-BASELINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-FILE-STATUS.

           SELECT SortFile ASSIGN TO 'dupdet.sortwork'.

       DATA DIVISION.
           05  MASTER-REC-ID         PIC X(10).
           05  MASTER-REC-FIRST-SEEN PIC X(10).

       FD  CptyMasterFile.
       01  CptyMasterRecord.
           05  CPTY-REC-CODE         PIC X(10).
           05  CPTY-REC-NAME         PIC X(40).
           05  CPTY-REC-STATUS       PIC X.
               88  CPTY-REC-ACTIVE       VALUE 'A'.
               88  CPTY-REC-SUSPENDED    VALUE 'S'.
               88  CPTY-REC-BLOCKED      VALUE 'B'.
               88  CPTY-REC-CLOSED       VALUE 'C'.
           05  CPTY-REC-CURRENCY     PIC X(3).
           05  CPTY-REC-RISK-TIER    PIC X.
           05  CPTY-REC-ADDED        PIC X(10).
           05  CPTY-REC-CHANGED      PIC X(10).

       FD  MasterAddLogFile.
       01  MasterAddLogRecord    PIC X(20).

       FD  DuplicateHoldFile.
       01  DuplicateHoldRecord   PIC X(132).

       FD  SplitHistoryFile.
       01  SplitHistoryRecord    PIC X(80).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       FD  BaselineFile.
       01  BaselineRecord        PIC X(132).

       SD  SortFile.
       01  SortRecord.
           05  SORT-KEY            PIC X(33).
           05  WS-RATE-FILE-STATUS PIC XX.
           05  WS-PREVRATE-FILE-STATUS PIC XX.
           05  WS-RATE-STALE-DAYS  PIC 9(3) VALUE 7.
           05  WS-DAY-BASIS        PIC X(8) VALUE 'BUSINESS'.
           05  WS-HOLIDAY-FILENAME PIC X(60)
               VALUE 'holiday_calendar.csv'.
           05  WS-RATE-MOVE-TOLERANCE PIC 9(3)V99 VALUE 20.
           05  WS-BASE-CURRENCY    PIC X(3) VALUE 'USD'.
           05  WS-RULES-FILENAME   PIC X(60)
           05  WS-SIM-RULES-FILENAME PIC X(60) VALUE SPACES.
           05  WS-SAVED-RULES-FILENAME PIC X(60).
           05  WS-MAX-TRANSACTIONS PIC 9(5) VALUE 50000.
           05  WS-SPLIT-DETECTION  PIC X VALUE 'Y'.
           05  WS-SPLIT-WINDOW-DAYS PIC 9(3) VALUE 5.
           05  WS-SPLIT-TOLERANCE  PIC 9(7)V99 VALUE 0.01.
           05  WS-SPLIT-MAX-PARTS  PIC 9 VALUE 3.
           05  WS-SPLIT-HISTORY-DAYS PIC 9(3) VALUE 30.
           05  WS-SPLITHIST-FILE-STATUS PIC XX.
           05  WS-CPTY-MASTER-FILENAME PIC X(60)
               VALUE 'counterparty.master'.
           05  WS-CPTY-VALIDATION  PIC X VALUE 'Y'.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-BASELINE-FILENAME PIC X(60)
               VALUE 'cpty_baseline.csv'.
           05  WS-BASELINE-FILE-STATUS PIC XX.
           05  WS-ANOMALY-SCREENING PIC X VALUE 'Y'.
           05  WS-ANOMALY-AVG-FACTOR PIC 9(3)V99 VALUE 10.
           05  WS-ANOMALY-MAX-FACTOR PIC 9(3)V99 VALUE 0.
           05  WS-ANOMALY-MIN-HISTORY PIC 9(5) VALUE 3.
           05  WS-FIRST-PAYMENT-LIMIT PIC 9(9)V99 VALUE 10000.
           05  WS-ANOMALY-NEW-CURRENCY PIC X VALUE 'Y'.
           05  WS-ANOMALY-NEW-SOURCE PIC X VALUE 'N'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-FLAGGED-DUP-COUNT PIC 9(5) VALUE 0.
           05  WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
           05  WS-READ-COUNT       PIC 9(5) VALUE 0.
           05  WS-SPLIT-COUNT      PIC 9(5) VALUE 0.
           05  WS-SPLIT-TX-COUNT   PIC 9(5) VALUE 0.

       01  WS-STATISTICS.
           05  WS-TOTAL-EXPOSURE      PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-EXPOSURE-DISP PIC $$,$$$,$$$,$$$,$$9.99.
           05  WS-BLOCKED-EXPOSURE    PIC 9(11)V99 VALUE 0.
           05  WS-BLOCKED-EXPOSURE-DISP PIC $$,$$$,$$$,$$$,$$9.99.
           05  WS-ANOMALY-EXPOSURE    PIC 9(11)V99 VALUE 0.
           05  WS-ANOMALY-EXPOSURE-DISP PIC $$,$$$,$$$,$$$,$$9.99.
           05  WS-HELD-EXPOSURE       PIC 9(12)V99 VALUE 0.
           05  WS-HELD-EXPOSURE-DISP  PIC $$$,$$$,$$$,$$$,$$9.99.
           05  WS-DUPLICATE-RATE      PIC 9(3)V99 VALUE 0.
           05  WS-DUPLICATE-RATE-DISP PIC ZZ9.99.

           05  WS-RATE-ENTRY-POS   PIC 9(2).
           05  WS-RATE-VALUE-DISP  PIC 9(4).9(5).
           05  WS-RATE-AGE-DISP    PIC ZZZZ9.
           05  WS-RATE-AGE-NOTE    PIC X(40).
           05  WS-RATE-AGE-BASIS   PIC X(13).

       01  WS-BDAY-REQUEST.
           05  WS-BDAY-FUNCTION    PIC X.
           05  WS-BDAY-CALENDAR-FILE PIC X(60).
           05  WS-BDAY-CURRENCY    PIC X(3).
           05  WS-BDAY-FROM-DATE   PIC 9(8).
           05  WS-BDAY-TO-DATE     PIC 9(8).
           05  WS-BDAY-DAYS        PIC S9(5).
           05  WS-BDAY-CALENDAR-LOADED PIC X.
           05  WS-BDAY-RESULT      PIC XX.

       01  WS-CURRENCY-TOTALS.
           05  WS-CURRENCY-COUNT   PIC 9(2) VALUE 0.

       01  WS-VALIDATION-FIELDS.
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-HOLD-REASON      PIC X(8).
           05  WS-DATE-YEAR        PIC 9(4).
           05  WS-DATE-MONTH       PIC 9(2).
           05  WS-DATE-DAY         PIC 9(2).
               10  TX-IS-DUPLICATE PIC X VALUE 'N'.
               10  TX-IS-FUZZY-DUP PIC X VALUE 'N'.
               10  TX-IS-CROSS-RUN PIC X VALUE 'N'.
               10  TX-IS-SPLIT     PIC X VALUE 'N'.
               10  TX-MASTER-ADDED PIC X VALUE 'N'.
               10  TX-IS-BLOCKED   PIC X VALUE 'N'.
               10  TX-IS-ANOMALY   PIC X VALUE 'N'.
               10  TX-ANOMALY-REASON PIC X(12).

       01  WS-DUPLICATE-SUMMARY.
           05  WS-UNIQUE-DUPLICATES OCCURS 1 TO 25000 TIMES
           05  WS-FUZZY-ORDER-ENTRY OCCURS 50000 TIMES
                   PIC 9(5).

       01  WS-SPLIT-HISTORY-TABLE.
           05  WS-SPLIT-HIST-COUNT PIC 9(5) VALUE 0.
           05  WS-SPLIT-HIST-FULL-WARNED PIC X VALUE 'N'.
           05  WS-SPLIT-HIST-ENTRY OCCURS 20000 TIMES.
               10  SH-ID           PIC X(10).
               10  SH-AMOUNT       PIC X(10).
               10  SH-DATE         PIC X(10).
               10  SH-CURRENCY     PIC X(3).
               10  SH-CPTY         PIC X(10).

       01  WS-SPLIT-ORDER-TABLE.
           05  WS-SPLIT-ORDER-COUNT PIC 9(5) VALUE 0.
           05  WS-SPLIT-ORDER-ENTRY OCCURS 70000 TIMES.
               10  SPO-KEY         PIC X(13).
               10  SPO-ORIGIN      PIC X.
               10  SPO-INDEX       PIC 9(5).

       01  WS-SPLIT-GROUP.
           05  WS-SPLIT-GRP-COUNT  PIC 9(3) VALUE 0.
           05  WS-SPLIT-GRP-ENTRY OCCURS 100 TIMES.
               10  GRP-ORIGIN      PIC X.
                   88  GRP-FROM-THIS-RUN   VALUE 'R'.
                   88  GRP-FROM-HISTORY    VALUE 'H'.
               10  GRP-INDEX       PIC 9(5).
               10  GRP-ID          PIC X(10).
               10  GRP-AMOUNT      PIC X(10).
               10  GRP-AMOUNT-NUM  PIC 9(9)V99.
               10  GRP-DATE        PIC X(10).
               10  GRP-DATE-INT    PIC 9(8).

       01  WS-SPLIT-SUMMARY.
           05  WS-SPLIT-ENTRY OCCURS 1000 TIMES.
               10  SPLIT-CPTY          PIC X(10).
               10  SPLIT-CURRENCY      PIC X(3).
               10  SPLIT-TARGET-ORIGIN PIC X.
               10  SPLIT-TARGET-ID     PIC X(10).
               10  SPLIT-TARGET-AMOUNT PIC X(10).
               10  SPLIT-TARGET-DATE   PIC X(10).
               10  SPLIT-PART-COUNT    PIC 9.
               10  SPLIT-PART OCCURS 3 TIMES.
                   15  SPLIT-PART-ORIGIN PIC X.
                   15  SPLIT-PART-ID     PIC X(10).
                   15  SPLIT-PART-AMOUNT PIC X(10).
                   15  SPLIT-PART-DATE   PIC X(10).

       01  WS-SPLIT-WORK.
           05  WS-SPLIT-KEY        PIC X(13).
           05  WS-SPLIT-CUTOFF-INTEGER PIC 9(8).
           05  WS-SPLIT-DATE-X     PIC X(10).
           05  WS-SPLIT-DATE-NUM   PIC 9(8).
           05  WS-SPLIT-DATE-INT   PIC 9(8).
           05  WS-SPLIT-DAY-GAP    PIC 9(8).
           05  WS-SPLIT-RUN-FIRST-INT PIC 9(8).
           05  WS-SPLIT-KEEP-FROM  PIC 9(8).
           05  WS-SPLIT-SCAN       PIC 9(5).
           05  WS-SPLIT-AMOUNT-WORK PIC S9(9)V99.
           05  WS-SPLIT-SUM        PIC 9(10)V99.
           05  WS-SPLIT-DIFF       PIC 9(10)V99.
           05  WS-SPLIT-TARGET     PIC 9(3).
           05  WS-SPLIT-PART1      PIC 9(3).
           05  WS-SPLIT-PART2      PIC 9(3).
           05  WS-SPLIT-PART3      PIC 9(3).
           05  WS-SPLIT-CHECK      PIC 9(3).
           05  WS-SPLIT-START      PIC 9(3).
           05  WS-SPLIT-PART-NO    PIC 9.
           05  WS-SPLIT-MATCHED    PIC X.
           05  WS-SPLIT-SUM-HIT    PIC X.
           05  WS-SPLIT-MEMBER-OK  PIC X.
           05  WS-SPLIT-HAS-RUN    PIC X.
           05  WS-SPLIT-GRP-WARNED PIC X.
           05  WS-SPLIT-FULL-WARNED PIC X VALUE 'N'.
           05  WS-SPLIT-ORIGIN-NOTE PIC X(14).

       01  WS-BASELINE-TABLE.
           05  WS-BASELINE-COUNT   PIC 9(5) VALUE 0.
           05  WS-BASELINE-LOADED  PIC X VALUE 'N'.
           05  WS-BASELINE-FULL-WARNED PIC X VALUE 'N'.
           05  WS-BASELINE-ENTRY OCCURS 20000 TIMES.
               10  BL-KEY.
                   15  BL-CPTY     PIC X(10).
                   15  BL-CURRENCY PIC X(3).
               10  BL-COUNT        PIC 9(7).
               10  BL-AVG-AMOUNT   PIC 9(11)V99.
               10  BL-MAX-AMOUNT   PIC 9(9)V99.
               10  BL-SOURCE OCCURS 3 TIMES PIC X(8).
               10  BL-LAST-PAID    PIC X(10).

       01  WS-BASELINE-WORK.
           05  WS-ANOMALY-COUNT    PIC 9(5) VALUE 0.
           05  WS-BASELINE-ADD-COUNT PIC 9(5) VALUE 0.
           05  WS-BL-NO-RATE-COUNT PIC 9(5) VALUE 0.
           05  WS-BL-SEARCH-KEY.
               10  WS-BL-SEARCH-CPTY PIC X(10).
               10  WS-BL-SEARCH-CURRENCY PIC X(3).
           05  WS-BL-POS           PIC 9(5).
           05  WS-BL-LO            PIC 9(5).
           05  WS-BL-HI            PIC 9(5).
           05  WS-BL-MID           PIC 9(5).
           05  WS-BL-SHIFT         PIC 9(5).
           05  WS-BL-CPTY-SEEN     PIC X.
           05  WS-BL-SOURCE-NO     PIC 9.
           05  WS-BL-SOURCE-FOUND  PIC X.
           05  WS-BL-AMOUNT        PIC 9(9)V99.
           05  WS-BL-THRESHOLD     PIC 9(13)V99.
           05  WS-BL-TOTAL         PIC 9(17)V99.
           05  WS-BL-REASON        PIC X(12).
           05  WS-BL-RECORD        PIC X(132).
           05  WS-BL-FIELD-START   PIC 9(3).
           05  WS-BL-FIELD-POS     PIC 9(3).
           05  WS-BL-FIELD-NUM     PIC 9(3).
           05  WS-BL-FIELD-TEXT    PIC X(40).
           05  WS-BL-COUNT-TEXT    PIC X(40).
           05  WS-BL-AVG-TEXT      PIC X(40).
           05  WS-BL-MAX-TEXT      PIC X(40).
           05  WS-BL-SOURCE-LIST   PIC X(40).
           05  WS-BL-LAST-TEXT     PIC X(10).
           05  WS-BL-LIST-POS      PIC 9(3).
           05  WS-BL-LIST-START    PIC 9(3).
           05  WS-BL-LIST-LENGTH   PIC 9(3).
           05  WS-BL-COUNT-OUT     PIC 9(7).
           05  WS-BL-AVG-OUT       PIC 9(11).99.
           05  WS-BL-MAX-OUT       PIC 9(9).99.
           05  WS-BL-COUNT-DISP    PIC Z,ZZZ,ZZ9.
           05  WS-BL-AVG-DISP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BL-MAX-DISP      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-BL-NOTE          PIC X(100).

       01  WS-MASTER-FIELDS.
           05  WS-MASTER-ADD-COUNT    PIC 9(5) VALUE 0.
           05  WS-MASTER-FILE-STATUS  PIC XX.
           05  WS-ROLLBACK-COUNT      PIC 9(5) VALUE 0.
           05  WS-CROSS-RUN-DUP-COUNT PIC 9(5) VALUE 0.

       01  WS-CPTY-MASTER-FIELDS.
           05  WS-CPTY-FILE-STATUS    PIC XX.
           05  WS-CPTY-MASTER-OK      PIC X VALUE 'N'.
           05  WS-CPTY-FOUND          PIC X VALUE 'N'.
           05  WS-CPTY-HOLD           PIC X VALUE 'N'.
           05  WS-CPTY-LOOKUP-CODE    PIC X(10).
           05  WS-CPTY-NAME           PIC X(40).
           05  WS-BLOCKED-COUNT       PIC 9(5) VALUE 0.

       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-FILE-STATUS PIC XX.
           05  WS-JOURNAL-COUNT       PIC 9(7) VALUE 0.
           05  WS-JRNL-TX-ID          PIC X(10).
           05  WS-JRNL-DATE           PIC X(10).
           05  WS-JRNL-TIME           PIC X(6).
           05  WS-JRNL-EVENT          PIC X(16).
           05  WS-JRNL-OPERATOR       PIC X(8).
           05  WS-JRNL-AMOUNT         PIC X(10).
           05  WS-JRNL-DETAIL         PIC X(40).
           05  WS-JRNL-REJ-LINE       PIC X(96).
           05  WS-JRNL-POS            PIC 9(3).
           05  WS-JRNL-COMMA-COUNT    PIC 9(2).
           05  WS-JRNL-FIELD-START    PIC 9(3).
           05  WS-JRNL-FIELD-LENGTH   PIC 9(3).

       01  WS-WORK-FIELDS.
           05  WS-COMMA-POS1       PIC 9(2).
           05  WS-COMMA-POS2       PIC 9(2).
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
           IF WS-DAY-BASIS = "CALENDAR"
               MOVE "calendar days" TO WS-RATE-AGE-BASIS
           ELSE
               MOVE "business days" TO WS-RATE-AGE-BASIS
           END-IF
           PERFORM 1400-BUILD-INPUT-FILE-TABLE
           PERFORM 1500-LOAD-RATE-TABLE
           PERFORM 1600-LOAD-RECURRING-RULES
           PERFORM 1650-LOAD-CANDIDATE-RULES
           PERFORM 1800-LOAD-SPLIT-HISTORY
           PERFORM 1900-LOAD-COUNTERPARTY-BASELINE
           PERFORM 1260-OPEN-CPTY-MASTER
           IF WS-MODE-RESTART
               PERFORM 1300-LOAD-CHECKPOINT
           END-IF
           MOVE SPACES TO DuplicateHoldRecord
           STRING "TransactionID,Amount,Date,Currency,Source,"
                  DELIMITED BY SIZE
                  "Counterparty,ReasonCode" DELIMITED BY SIZE
                  INTO DuplicateHoldRecord
           WRITE DuplicateHoldRecord
           PERFORM 1200-OPEN-MASTER-FILE
               IF WS-TODAY-INTEGER >= WS-RATE-INTEGER
                   COMPUTE RATE-AGE-DAYS(WS-RATE-COUNT) =
                       WS-TODAY-INTEGER - WS-RATE-INTEGER
                   IF WS-DAY-BASIS = "BUSINESS"
                       PERFORM 1522-COUNT-RATE-BUSINESS-DAYS
                   END-IF
               ELSE
                   MOVE 0 TO RATE-AGE-DAYS(WS-RATE-COUNT)
               END-IF
               MOVE 'Y' TO RATE-AGE-KNOWN(WS-RATE-COUNT)
           END-IF.

       1522-COUNT-RATE-BUSINESS-DAYS.
           MOVE 'C' TO WS-BDAY-FUNCTION
           MOVE WS-HOLIDAY-FILENAME TO WS-BDAY-CALENDAR-FILE
           MOVE RATE-CURRENCY(WS-RATE-COUNT) TO WS-BDAY-CURRENCY
           MOVE WS-RATE-DATE-NUM TO WS-BDAY-FROM-DATE
           MOVE WS-SYSTEM-DATE TO WS-BDAY-TO-DATE
           CALL 'BusinessDays' USING WS-BDAY-REQUEST
           IF WS-BDAY-RESULT = '00'
               MOVE WS-BDAY-DAYS TO RATE-AGE-DAYS(WS-RATE-COUNT)
           END-IF.

       1525-CHECK-RATE-MOVEMENT.
           MOVE 0 TO WS-PREV-FOUND
           PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
                           DISPLAY "Invalid RATE-STALE-DAYS in parm "
                               "file - using default (7)"
                       END-IF
                   WHEN "DAY-BASIS"
                       IF WS-PARM-VALUE = "CALENDAR"
                           MOVE "CALENDAR" TO WS-DAY-BASIS
                       ELSE
                           IF WS-PARM-VALUE NOT = "BUSINESS"
                               DISPLAY "Invalid DAY-BASIS in parm file "
                                   "- using BUSINESS"
                           END-IF
                           MOVE "BUSINESS" TO WS-DAY-BASIS
                       END-IF
                   WHEN "HOLIDAY-FILE"
                       MOVE WS-PARM-VALUE TO WS-HOLIDAY-FILENAME
                   WHEN "RATE-MOVE-TOL-PCT"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               "file - using default (B)"
                           MOVE 'B' TO WS-DETECTION-MODE
                       END-IF
                   WHEN "CPTY-MASTER-FILE"
                       MOVE WS-PARM-VALUE TO WS-CPTY-MASTER-FILENAME
                   WHEN "CPTY-VALIDATION"
                       IF WS-PARM-VALUE(1:1) = 'N'
                           MOVE 'N' TO WS-CPTY-VALIDATION
                       ELSE
                           MOVE 'Y' TO WS-CPTY-VALIDATION
                       END-IF
                   WHEN "SPLIT-DETECTION"
                       IF WS-PARM-VALUE(1:1) = 'N'
                           MOVE 'N' TO WS-SPLIT-DETECTION
                       ELSE
                           MOVE 'Y' TO WS-SPLIT-DETECTION
                       END-IF
                   WHEN "SPLIT-WINDOW-DAYS"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-SPLIT-WINDOW-DAYS
                       ELSE
                           DISPLAY "Invalid SPLIT-WINDOW-DAYS in parm "
                               "file - using default (5)"
                       END-IF
                   WHEN "SPLIT-TOLERANCE"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-SPLIT-TOLERANCE
                       ELSE
                           DISPLAY "Invalid SPLIT-TOLERANCE in parm "
                               "file - using default (0.01)"
                       END-IF
                   WHEN "SPLIT-MAX-PARTS"
                       IF WS-PARM-VALUE(1:1) = '2'
                          OR WS-PARM-VALUE(1:1) = '3'
                           MOVE WS-PARM-VALUE(1:1)
                               TO WS-SPLIT-MAX-PARTS
                       ELSE
                           DISPLAY "Invalid SPLIT-MAX-PARTS in parm "
                               "file - using default (3)"
                       END-IF
                   WHEN "SPLIT-HISTORY-DAYS"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-SPLIT-HISTORY-DAYS
                       ELSE
                           DISPLAY "Invalid SPLIT-HISTORY-DAYS in parm "
                               "file - using default (30)"
                       END-IF
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "BASELINE-FILE"
                       MOVE WS-PARM-VALUE TO WS-BASELINE-FILENAME
                   WHEN "ANOMALY-SCREENING"
                       IF WS-PARM-VALUE(1:1) = 'N'
                           MOVE 'N' TO WS-ANOMALY-SCREENING
                       ELSE
                           MOVE 'Y' TO WS-ANOMALY-SCREENING
                       END-IF
                   WHEN "ANOMALY-AVG-FACTOR"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-ANOMALY-AVG-FACTOR
                       ELSE
                           DISPLAY "Invalid ANOMALY-AVG-FACTOR in "
                               "parm file - using default (10)"
                       END-IF
                   WHEN "ANOMALY-MAX-FACTOR"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-ANOMALY-MAX-FACTOR
                       ELSE
                           DISPLAY "Invalid ANOMALY-MAX-FACTOR in "
                               "parm file - using default (0)"
                       END-IF
                   WHEN "ANOMALY-MIN-HISTORY"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-ANOMALY-MIN-HISTORY
                       ELSE
                           DISPLAY "Invalid ANOMALY-MIN-HISTORY in "
                               "parm file - using default (3)"
                       END-IF
                   WHEN "FIRST-PAYMENT-LIMIT"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                               TO WS-FIRST-PAYMENT-LIMIT
                       ELSE
                           DISPLAY "Invalid FIRST-PAYMENT-LIMIT in "
                               "parm file - using default (10000)"
                       END-IF
                   WHEN "ANOMALY-NEW-CURRENCY"
                       IF WS-PARM-VALUE(1:1) = 'N'
                           MOVE 'N' TO WS-ANOMALY-NEW-CURRENCY
                       ELSE
                           MOVE 'Y' TO WS-ANOMALY-NEW-CURRENCY
                       END-IF
                   WHEN "ANOMALY-NEW-SOURCE"
                       IF WS-PARM-VALUE(1:1) = 'Y'
                           MOVE 'Y' TO WS-ANOMALY-NEW-SOURCE
                       ELSE
                           MOVE 'N' TO WS-ANOMALY-NEW-SOURCE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 1250-ROLLBACK-ABORTED-ADDS
           END-IF.

       1260-OPEN-CPTY-MASTER.
           IF WS-CPTY-VALIDATION = 'N'
               DISPLAY "Counterparty validation switched off"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CptyMasterFile
           IF WS-CPTY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTY-MASTER-OK
           ELSE
               MOVE 'N' TO WS-CPTY-MASTER-OK
               DISPLAY "Warning: counterparty master unusable - "
                   "status " WS-CPTY-FILE-STATUS
                   " - counterparties not validated"
           END-IF.

       1250-ROLLBACK-ABORTED-ADDS.
           OPEN INPUT MasterAddLogFile
           IF WS-ADDLOG-FILE-STATUS = '00'
               MOVE 'N' TO TX-IS-DUPLICATE(WS-RECORD-COUNT)
               MOVE 'N' TO TX-IS-FUZZY-DUP(WS-RECORD-COUNT)
               MOVE 'N' TO TX-IS-CROSS-RUN(WS-RECORD-COUNT)
               MOVE 'N' TO TX-IS-SPLIT(WS-RECORD-COUNT)
               MOVE 'N' TO TX-MASTER-ADDED(WS-RECORD-COUNT)
               MOVE 'N' TO TX-IS-BLOCKED(WS-RECORD-COUNT)
               IF WS-CPTY-MASTER-OK = 'Y'
                   MOVE CKPT-TX-CPTY TO WS-CPTY-LOOKUP-CODE
                   PERFORM 2158-READ-COUNTERPARTY
                   IF WS-CPTY-FOUND = 'Y' AND CPTY-REC-BLOCKED
                       MOVE 'Y' TO TX-IS-BLOCKED(WS-RECORD-COUNT)
                       ADD 1 TO WS-BLOCKED-COUNT
                   END-IF
               END-IF
           END-IF.

       1330-STORE-CHECKPOINT-REJ.
                   TO INFILE-TRAILER-EXPECTED(CKPT-FIL-SEQ)
           END-IF.

       1800-LOAD-SPLIT-HISTORY.
           COMPUTE WS-SPLIT-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-SPLIT-HISTORY-DAYS
           OPEN INPUT SplitHistoryFile
           IF WS-SPLITHIST-FILE-STATUS = '00'
               PERFORM UNTIL WS-SPLITHIST-FILE-STATUS NOT = '00'
                   READ SplitHistoryFile INTO SplitHistoryRecord
                   IF WS-SPLITHIST-FILE-STATUS = '00'
                      AND SplitHistoryRecord NOT = SPACES
                      AND SplitHistoryRecord(1:13) NOT = "TransactionID"
                       PERFORM 1810-STORE-SPLIT-HISTORY-ENTRY
                   END-IF
               END-PERFORM
               CLOSE SplitHistoryFile
               DISPLAY "Seen payments loaded for split check: "
                   WS-SPLIT-HIST-COUNT
           ELSE
               DISPLAY "No split-payment history found - starting "
                   "a new one"
           END-IF.

       1810-STORE-SPLIT-HISTORY-ENTRY.
           PERFORM VARYING WS-COMMA-POS1 FROM 1 BY 1
               UNTIL WS-COMMA-POS1 > 80
                  OR SplitHistoryRecord(WS-COMMA-POS1:1) = ','
           END-PERFORM
           COMPUTE WS-COMMA-POS2 = WS-COMMA-POS1 + 1
           PERFORM VARYING WS-COMMA-POS2 FROM WS-COMMA-POS2 BY 1
               UNTIL WS-COMMA-POS2 > 80
                  OR SplitHistoryRecord(WS-COMMA-POS2:1) = ','
           END-PERFORM
           COMPUTE WS-COMMA-POS3 = WS-COMMA-POS2 + 1
           PERFORM VARYING WS-COMMA-POS3 FROM WS-COMMA-POS3 BY 1
               UNTIL WS-COMMA-POS3 > 80
                  OR SplitHistoryRecord(WS-COMMA-POS3:1) = ','
           END-PERFORM
           COMPUTE WS-COMMA-POS4 = WS-COMMA-POS3 + 1
           PERFORM VARYING WS-COMMA-POS4 FROM WS-COMMA-POS4 BY 1
               UNTIL WS-COMMA-POS4 > 80
                  OR SplitHistoryRecord(WS-COMMA-POS4:1) = ','
           END-PERFORM
           IF WS-COMMA-POS1 = 1 OR WS-COMMA-POS1 > 11
              OR WS-COMMA-POS2 - WS-COMMA-POS1 > 11
              OR WS-COMMA-POS3 - WS-COMMA-POS2 NOT = 11
              OR WS-COMMA-POS4 > 70
               DISPLAY "Warning: unusable split history entry "
                   "skipped: " SplitHistoryRecord
               EXIT PARAGRAPH
           END-IF
           MOVE SplitHistoryRecord(WS-COMMA-POS2 + 1:10)
               TO WS-SPLIT-DATE-X
           PERFORM 3635-CONVERT-SPLIT-DATE
           IF WS-SPLIT-DATE-INT = 0
              OR WS-SPLIT-DATE-INT < WS-SPLIT-CUTOFF-INTEGER
               EXIT PARAGRAPH
           END-IF
           IF WS-SPLIT-HIST-COUNT >= 20000
               IF WS-SPLIT-HIST-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-SPLIT-HIST-FULL-WARNED
                   DISPLAY "Warning: split history table full - "
                       "older seen payments not compared"
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPLIT-HIST-COUNT
           MOVE SPACES TO WS-SPLIT-HIST-ENTRY(WS-SPLIT-HIST-COUNT)
           MOVE SplitHistoryRecord(1:WS-COMMA-POS1 - 1)
               TO SH-ID(WS-SPLIT-HIST-COUNT)
           IF WS-COMMA-POS2 - WS-COMMA-POS1 > 1
               MOVE SplitHistoryRecord(WS-COMMA-POS1 + 1:
                       WS-COMMA-POS2 - WS-COMMA-POS1 - 1)
                   TO SH-AMOUNT(WS-SPLIT-HIST-COUNT)
           END-IF
           MOVE WS-SPLIT-DATE-X TO SH-DATE(WS-SPLIT-HIST-COUNT)
           MOVE SplitHistoryRecord(WS-COMMA-POS3 + 1:3)
               TO SH-CURRENCY(WS-SPLIT-HIST-COUNT)
           MOVE SplitHistoryRecord(WS-COMMA-POS4 + 1:10)
               TO SH-CPTY(WS-SPLIT-HIST-COUNT).

       1900-LOAD-COUNTERPARTY-BASELINE.
           OPEN INPUT BaselineFile
           IF WS-BASELINE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BASELINE-LOADED
               PERFORM UNTIL WS-BASELINE-FILE-STATUS NOT = '00'
                   READ BaselineFile
                   IF WS-BASELINE-FILE-STATUS = '00'
                      AND BaselineRecord NOT = SPACES
                      AND BaselineRecord(1:12) NOT = "Counterparty"
                       PERFORM 1910-STORE-BASELINE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE BaselineFile
               DISPLAY "Counterparty baseline entries loaded: "
                   WS-BASELINE-COUNT
           ELSE
               DISPLAY "No counterparty baseline found - starting "
                   "a new one"
           END-IF.

       1910-STORE-BASELINE-ENTRY.
           MOVE BaselineRecord TO WS-BL-RECORD
           MOVE 1 TO WS-BL-FIELD-START
           MOVE SPACES TO WS-BL-SEARCH-KEY
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT(1:10) TO WS-BL-SEARCH-CPTY
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT(1:3) TO WS-BL-SEARCH-CURRENCY
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT TO WS-BL-COUNT-TEXT
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT TO WS-BL-AVG-TEXT
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT TO WS-BL-MAX-TEXT
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT TO WS-BL-SOURCE-LIST
           PERFORM 1920-EXTRACT-BASELINE-FIELD
           MOVE WS-BL-FIELD-TEXT(1:10) TO WS-BL-LAST-TEXT
           IF WS-BL-SEARCH-CPTY = SPACES
              OR WS-BL-SEARCH-CURRENCY = SPACES
              OR WS-BL-COUNT-TEXT = SPACES
              OR WS-BL-AVG-TEXT = SPACES
              OR WS-BL-MAX-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-BL-COUNT-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-BL-AVG-TEXT) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-BL-MAX-TEXT) NOT = 0
               DISPLAY "Warning: unusable baseline entry skipped: "
                   BaselineRecord(1:60)
               EXIT PARAGRAPH
           END-IF
           IF WS-BASELINE-COUNT >= 20000
               IF WS-BASELINE-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-BASELINE-FULL-WARNED
                   DISPLAY "Warning: counterparty baseline table full "
                       "- remaining entries not loaded"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3720-SEARCH-BASELINE
           IF WS-BL-POS > 0
               DISPLAY "Warning: repeated baseline entry skipped: "
                   BaselineRecord(1:60)
               EXIT PARAGRAPH
           END-IF
           PERFORM 3730-INSERT-BASELINE-ENTRY
           MOVE FUNCTION NUMVAL(WS-BL-COUNT-TEXT) TO BL-COUNT(WS-BL-POS)
           MOVE FUNCTION NUMVAL(WS-BL-AVG-TEXT)
               TO BL-AVG-AMOUNT(WS-BL-POS)
           MOVE FUNCTION NUMVAL(WS-BL-MAX-TEXT)
               TO BL-MAX-AMOUNT(WS-BL-POS)
           MOVE WS-BL-LAST-TEXT TO BL-LAST-PAID(WS-BL-POS)
           MOVE 0 TO WS-BL-SOURCE-NO
           MOVE 1 TO WS-BL-LIST-START
           PERFORM VARYING WS-BL-LIST-POS FROM 1 BY 1
               UNTIL WS-BL-LIST-POS > 40
               IF WS-BL-SOURCE-LIST(WS-BL-LIST-POS:1) = '+'
                  OR WS-BL-SOURCE-LIST(WS-BL-LIST-POS:1) = SPACE
                   PERFORM 1930-TAKE-BASELINE-SOURCE
                   COMPUTE WS-BL-LIST-START = WS-BL-LIST-POS + 1
               END-IF
           END-PERFORM.

       1920-EXTRACT-BASELINE-FIELD.
           MOVE SPACES TO WS-BL-FIELD-TEXT
           MOVE 0 TO WS-BL-FIELD-NUM
           PERFORM VARYING WS-BL-FIELD-POS FROM WS-BL-FIELD-START BY 1
               UNTIL WS-BL-FIELD-POS > 132
                  OR WS-BL-RECORD(WS-BL-FIELD-POS:1) = ','
               ADD 1 TO WS-BL-FIELD-NUM
               IF WS-BL-FIELD-NUM <= 40
                   MOVE WS-BL-RECORD(WS-BL-FIELD-POS:1)
                       TO WS-BL-FIELD-TEXT(WS-BL-FIELD-NUM:1)
               END-IF
           END-PERFORM
           COMPUTE WS-BL-FIELD-START = WS-BL-FIELD-POS + 1.

       1930-TAKE-BASELINE-SOURCE.
           IF WS-BL-LIST-POS > WS-BL-LIST-START
              AND WS-BL-SOURCE-NO < 3
               ADD 1 TO WS-BL-SOURCE-NO
               COMPUTE WS-BL-LIST-LENGTH =
                   WS-BL-LIST-POS - WS-BL-LIST-START
               MOVE WS-BL-SOURCE-LIST(WS-BL-LIST-START:
                       WS-BL-LIST-LENGTH)
                   TO BL-SOURCE(WS-BL-POS, WS-BL-SOURCE-NO)
           END-IF.

       2000-PROCESS-FILE.
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-INPUT-FILE-COUNT
       2150-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-RECORD
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-CPTY-HOLD

           IF FUNCTION TEST-NUMVAL(WS-AMOUNT) NOT = 0
               MOVE 'N' TO WS-VALID-RECORD
               MOVE "Non-numeric amount" TO WS-REJECT-REASON
           ELSE
               PERFORM 2155-VALIDATE-DATE
           END-IF
           IF WS-VALID-RECORD = 'Y' AND WS-CPTY-MASTER-OK = 'Y'
               PERFORM 2157-VALIDATE-COUNTERPARTY
           END-IF.

       2157-VALIDATE-COUNTERPARTY.
           MOVE WS-COUNTERPARTY TO WS-CPTY-LOOKUP-CODE
           PERFORM 2158-READ-COUNTERPARTY
           IF WS-CPTY-FOUND = 'N'
               MOVE 'N' TO WS-VALID-RECORD
               MOVE "Unknown counterparty" TO WS-REJECT-REASON
           ELSE
               IF CPTY-REC-CLOSED
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE "Counterparty closed" TO WS-REJECT-REASON
               ELSE
                   IF CPTY-REC-BLOCKED
                       MOVE 'Y' TO WS-CPTY-HOLD
                   END-IF
               END-IF
           END-IF.

       2158-READ-COUNTERPARTY.
           MOVE 'N' TO WS-CPTY-FOUND
           IF WS-CPTY-LOOKUP-CODE NOT = SPACES
               MOVE WS-CPTY-LOOKUP-CODE TO CPTY-REC-CODE
               READ CptyMasterFile
                   INVALID KEY
                       MOVE 'N' TO WS-CPTY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CPTY-FOUND
               END-READ
           END-IF.

       2155-VALIDATE-DATE.
               MOVE WS-CURRENT-SOURCE TO TX-SOURCE(WS-RECORD-COUNT)
               MOVE WS-COUNTERPARTY
                   TO TX-COUNTERPARTY(WS-RECORD-COUNT)
               MOVE WS-CPTY-HOLD TO TX-IS-BLOCKED(WS-RECORD-COUNT)
               IF WS-CPTY-HOLD = 'Y'
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
           ELSE
               MOVE "Transaction capacity exceeded" TO WS-REJECT-REASON
               PERFORM 2165-REJECT-CAPACITY-OVERFLOW
               END-IF

               PERFORM 3400-IDENTIFY-CROSS-RUN-DUPLICATES

               IF WS-SPLIT-DETECTION = 'Y'
                   PERFORM 3600-IDENTIFY-SPLIT-PAYMENTS
               END-IF

               IF WS-ANOMALY-SCREENING = 'Y'
                   PERFORM 3700-SCREEN-PAYMENT-PATTERNS
               END-IF
           END-IF
           PERFORM 3500-COMPUTE-STATISTICS.

               END-WRITE
               IF WS-MASTER-FILE-STATUS = '00'
                   ADD 1 TO WS-MASTER-ADD-COUNT
                   MOVE 'Y' TO TX-MASTER-ADDED(WS-CURR-TX)
               END-IF
           END-IF.

               IF TX-IS-DUPLICATE(WS-LOOP-INDEX) = 'Y'
                  OR TX-IS-FUZZY-DUP(WS-LOOP-INDEX) = 'Y'
                  OR TX-IS-CROSS-RUN(WS-LOOP-INDEX) = 'Y'
                  OR TX-IS-SPLIT(WS-LOOP-INDEX) = 'Y'
                   ADD 1 TO WS-FLAGGED-DUP-COUNT
                   PERFORM 3510-ACCUMULATE-EXPOSURE
               ELSE
                   IF TX-IS-BLOCKED(WS-LOOP-INDEX) = 'Y'
                      OR TX-IS-ANOMALY(WS-LOOP-INDEX) = 'Y'
                       PERFORM 3515-ACCUMULATE-HELD-EXPOSURE
                   END-IF
               END-IF
           END-PERFORM

           END-IF

           MOVE WS-TOTAL-EXPOSURE TO WS-TOTAL-EXPOSURE-DISP
           MOVE WS-BLOCKED-EXPOSURE TO WS-BLOCKED-EXPOSURE-DISP
           MOVE WS-ANOMALY-EXPOSURE TO WS-ANOMALY-EXPOSURE-DISP
           COMPUTE WS-HELD-EXPOSURE = WS-TOTAL-EXPOSURE
               + WS-BLOCKED-EXPOSURE + WS-ANOMALY-EXPOSURE
           MOVE WS-HELD-EXPOSURE TO WS-HELD-EXPOSURE-DISP
           MOVE WS-DUPLICATE-RATE TO WS-DUPLICATE-RATE-DISP.

       3510-ACCUMULATE-EXPOSURE.
           PERFORM 3530-ADD-CURRENCY-SUBTOTAL
           PERFORM 3540-ADD-CPTY-SUBTOTAL.

       3515-ACCUMULATE-HELD-EXPOSURE.
           MOVE TX-CURRENCY(WS-LOOP-INDEX) TO WS-TX-CURRENCY
           MOVE FUNCTION NUMVAL(TX-AMOUNT(WS-LOOP-INDEX))
               TO WS-AMOUNT-WORK
           PERFORM 3520-FIND-EXCHANGE-RATE
           COMPUTE WS-BASE-WORK = WS-AMOUNT-WORK * WS-RATE-WORK
           IF TX-IS-BLOCKED(WS-LOOP-INDEX) = 'Y'
               ADD WS-BASE-WORK TO WS-BLOCKED-EXPOSURE
           ELSE
               ADD WS-BASE-WORK TO WS-ANOMALY-EXPOSURE
           END-IF.

       3520-FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 1.00000 TO WS-RATE-WORK
                   ELSE
                       DISPLAY "Warning: exchange rate for "
                           WS-TX-CURRENCY " is "
                           RATE-AGE-DAYS(WS-RATE-ENTRY-POS) " "
                           WS-RATE-AGE-BASIS " old (limit "
                           WS-RATE-STALE-DAYS ")"
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

       3600-IDENTIFY-SPLIT-PAYMENTS.
           PERFORM 3610-SORT-BY-CPTY-CURRENCY
           MOVE 1 TO WS-RUN-START
           PERFORM UNTIL WS-RUN-START > WS-SPLIT-ORDER-COUNT
               PERFORM 3630-LOAD-SPLIT-GROUP
               IF WS-SPLIT-GRP-COUNT >= 3
                  AND WS-SPLIT-HAS-RUN = 'Y'
                   PERFORM VARYING WS-SPLIT-TARGET FROM 1 BY 1
                       UNTIL WS-SPLIT-TARGET > WS-SPLIT-GRP-COUNT
                       PERFORM 3640-MATCH-SPLIT-TARGET
                   END-PERFORM
               END-IF
               COMPUTE WS-RUN-START = WS-RUN-END + 1
           END-PERFORM
           IF WS-SPLIT-COUNT > 0
               DISPLAY "Split-payment sets found: " WS-SPLIT-COUNT
           END-IF.

       3610-SORT-BY-CPTY-CURRENCY.
           MOVE 0 TO WS-SPLIT-ORDER-COUNT
           SORT SortFile ON ASCENDING KEY SORT-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 3615-RELEASE-SPLIT-CANDIDATES
               OUTPUT PROCEDURE IS 3620-RETURN-SPLIT-ORDER.

       3615-RELEASE-SPLIT-CANDIDATES.
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
               IF TX-COUNTERPARTY(WS-LOOP-INDEX) NOT = SPACES
                   MOVE SPACES TO SortRecord
                   MOVE TX-COUNTERPARTY(WS-LOOP-INDEX)
                       TO SORT-KEY(1:10)
                   MOVE TX-CURRENCY(WS-LOOP-INDEX) TO SORT-KEY(11:3)
                   MOVE TX-DATE(WS-LOOP-INDEX) TO SORT-KEY(14:10)
                   MOVE WS-LOOP-INDEX TO SORT-TAG
                   MOVE 0 TO SORT-COUNT
                   MOVE 'R' TO SORT-EXTRA(1:1)
                   RELEASE SortRecord
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-SPLIT-HIST-COUNT
               IF SH-CPTY(WS-LOOP-INDEX) NOT = SPACES
                   MOVE SPACES TO SortRecord
                   MOVE SH-CPTY(WS-LOOP-INDEX) TO SORT-KEY(1:10)
                   MOVE SH-CURRENCY(WS-LOOP-INDEX) TO SORT-KEY(11:3)
                   MOVE SH-DATE(WS-LOOP-INDEX) TO SORT-KEY(14:10)
                   MOVE WS-LOOP-INDEX TO SORT-TAG
                   MOVE 0 TO SORT-COUNT
                   MOVE 'H' TO SORT-EXTRA(1:1)
                   RELEASE SortRecord
               END-IF
           END-PERFORM.

       3620-RETURN-SPLIT-ORDER.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SortFile
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-SPLIT-ORDER-COUNT
                       MOVE SORT-KEY(1:13)
                           TO SPO-KEY(WS-SPLIT-ORDER-COUNT)
                       MOVE SORT-EXTRA(1:1)
                           TO SPO-ORIGIN(WS-SPLIT-ORDER-COUNT)
                       MOVE SORT-TAG
                           TO SPO-INDEX(WS-SPLIT-ORDER-COUNT)
               END-RETURN
           END-PERFORM.

       3630-LOAD-SPLIT-GROUP.
           MOVE 0 TO WS-SPLIT-GRP-COUNT
           MOVE 'N' TO WS-SPLIT-HAS-RUN
           MOVE 'N' TO WS-SPLIT-GRP-WARNED
           MOVE SPO-KEY(WS-RUN-START) TO WS-SPLIT-KEY
           PERFORM 3631-FIND-SPLIT-KEEP-FROM
           MOVE WS-RUN-START TO WS-RUN-END
           MOVE 'N' TO WS-RUN-DONE
           PERFORM UNTIL WS-RUN-DONE = 'Y'
               PERFORM 3632-ADD-SPLIT-GROUP-MEMBER
               IF WS-RUN-END >= WS-SPLIT-ORDER-COUNT
                   MOVE 'Y' TO WS-RUN-DONE
               ELSE
                   IF SPO-KEY(WS-RUN-END + 1) = WS-SPLIT-KEY
                       ADD 1 TO WS-RUN-END
                   ELSE
                       MOVE 'Y' TO WS-RUN-DONE
                   END-IF
               END-IF
           END-PERFORM.

       3631-FIND-SPLIT-KEEP-FROM.
           MOVE 0 TO WS-SPLIT-RUN-FIRST-INT
           PERFORM VARYING WS-SPLIT-SCAN FROM WS-RUN-START BY 1
               UNTIL WS-SPLIT-SCAN > WS-SPLIT-ORDER-COUNT
                  OR SPO-KEY(WS-SPLIT-SCAN) NOT = WS-SPLIT-KEY
               IF SPO-ORIGIN(WS-SPLIT-SCAN) = 'R'
                   MOVE TX-DATE(SPO-INDEX(WS-SPLIT-SCAN))
                       TO WS-SPLIT-DATE-X
                   PERFORM 3635-CONVERT-SPLIT-DATE
                   IF WS-SPLIT-DATE-INT > 0
                      AND (WS-SPLIT-RUN-FIRST-INT = 0
                       OR WS-SPLIT-DATE-INT < WS-SPLIT-RUN-FIRST-INT)
                       MOVE WS-SPLIT-DATE-INT
                           TO WS-SPLIT-RUN-FIRST-INT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPLIT-RUN-FIRST-INT = 0
               MOVE 99999999 TO WS-SPLIT-KEEP-FROM
           ELSE
               IF WS-SPLIT-RUN-FIRST-INT > WS-SPLIT-WINDOW-DAYS * 2
                   COMPUTE WS-SPLIT-KEEP-FROM =
                       WS-SPLIT-RUN-FIRST-INT
                     - WS-SPLIT-WINDOW-DAYS * 2
               ELSE
                   MOVE 0 TO WS-SPLIT-KEEP-FROM
               END-IF
           END-IF.

       3632-ADD-SPLIT-GROUP-MEMBER.
           IF SPO-ORIGIN(WS-RUN-END) = 'R'
               MOVE TX-DATE(SPO-INDEX(WS-RUN-END)) TO WS-SPLIT-DATE-X
           ELSE
               MOVE SH-DATE(SPO-INDEX(WS-RUN-END)) TO WS-SPLIT-DATE-X
           END-IF
           PERFORM 3635-CONVERT-SPLIT-DATE
           IF WS-SPLIT-DATE-INT < WS-SPLIT-KEEP-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-SPLIT-GRP-COUNT >= 100
               IF WS-SPLIT-GRP-WARNED = 'N'
                   MOVE 'Y' TO WS-SPLIT-GRP-WARNED
                   DISPLAY "Warning: more than 100 payments for "
                       WS-SPLIT-KEY(1:10) " " WS-SPLIT-KEY(11:3)
                       " - later payments not checked for splits"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPO-INDEX(WS-RUN-END) TO WS-CURR-TX
           ADD 1 TO WS-SPLIT-GRP-COUNT
           MOVE SPO-ORIGIN(WS-RUN-END)
               TO GRP-ORIGIN(WS-SPLIT-GRP-COUNT)
           MOVE WS-CURR-TX TO GRP-INDEX(WS-SPLIT-GRP-COUNT)
           IF SPO-ORIGIN(WS-RUN-END) = 'R'
               MOVE TX-ID(WS-CURR-TX) TO GRP-ID(WS-SPLIT-GRP-COUNT)
               MOVE TX-AMOUNT(WS-CURR-TX)
                   TO GRP-AMOUNT(WS-SPLIT-GRP-COUNT)
               MOVE TX-DATE(WS-CURR-TX)
                   TO GRP-DATE(WS-SPLIT-GRP-COUNT)
           ELSE
               MOVE SH-ID(WS-CURR-TX) TO GRP-ID(WS-SPLIT-GRP-COUNT)
               MOVE SH-AMOUNT(WS-CURR-TX)
                   TO GRP-AMOUNT(WS-SPLIT-GRP-COUNT)
               MOVE SH-DATE(WS-CURR-TX)
                   TO GRP-DATE(WS-SPLIT-GRP-COUNT)
           END-IF
           MOVE GRP-DATE(WS-SPLIT-GRP-COUNT) TO WS-SPLIT-DATE-X
           PERFORM 3635-CONVERT-SPLIT-DATE
           MOVE 0 TO WS-SPLIT-AMOUNT-WORK
           IF FUNCTION TEST-NUMVAL(GRP-AMOUNT(WS-SPLIT-GRP-COUNT)) = 0
               COMPUTE WS-SPLIT-AMOUNT-WORK =
                   FUNCTION NUMVAL(GRP-AMOUNT(WS-SPLIT-GRP-COUNT))
           END-IF
           IF WS-SPLIT-DATE-INT = 0 OR WS-SPLIT-AMOUNT-WORK <= 0
               SUBTRACT 1 FROM WS-SPLIT-GRP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPLIT-DATE-INT TO GRP-DATE-INT(WS-SPLIT-GRP-COUNT)
           MOVE WS-SPLIT-AMOUNT-WORK
               TO GRP-AMOUNT-NUM(WS-SPLIT-GRP-COUNT)
           IF GRP-FROM-THIS-RUN(WS-SPLIT-GRP-COUNT)
               MOVE 'Y' TO WS-SPLIT-HAS-RUN
           END-IF.

       3635-CONVERT-SPLIT-DATE.
           MOVE 0 TO WS-SPLIT-DATE-INT
           IF WS-SPLIT-DATE-X(1:4) IS NUMERIC
              AND WS-SPLIT-DATE-X(5:1) = '-'
              AND WS-SPLIT-DATE-X(6:2) IS NUMERIC
              AND WS-SPLIT-DATE-X(8:1) = '-'
              AND WS-SPLIT-DATE-X(9:2) IS NUMERIC
              AND WS-SPLIT-DATE-X(6:2) >= '01'
              AND WS-SPLIT-DATE-X(6:2) <= '12'
              AND WS-SPLIT-DATE-X(9:2) >= '01'
              AND WS-SPLIT-DATE-X(9:2) <= '31'
               STRING WS-SPLIT-DATE-X(1:4) WS-SPLIT-DATE-X(6:2)
                      WS-SPLIT-DATE-X(9:2) DELIMITED BY SIZE
                      INTO WS-SPLIT-DATE-NUM
               COMPUTE WS-SPLIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SPLIT-DATE-NUM)
           END-IF.

       3640-MATCH-SPLIT-TARGET.
           MOVE 'N' TO WS-SPLIT-MATCHED
           PERFORM VARYING WS-SPLIT-PART1 FROM 1 BY 1
               UNTIL WS-SPLIT-PART1 > WS-SPLIT-GRP-COUNT
                  OR WS-SPLIT-MATCHED = 'Y'
               MOVE WS-SPLIT-PART1 TO WS-SPLIT-CHECK
               PERFORM 3645-CHECK-SPLIT-PART
               IF WS-SPLIT-MEMBER-OK = 'Y'
                   PERFORM 3650-TRY-SPLIT-SECOND-PART
               END-IF
           END-PERFORM.

       3645-CHECK-SPLIT-PART.
           MOVE 'N' TO WS-SPLIT-MEMBER-OK
           IF WS-SPLIT-CHECK = WS-SPLIT-TARGET
              OR GRP-ID(WS-SPLIT-CHECK) = GRP-ID(WS-SPLIT-TARGET)
              OR GRP-AMOUNT-NUM(WS-SPLIT-CHECK)
                 >= GRP-AMOUNT-NUM(WS-SPLIT-TARGET)
               EXIT PARAGRAPH
           END-IF
           IF GRP-DATE-INT(WS-SPLIT-CHECK)
              >= GRP-DATE-INT(WS-SPLIT-TARGET)
               COMPUTE WS-SPLIT-DAY-GAP =
                   GRP-DATE-INT(WS-SPLIT-CHECK)
                 - GRP-DATE-INT(WS-SPLIT-TARGET)
           ELSE
               COMPUTE WS-SPLIT-DAY-GAP =
                   GRP-DATE-INT(WS-SPLIT-TARGET)
                 - GRP-DATE-INT(WS-SPLIT-CHECK)
           END-IF
           IF WS-SPLIT-DAY-GAP <= WS-SPLIT-WINDOW-DAYS
               MOVE 'Y' TO WS-SPLIT-MEMBER-OK
           END-IF.

       3650-TRY-SPLIT-SECOND-PART.
           COMPUTE WS-SPLIT-START = WS-SPLIT-PART1 + 1
           PERFORM VARYING WS-SPLIT-PART2 FROM WS-SPLIT-START BY 1
               UNTIL WS-SPLIT-PART2 > WS-SPLIT-GRP-COUNT
                  OR WS-SPLIT-MATCHED = 'Y'
               MOVE WS-SPLIT-PART2 TO WS-SPLIT-CHECK
               PERFORM 3645-CHECK-SPLIT-PART
               IF WS-SPLIT-MEMBER-OK = 'Y'
                  AND GRP-ID(WS-SPLIT-PART2)
                      NOT = GRP-ID(WS-SPLIT-PART1)
                   COMPUTE WS-SPLIT-SUM =
                       GRP-AMOUNT-NUM(WS-SPLIT-PART1)
                     + GRP-AMOUNT-NUM(WS-SPLIT-PART2)
                   PERFORM 3658-COMPARE-SPLIT-SUM
                   IF WS-SPLIT-SUM-HIT = 'Y'
                      AND (GRP-FROM-THIS-RUN(WS-SPLIT-TARGET)
                        OR GRP-FROM-THIS-RUN(WS-SPLIT-PART1)
                        OR GRP-FROM-THIS-RUN(WS-SPLIT-PART2))
                       MOVE 0 TO WS-SPLIT-PART3
                       PERFORM 3660-RECORD-SPLIT-MATCH
                   ELSE
                       IF WS-SPLIT-MAX-PARTS > 2
                          AND WS-SPLIT-SUM
                              < GRP-AMOUNT-NUM(WS-SPLIT-TARGET)
                           PERFORM 3655-TRY-SPLIT-THIRD-PART
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3655-TRY-SPLIT-THIRD-PART.
           COMPUTE WS-SPLIT-START = WS-SPLIT-PART2 + 1
           PERFORM VARYING WS-SPLIT-PART3 FROM WS-SPLIT-START BY 1
               UNTIL WS-SPLIT-PART3 > WS-SPLIT-GRP-COUNT
                  OR WS-SPLIT-MATCHED = 'Y'
               MOVE WS-SPLIT-PART3 TO WS-SPLIT-CHECK
               PERFORM 3645-CHECK-SPLIT-PART
               IF WS-SPLIT-MEMBER-OK = 'Y'
                  AND GRP-ID(WS-SPLIT-PART3)
                      NOT = GRP-ID(WS-SPLIT-PART1)
                  AND GRP-ID(WS-SPLIT-PART3)
                      NOT = GRP-ID(WS-SPLIT-PART2)
                   COMPUTE WS-SPLIT-SUM =
                       GRP-AMOUNT-NUM(WS-SPLIT-PART1)
                     + GRP-AMOUNT-NUM(WS-SPLIT-PART2)
                     + GRP-AMOUNT-NUM(WS-SPLIT-PART3)
                   PERFORM 3658-COMPARE-SPLIT-SUM
                   IF WS-SPLIT-SUM-HIT = 'Y'
                      AND (GRP-FROM-THIS-RUN(WS-SPLIT-TARGET)
                        OR GRP-FROM-THIS-RUN(WS-SPLIT-PART1)
                        OR GRP-FROM-THIS-RUN(WS-SPLIT-PART2)
                        OR GRP-FROM-THIS-RUN(WS-SPLIT-PART3))
                       PERFORM 3660-RECORD-SPLIT-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       3658-COMPARE-SPLIT-SUM.
           IF WS-SPLIT-SUM >= GRP-AMOUNT-NUM(WS-SPLIT-TARGET)
               COMPUTE WS-SPLIT-DIFF =
                   WS-SPLIT-SUM - GRP-AMOUNT-NUM(WS-SPLIT-TARGET)
           ELSE
               COMPUTE WS-SPLIT-DIFF =
                   GRP-AMOUNT-NUM(WS-SPLIT-TARGET) - WS-SPLIT-SUM
           END-IF
           IF WS-SPLIT-DIFF <= WS-SPLIT-TOLERANCE
               MOVE 'Y' TO WS-SPLIT-SUM-HIT
           ELSE
               MOVE 'N' TO WS-SPLIT-SUM-HIT
           END-IF.

       3660-RECORD-SPLIT-MATCH.
           MOVE 'Y' TO WS-SPLIT-MATCHED
           IF WS-SPLIT-COUNT >= 1000
               IF WS-SPLIT-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-SPLIT-FULL-WARNED
                   DISPLAY "Warning: split-payment table full - "
                       "further sets held but not listed"
               END-IF
           ELSE
               ADD 1 TO WS-SPLIT-COUNT
               MOVE WS-SPLIT-KEY(1:10) TO SPLIT-CPTY(WS-SPLIT-COUNT)
               MOVE WS-SPLIT-KEY(11:3)
                   TO SPLIT-CURRENCY(WS-SPLIT-COUNT)
               MOVE GRP-ORIGIN(WS-SPLIT-TARGET)
                   TO SPLIT-TARGET-ORIGIN(WS-SPLIT-COUNT)
               MOVE GRP-ID(WS-SPLIT-TARGET)
                   TO SPLIT-TARGET-ID(WS-SPLIT-COUNT)
               MOVE GRP-AMOUNT(WS-SPLIT-TARGET)
                   TO SPLIT-TARGET-AMOUNT(WS-SPLIT-COUNT)
               MOVE GRP-DATE(WS-SPLIT-TARGET)
                   TO SPLIT-TARGET-DATE(WS-SPLIT-COUNT)
               MOVE 0 TO SPLIT-PART-COUNT(WS-SPLIT-COUNT)
               MOVE WS-SPLIT-PART1 TO WS-SPLIT-CHECK
               PERFORM 3665-STORE-SPLIT-PART
               MOVE WS-SPLIT-PART2 TO WS-SPLIT-CHECK
               PERFORM 3665-STORE-SPLIT-PART
               IF WS-SPLIT-PART3 > 0
                   MOVE WS-SPLIT-PART3 TO WS-SPLIT-CHECK
                   PERFORM 3665-STORE-SPLIT-PART
               END-IF
           END-IF
           MOVE WS-SPLIT-TARGET TO WS-SPLIT-CHECK
           PERFORM 3670-MARK-SPLIT-MEMBER
           MOVE WS-SPLIT-PART1 TO WS-SPLIT-CHECK
           PERFORM 3670-MARK-SPLIT-MEMBER
           MOVE WS-SPLIT-PART2 TO WS-SPLIT-CHECK
           PERFORM 3670-MARK-SPLIT-MEMBER
           IF WS-SPLIT-PART3 > 0
               MOVE WS-SPLIT-PART3 TO WS-SPLIT-CHECK
               PERFORM 3670-MARK-SPLIT-MEMBER
           END-IF.

       3665-STORE-SPLIT-PART.
           ADD 1 TO SPLIT-PART-COUNT(WS-SPLIT-COUNT)
           MOVE SPLIT-PART-COUNT(WS-SPLIT-COUNT) TO WS-SPLIT-PART-NO
           MOVE GRP-ORIGIN(WS-SPLIT-CHECK)
               TO SPLIT-PART-ORIGIN(WS-SPLIT-COUNT, WS-SPLIT-PART-NO)
           MOVE GRP-ID(WS-SPLIT-CHECK)
               TO SPLIT-PART-ID(WS-SPLIT-COUNT, WS-SPLIT-PART-NO)
           MOVE GRP-AMOUNT(WS-SPLIT-CHECK)
               TO SPLIT-PART-AMOUNT(WS-SPLIT-COUNT, WS-SPLIT-PART-NO)
           MOVE GRP-DATE(WS-SPLIT-CHECK)
               TO SPLIT-PART-DATE(WS-SPLIT-COUNT, WS-SPLIT-PART-NO).

       3670-MARK-SPLIT-MEMBER.
           IF GRP-FROM-THIS-RUN(WS-SPLIT-CHECK)
               IF TX-IS-SPLIT(GRP-INDEX(WS-SPLIT-CHECK)) = 'N'
                   MOVE 'Y' TO TX-IS-SPLIT(GRP-INDEX(WS-SPLIT-CHECK))
                   ADD 1 TO WS-SPLIT-TX-COUNT
               END-IF
           END-IF.

       3700-SCREEN-PAYMENT-PATTERNS.
           IF WS-BASELINE-LOADED = 'N'
               DISPLAY "Pattern screening skipped - no counterparty "
                   "baseline yet"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
               PERFORM 3710-SCREEN-ONE-PAYMENT
           END-PERFORM.

       3710-SCREEN-ONE-PAYMENT.
           MOVE 'N' TO TX-IS-ANOMALY(WS-LOOP-INDEX)
           MOVE SPACES TO TX-ANOMALY-REASON(WS-LOOP-INDEX)
           IF TX-COUNTERPARTY(WS-LOOP-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TX-COUNTERPARTY(WS-LOOP-INDEX) TO WS-BL-SEARCH-CPTY
           MOVE TX-CURRENCY(WS-LOOP-INDEX) TO WS-BL-SEARCH-CURRENCY
           MOVE FUNCTION NUMVAL(TX-AMOUNT(WS-LOOP-INDEX))
               TO WS-BL-AMOUNT
           MOVE SPACES TO WS-BL-REASON
           PERFORM 3720-SEARCH-BASELINE
           IF WS-BL-POS > 0
               PERFORM 3740-CHECK-KNOWN-CURRENCY
           ELSE
               PERFORM 3725-CHECK-CPTY-SEEN
               IF WS-BL-CPTY-SEEN = 'Y'
                   IF WS-ANOMALY-NEW-CURRENCY = 'Y'
                       MOVE "NEW-CURRENCY" TO WS-BL-REASON
                   END-IF
               ELSE
                   PERFORM 3750-CHECK-FIRST-PAYMENT
               END-IF
           END-IF
           IF WS-BL-REASON NOT = SPACES
               MOVE 'Y' TO TX-IS-ANOMALY(WS-LOOP-INDEX)
               MOVE WS-BL-REASON TO TX-ANOMALY-REASON(WS-LOOP-INDEX)
               ADD 1 TO WS-ANOMALY-COUNT
           END-IF.

       3720-SEARCH-BASELINE.
           MOVE 1 TO WS-BL-LO
           COMPUTE WS-BL-HI = WS-BASELINE-COUNT + 1
           PERFORM UNTIL WS-BL-LO >= WS-BL-HI
               COMPUTE WS-BL-MID = (WS-BL-LO + WS-BL-HI) / 2
               IF BL-KEY(WS-BL-MID) < WS-BL-SEARCH-KEY
                   COMPUTE WS-BL-LO = WS-BL-MID + 1
               ELSE
                   MOVE WS-BL-MID TO WS-BL-HI
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BL-POS
           IF WS-BL-LO <= WS-BASELINE-COUNT
               IF BL-KEY(WS-BL-LO) = WS-BL-SEARCH-KEY
                   MOVE WS-BL-LO TO WS-BL-POS
               END-IF
           END-IF.

       3725-CHECK-CPTY-SEEN.
           MOVE 'N' TO WS-BL-CPTY-SEEN
           IF WS-BL-LO <= WS-BASELINE-COUNT
               IF BL-CPTY(WS-BL-LO) = WS-BL-SEARCH-CPTY
                   MOVE 'Y' TO WS-BL-CPTY-SEEN
               END-IF
           END-IF
           IF WS-BL-LO > 1
               IF BL-CPTY(WS-BL-LO - 1) = WS-BL-SEARCH-CPTY
                   MOVE 'Y' TO WS-BL-CPTY-SEEN
               END-IF
           END-IF.

       3730-INSERT-BASELINE-ENTRY.
           PERFORM VARYING WS-BL-SHIFT FROM WS-BASELINE-COUNT BY -1
               UNTIL WS-BL-SHIFT < WS-BL-LO
               MOVE WS-BASELINE-ENTRY(WS-BL-SHIFT)
                   TO WS-BASELINE-ENTRY(WS-BL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-BASELINE-COUNT
           MOVE WS-BL-LO TO WS-BL-POS
           MOVE SPACES TO WS-BASELINE-ENTRY(WS-BL-POS)
           MOVE WS-BL-SEARCH-KEY TO BL-KEY(WS-BL-POS)
           MOVE 0 TO BL-COUNT(WS-BL-POS)
           MOVE 0 TO BL-AVG-AMOUNT(WS-BL-POS)
           MOVE 0 TO BL-MAX-AMOUNT(WS-BL-POS).

       3740-CHECK-KNOWN-CURRENCY.
           IF BL-COUNT(WS-BL-POS) >= WS-ANOMALY-MIN-HISTORY
               IF WS-ANOMALY-AVG-FACTOR > 0
                   COMPUTE WS-BL-THRESHOLD =
                       BL-AVG-AMOUNT(WS-BL-POS) * WS-ANOMALY-AVG-FACTOR
                   IF WS-BL-AMOUNT > WS-BL-THRESHOLD
                       MOVE "HIGH-VS-AVG" TO WS-BL-REASON
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-ANOMALY-MAX-FACTOR > 0
                   COMPUTE WS-BL-THRESHOLD =
                       BL-MAX-AMOUNT(WS-BL-POS) * WS-ANOMALY-MAX-FACTOR
                   IF WS-BL-AMOUNT > WS-BL-THRESHOLD
                       MOVE "HIGH-VS-MAX" TO WS-BL-REASON
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-ANOMALY-NEW-SOURCE = 'Y'
              AND TX-SOURCE(WS-LOOP-INDEX) NOT = SPACES
              AND BL-SOURCE(WS-BL-POS, 3) = SPACES
               PERFORM 3745-FIND-BASELINE-SOURCE
               IF WS-BL-SOURCE-FOUND = 'N'
                   MOVE "NEW-SOURCE" TO WS-BL-REASON
               END-IF
           END-IF.

       3745-FIND-BASELINE-SOURCE.
           MOVE 'N' TO WS-BL-SOURCE-FOUND
           PERFORM VARYING WS-BL-SOURCE-NO FROM 1 BY 1
               UNTIL WS-BL-SOURCE-NO > 3
                  OR WS-BL-SOURCE-FOUND = 'Y'
               IF BL-SOURCE(WS-BL-POS, WS-BL-SOURCE-NO) =
                   TX-SOURCE(WS-LOOP-INDEX)
                   MOVE 'Y' TO WS-BL-SOURCE-FOUND
               END-IF
           END-PERFORM.

       3750-CHECK-FIRST-PAYMENT.
           IF WS-FIRST-PAYMENT-LIMIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TX-CURRENCY(WS-LOOP-INDEX) TO WS-TX-CURRENCY
           MOVE WS-BL-AMOUNT TO WS-AMOUNT-WORK
           PERFORM 3755-LOOKUP-RATE-QUIET
           IF WS-RATE-FOUND = 'N'
               ADD 1 TO WS-BL-NO-RATE-COUNT
               IF WS-BL-NO-RATE-COUNT = 1
                   DISPLAY "Warning: no exchange rate for "
                       WS-TX-CURRENCY " - first-payment limit not "
                       "applied"
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-WORK = WS-AMOUNT-WORK * WS-RATE-WORK
           IF WS-BASE-WORK > WS-FIRST-PAYMENT-LIMIT
               MOVE "FIRST-LARGE" TO WS-BL-REASON
           END-IF.

       3755-LOOKUP-RATE-QUIET.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 1.00000 TO WS-RATE-WORK
           IF WS-TX-CURRENCY = WS-BASE-CURRENCY
               MOVE 'Y' TO WS-RATE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > WS-RATE-COUNT
                  OR WS-RATE-FOUND = 'Y'
               IF RATE-CURRENCY(WS-CT-INDEX) = WS-TX-CURRENCY
                   MOVE RATE-VALUE(WS-CT-INDEX) TO WS-RATE-WORK
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

       4000-DISPLAY-RESULTS.
           DISPLAY " "
           DISPLAY "Processing Summary:"
           DISPLAY "Total records processed: " WS-RECORD-COUNT
           DISPLAY "Records rejected (validation failures): "
               WS-REJECT-COUNT
           DISPLAY "Records rejected (capacity exceeded): "
               WS-CAPACITY-REJECT-COUNT
           DISPLAY "Total exposure in " WS-BASE-CURRENCY
               " (duplicate amounts): " WS-TOTAL-EXPOSURE-DISP
           IF WS-BLOCKED-EXPOSURE > 0 OR WS-ANOMALY-EXPOSURE > 0
               DISPLAY "Exposure in " WS-BASE-CURRENCY
                   " (blocked counterparties): "
                   WS-BLOCKED-EXPOSURE-DISP
               DISPLAY "Exposure in " WS-BASE-CURRENCY
                   " (out-of-pattern payments): "
                   WS-ANOMALY-EXPOSURE-DISP
               DISPLAY "Total held exposure in " WS-BASE-CURRENCY
                   " (all holds): " WS-HELD-EXPOSURE-DISP
           END-IF
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > WS-CURRENCY-COUNT
               MOVE CT-NATIVE(WS-CT-INDEX) TO WS-NATIVE-DISP
               MOVE CT-BASE(WS-CT-INDEX) TO WS-BASE-DISP
               IF CT-RATE-MISSING(WS-CT-INDEX) = 'Y'
                   DISPLAY "  " CT-CURRENCY(WS-CT-INDEX) ": "
                       WS-NATIVE-DISP " = " WS-BASE-DISP " "
                       WS-BASE-CURRENCY " (no rate)"
               ELSE
                   DISPLAY "  " CT-CURRENCY(WS-CT-INDEX) ": "
                       WS-NATIVE-DISP " = " WS-BASE-DISP " "
                       WS-BASE-CURRENCY
               END-IF
           END-PERFORM
           DISPLAY "Duplicate rate: " WS-DUPLICATE-RATE-DISP "%"
           IF WS-SUPPRESSED-COUNT > 0
               DISPLAY "Fuzzy groups suppressed as known recurring: "
                   WS-SUPPRESSED-COUNT
           END-IF
           IF WS-SPLIT-COUNT > 0
               DISPLAY "Split-payment sets flagged: " WS-SPLIT-COUNT
                   " (" WS-SPLIT-TX-COUNT " payments held)"
           END-IF
           IF WS-BLOCKED-COUNT > 0
               DISPLAY "Payments held for blocked counterparties: "
                   WS-BLOCKED-COUNT
           END-IF
           IF WS-ANOMALY-COUNT > 0
               DISPLAY "Out-of-pattern payments flagged: "
                   WS-ANOMALY-COUNT
           END-IF
           IF WS-BL-NO-RATE-COUNT > 0
               DISPLAY "First payments not limit-checked (no rate): "
                   WS-BL-NO-RATE-COUNT
           END-IF
           DISPLAY " "
           PERFORM 4220-WRITE-REPORT-SUMMARY

           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "Duplicate Transactions Found:"
               DISPLAY "============================="
               PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOP-INDEX > WS-DUPLICATE-COUNT
                   DISPLAY "Transaction ID: " DUP-ID(WS-LOOP-INDEX)
                       " (appears " DUP-COUNT(WS-LOOP-INDEX) " times)"
                   IF DUP-SOURCES(WS-LOOP-INDEX) NOT = SPACES
                       DISPLAY "  Cross-source duplicate: "
                           DUP-SOURCES(WS-LOOP-INDEX)
                   END-IF
                   PERFORM 4230-WRITE-REPORT-DUP-SUMMARY-LINE
               END-PERFORM

               DISPLAY " "
               DISPLAY "Detailed Duplicate Records:"
               DISPLAY "=========================="
               PERFORM 4100-DISPLAY-DUPLICATE-DETAILS
           ELSE
               DISPLAY "No duplicate transactions found."
               MOVE "No duplicate transactions found." TO ReportRecord
               WRITE ReportRecord
           END-IF

           IF WS-MODE-FUZZY-ONLY OR WS-MODE-BOTH
               PERFORM 4500-DISPLAY-FUZZY-DUPLICATES
               IF WS-SUPPRESSED-COUNT > 0
                   PERFORM 4550-DISPLAY-SUPPRESSED-RECURRING
               END-IF
           END-IF

           PERFORM 4600-DISPLAY-CROSS-RUN-DUPLICATES
           IF WS-SPLIT-DETECTION = 'Y'
               PERFORM 4650-DISPLAY-SPLIT-PAYMENTS
           END-IF
           IF WS-CPTY-MASTER-OK = 'Y'
               PERFORM 4680-DISPLAY-BLOCKED-HOLDS
           END-IF
           IF WS-ANOMALY-SCREENING = 'Y'
               PERFORM 4695-DISPLAY-PAYMENT-ANOMALIES
           END-IF
           PERFORM 4700-DISPLAY-TRAILER-RECONCILIATION
           IF WS-SIMULATE-ACTIVE = 'Y'
               PERFORM 4800-WRITE-SIMULATION-REPORT
           END-IF.

       4800-WRITE-SIMULATION-REPORT.
           MOVE SPACES TO WS-SIM-REPORT-FILENAME
           STRING 'rules_simulation_' DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-RUN-SEQUENCE DELIMITED BY SIZE
           END-IF
           WRITE SimulationRecord.

       4650-DISPLAY-SPLIT-PAYMENTS.
           MOVE "SPLIT" TO WS-HOLD-REASON
           DISPLAY " "
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           DISPLAY "Split-Payment Duplicates (parts matching a full "
               "payment):"
           DISPLAY "================================================="
           MOVE SPACES TO ReportRecord
           STRING "Split-Payment Duplicates (parts matching a full "
                  DELIMITED BY SIZE
                  "payment):" DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           MOVE "================================================="
               TO ReportRecord
           WRITE ReportRecord

           IF WS-SPLIT-COUNT > 0
               PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOP-INDEX > WS-SPLIT-COUNT
                   PERFORM 4660-WRITE-ONE-SPLIT-SET
               END-PERFORM
               PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
                   IF TX-IS-SPLIT(WS-LOOP-INDEX) = 'Y'
                      AND TX-IS-DUPLICATE(WS-LOOP-INDEX) = 'N'
                      AND TX-IS-FUZZY-DUP(WS-LOOP-INDEX) = 'N'
                      AND TX-IS-CROSS-RUN(WS-LOOP-INDEX) = 'N'
                       MOVE WS-LOOP-INDEX TO WS-INNER-INDEX
                       PERFORM 4150-WRITE-DUPLICATE-HOLD-RECORD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No split-payment duplicates found."
               MOVE "No split-payment duplicates found."
                   TO ReportRecord
               WRITE ReportRecord
           END-IF.

       4660-WRITE-ONE-SPLIT-SET.
           MOVE SPLIT-CPTY(WS-LOOP-INDEX) TO WS-CPTY-LOOKUP-CODE
           PERFORM 4270-LOOKUP-CPTY-NAME
           IF SPLIT-TARGET-ORIGIN(WS-LOOP-INDEX) = 'H'
               MOVE " [SEEN MASTER]" TO WS-SPLIT-ORIGIN-NOTE
           ELSE
               MOVE SPACES TO WS-SPLIT-ORIGIN-NOTE
           END-IF
           DISPLAY "Full payment ID: " SPLIT-TARGET-ID(WS-LOOP-INDEX)
               " | Amount: " SPLIT-TARGET-AMOUNT(WS-LOOP-INDEX)
               " " SPLIT-CURRENCY(WS-LOOP-INDEX)
               " | Date: " SPLIT-TARGET-DATE(WS-LOOP-INDEX)
               " | Cpty: " SPLIT-CPTY(WS-LOOP-INDEX)
               WS-SPLIT-ORIGIN-NOTE
           IF WS-CPTY-NAME NOT = SPACES
               DISPLAY "  Counterparty: " WS-CPTY-NAME
           END-IF
           MOVE SPACES TO ReportRecord
           STRING "Full payment ID: " DELIMITED BY SIZE
                  SPLIT-TARGET-ID(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Amount: " DELIMITED BY SIZE
                  SPLIT-TARGET-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SPLIT-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Date: " DELIMITED BY SIZE
                  SPLIT-TARGET-DATE(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Cpty: " DELIMITED BY SIZE
                  SPLIT-CPTY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  WS-SPLIT-ORIGIN-NOTE DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           IF WS-CPTY-NAME NOT = SPACES
               MOVE SPACES TO ReportRecord
               STRING "  Counterparty: " DELIMITED BY SIZE
                      WS-CPTY-NAME DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
           END-IF
           PERFORM VARYING WS-SPLIT-PART-NO FROM 1 BY 1
               UNTIL WS-SPLIT-PART-NO >
                     SPLIT-PART-COUNT(WS-LOOP-INDEX)
               IF SPLIT-PART-ORIGIN(WS-LOOP-INDEX, WS-SPLIT-PART-NO)
                  = 'H'
                   MOVE " [SEEN MASTER]" TO WS-SPLIT-ORIGIN-NOTE
               ELSE
                   MOVE SPACES TO WS-SPLIT-ORIGIN-NOTE
               END-IF
               DISPLAY "  Part ID: "
                   SPLIT-PART-ID(WS-LOOP-INDEX, WS-SPLIT-PART-NO)
                   " | Amount: "
                   SPLIT-PART-AMOUNT(WS-LOOP-INDEX, WS-SPLIT-PART-NO)
                   " | Date: "
                   SPLIT-PART-DATE(WS-LOOP-INDEX, WS-SPLIT-PART-NO)
                   WS-SPLIT-ORIGIN-NOTE
               MOVE SPACES TO ReportRecord
               STRING "  Part ID: " DELIMITED BY SIZE
                      SPLIT-PART-ID(WS-LOOP-INDEX, WS-SPLIT-PART-NO)
                          DELIMITED BY SIZE
                      " | Amount: " DELIMITED BY SIZE
                      SPLIT-PART-AMOUNT(WS-LOOP-INDEX,
                          WS-SPLIT-PART-NO) DELIMITED BY SIZE
                      " | Date: " DELIMITED BY SIZE
                      SPLIT-PART-DATE(WS-LOOP-INDEX, WS-SPLIT-PART-NO)
                          DELIMITED BY SIZE
                      WS-SPLIT-ORIGIN-NOTE DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
           END-PERFORM.

       4680-DISPLAY-BLOCKED-HOLDS.
           MOVE "BLOCKED" TO WS-HOLD-REASON
           DISPLAY " "
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           DISPLAY "Blocked Counterparty Holds:"
           DISPLAY "==========================="
           MOVE "Blocked Counterparty Holds:" TO ReportRecord
           WRITE ReportRecord
           MOVE "===========================" TO ReportRecord
           WRITE ReportRecord

           IF WS-BLOCKED-COUNT > 0
               PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
                   IF TX-IS-BLOCKED(WS-LOOP-INDEX) = 'Y'
                       PERFORM 4690-WRITE-ONE-BLOCKED-HOLD
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "No payments to blocked counterparties."
               MOVE "No payments to blocked counterparties."
                   TO ReportRecord
               WRITE ReportRecord
           END-IF.

       4690-WRITE-ONE-BLOCKED-HOLD.
           MOVE TX-COUNTERPARTY(WS-LOOP-INDEX) TO WS-CPTY-LOOKUP-CODE
           PERFORM 4270-LOOKUP-CPTY-NAME
           DISPLAY "ID: " TX-ID(WS-LOOP-INDEX)
               " | Amount: " TX-AMOUNT(WS-LOOP-INDEX)
               " " TX-CURRENCY(WS-LOOP-INDEX)
               " | Date: " TX-DATE(WS-LOOP-INDEX)
               " | Cpty: " TX-COUNTERPARTY(WS-LOOP-INDEX)
               " " WS-CPTY-NAME
           MOVE SPACES TO ReportRecord
           STRING "ID: " DELIMITED BY SIZE
                  TX-ID(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Amount: " DELIMITED BY SIZE
                  TX-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TX-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Date: " DELIMITED BY SIZE
                  TX-DATE(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Cpty: " DELIMITED BY SIZE
                  TX-COUNTERPARTY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CPTY-NAME DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           IF TX-IS-DUPLICATE(WS-LOOP-INDEX) = 'N'
              AND TX-IS-FUZZY-DUP(WS-LOOP-INDEX) = 'N'
              AND TX-IS-CROSS-RUN(WS-LOOP-INDEX) = 'N'
              AND TX-IS-SPLIT(WS-LOOP-INDEX) = 'N'
               MOVE WS-LOOP-INDEX TO WS-INNER-INDEX
               PERFORM 4150-WRITE-DUPLICATE-HOLD-RECORD
           END-IF.

       4695-DISPLAY-PAYMENT-ANOMALIES.
           MOVE "ANOMALY" TO WS-HOLD-REASON
           DISPLAY " "
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           DISPLAY "Out-of-Pattern Payments:"
           DISPLAY "========================"
           MOVE "Out-of-Pattern Payments:" TO ReportRecord
           WRITE ReportRecord
           MOVE "========================" TO ReportRecord
           WRITE ReportRecord

           IF WS-BASELINE-LOADED = 'N'
               DISPLAY "Screening skipped - no counterparty baseline "
                   "yet."
               MOVE "Screening skipped - no counterparty baseline yet."
                   TO ReportRecord
               WRITE ReportRecord
           ELSE
               IF WS-ANOMALY-COUNT > 0
                   PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                       UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
                       IF TX-IS-ANOMALY(WS-LOOP-INDEX) = 'Y'
                           PERFORM 4696-WRITE-ONE-ANOMALY
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "No out-of-pattern payments found."
                   MOVE "No out-of-pattern payments found."
                       TO ReportRecord
                   WRITE ReportRecord
               END-IF
           END-IF.

       4696-WRITE-ONE-ANOMALY.
           PERFORM 4697-BUILD-BASELINE-NOTE
           MOVE TX-COUNTERPARTY(WS-LOOP-INDEX) TO WS-CPTY-LOOKUP-CODE
           PERFORM 4270-LOOKUP-CPTY-NAME
           DISPLAY "ID: " TX-ID(WS-LOOP-INDEX)
               " | Amount: " TX-AMOUNT(WS-LOOP-INDEX)
               " " TX-CURRENCY(WS-LOOP-INDEX)
               " | Date: " TX-DATE(WS-LOOP-INDEX)
               " | Reason: " TX-ANOMALY-REASON(WS-LOOP-INDEX)
               " | Cpty: " TX-COUNTERPARTY(WS-LOOP-INDEX)
           IF WS-CPTY-NAME NOT = SPACES
               DISPLAY "  Counterparty: " WS-CPTY-NAME
           END-IF
           DISPLAY "  " WS-BL-NOTE
           MOVE SPACES TO ReportRecord
           STRING "ID: " DELIMITED BY SIZE
                  TX-ID(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Amount: " DELIMITED BY SIZE
                  TX-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TX-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Date: " DELIMITED BY SIZE
                  TX-DATE(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Reason: " DELIMITED BY SIZE
                  TX-ANOMALY-REASON(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " | Cpty: " DELIMITED BY SIZE
                  TX-COUNTERPARTY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           IF WS-CPTY-NAME NOT = SPACES
               MOVE SPACES TO ReportRecord
               STRING "  Counterparty: " DELIMITED BY SIZE
                      WS-CPTY-NAME DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
           END-IF
           MOVE SPACES TO ReportRecord
           STRING "  " DELIMITED BY SIZE
                  WS-BL-NOTE DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           IF TX-IS-DUPLICATE(WS-LOOP-INDEX) = 'N'
              AND TX-IS-FUZZY-DUP(WS-LOOP-INDEX) = 'N'
              AND TX-IS-CROSS-RUN(WS-LOOP-INDEX) = 'N'
              AND TX-IS-SPLIT(WS-LOOP-INDEX) = 'N'
              AND TX-IS-BLOCKED(WS-LOOP-INDEX) = 'N'
               MOVE WS-LOOP-INDEX TO WS-INNER-INDEX
               PERFORM 4150-WRITE-DUPLICATE-HOLD-RECORD
           END-IF.

       4697-BUILD-BASELINE-NOTE.
           MOVE TX-COUNTERPARTY(WS-LOOP-INDEX) TO WS-BL-SEARCH-CPTY
           MOVE TX-CURRENCY(WS-LOOP-INDEX) TO WS-BL-SEARCH-CURRENCY
           PERFORM 3720-SEARCH-BASELINE
           MOVE SPACES TO WS-BL-NOTE
           IF WS-BL-POS > 0
               MOVE BL-COUNT(WS-BL-POS) TO WS-BL-COUNT-DISP
               MOVE BL-AVG-AMOUNT(WS-BL-POS) TO WS-BL-AVG-DISP
               MOVE BL-MAX-AMOUNT(WS-BL-POS) TO WS-BL-MAX-DISP
               STRING "Baseline: " DELIMITED BY SIZE
                      WS-BL-COUNT-DISP DELIMITED BY SIZE
                      " payments | Avg: " DELIMITED BY SIZE
                      WS-BL-AVG-DISP DELIMITED BY SIZE
                      " | Max: " DELIMITED BY SIZE
                      WS-BL-MAX-DISP DELIMITED BY SIZE
                      " | Last paid: " DELIMITED BY SIZE
                      BL-LAST-PAID(WS-BL-POS) DELIMITED BY SIZE
                      INTO WS-BL-NOTE
           ELSE
               IF TX-ANOMALY-REASON(WS-LOOP-INDEX) = "NEW-CURRENCY"
                   STRING "Baseline: no prior payments in "
                          DELIMITED BY SIZE
                          TX-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                          INTO WS-BL-NOTE
               ELSE
                   MOVE "Baseline: no prior payments to counterparty"
                       TO WS-BL-NOTE
               END-IF
           END-IF.

       4700-DISPLAY-TRAILER-RECONCILIATION.
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-INPUT-FILE-COUNT
           END-IF.

       4100-DISPLAY-DUPLICATE-DETAILS.
           MOVE "EXACT" TO WS-HOLD-REASON
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           MOVE "Detailed Duplicate Records:" TO ReportRecord
                  TX-SOURCE(WS-INNER-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  TX-COUNTERPARTY(WS-INNER-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SPACE
                  INTO DuplicateHoldRecord
           WRITE DuplicateHoldRecord.

       4500-DISPLAY-FUZZY-DUPLICATES.
           MOVE "FUZZY" TO WS-HOLD-REASON
           DISPLAY " "
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           END-PERFORM.

       4600-DISPLAY-CROSS-RUN-DUPLICATES.
           MOVE "CROSSRUN" TO WS-HOLD-REASON
           DISPLAY " "
           MOVE " " TO ReportRecord
           WRITE ReportRecord
                  WS-TOTAL-EXPOSURE-DISP DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           IF WS-BLOCKED-EXPOSURE > 0 OR WS-ANOMALY-EXPOSURE > 0
               MOVE SPACES TO ReportRecord
               STRING "Exposure in " DELIMITED BY SIZE
                      WS-BASE-CURRENCY DELIMITED BY SIZE
                      " (blocked counterparties): " DELIMITED BY SIZE
                      WS-BLOCKED-EXPOSURE-DISP DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
               MOVE SPACES TO ReportRecord
               STRING "Exposure in " DELIMITED BY SIZE
                      WS-BASE-CURRENCY DELIMITED BY SIZE
                      " (out-of-pattern payments): " DELIMITED BY SIZE
                      WS-ANOMALY-EXPOSURE-DISP DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
               MOVE SPACES TO ReportRecord
               STRING "Total held exposure in " DELIMITED BY SIZE
                      WS-BASE-CURRENCY DELIMITED BY SIZE
                      " (all holds): " DELIMITED BY SIZE
                      WS-HELD-EXPOSURE-DISP DELIMITED BY SIZE
                      INTO ReportRecord
               WRITE ReportRecord
           END-IF
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > WS-CURRENCY-COUNT
               PERFORM 4240-WRITE-CURRENCY-SUBTOTAL
               IF CT-RATE-STALE(WS-CT-INDEX) = 'Y'
                   STRING " (rate age" DELIMITED BY SIZE
                          WS-RATE-AGE-DISP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RATE-AGE-BASIS DELIMITED BY SIZE
                          ") STALE" DELIMITED BY SIZE
                          INTO WS-RATE-AGE-NOTE
               ELSE
                   STRING " (rate age" DELIMITED BY SIZE
                          WS-RATE-AGE-DISP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-RATE-AGE-BASIS DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-RATE-AGE-NOTE
               END-IF
           END-IF.
       4260-WRITE-ONE-COUNTERPARTY.
           MOVE 'Y' TO CP-PRINTED(WS-CP-BEST)
           MOVE CP-BASE(WS-CP-BEST) TO WS-BASE-DISP
           MOVE CP-ID(WS-CP-BEST) TO WS-CPTY-LOOKUP-CODE
           PERFORM 4270-LOOKUP-CPTY-NAME
           MOVE SPACES TO ReportRecord
           STRING "  " DELIMITED BY SIZE
                  CP-ID(WS-CP-BEST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CPTY-NAME DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-BASE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  " flagged transactions" DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           DISPLAY "  " CP-ID(WS-CP-BEST) " " WS-CPTY-NAME
               ": " WS-BASE-DISP
               " " WS-BASE-CURRENCY " across "
               CP-TX-COUNT(WS-CP-BEST) " flagged transactions".

       4270-LOOKUP-CPTY-NAME.
           MOVE SPACES TO WS-CPTY-NAME
           IF WS-CPTY-MASTER-OK = 'Y'
               PERFORM 2158-READ-COUNTERPARTY
               IF WS-CPTY-FOUND = 'Y'
                   MOVE CPTY-REC-NAME TO WS-CPTY-NAME
               END-IF
           END-IF.

       4230-WRITE-REPORT-DUP-SUMMARY-LINE.
           MOVE SPACES TO ReportRecord
           IF DUP-SOURCES(WS-LOOP-INDEX) = SPACES
               MOVE 0 TO RETURN-CODE
               DISPLAY "Master entries added this run: "
                   WS-MASTER-ADD-COUNT
               PERFORM 9350-WRITE-SPLIT-HISTORY
               PERFORM 9380-UPDATE-COUNTERPARTY-BASELINE
           END-IF
           IF WS-CPTY-MASTER-OK = 'Y'
               CLOSE CptyMasterFile
           END-IF
           PERFORM 9360-WRITE-LIFECYCLE-JOURNAL
           PERFORM 9300-WRITE-RUN-HISTORY
           CLOSE ReportFile
           CLOSE RejectFile
           CALL 'CBL_DELETE_FILE' USING 'dupdet.checkpoint.new'
           MOVE 0 TO RETURN-CODE.

       9350-WRITE-SPLIT-HISTORY.
           OPEN OUTPUT SplitHistoryFile
           IF WS-SPLITHIST-FILE-STATUS NOT = '00'
               DISPLAY "Warning: cannot write split history - status "
                   WS-SPLITHIST-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SplitHistoryRecord
           STRING "TransactionID,Amount,Date,Currency,"
                  DELIMITED BY SIZE
                  "Counterparty" DELIMITED BY SIZE
                  INTO SplitHistoryRecord
           WRITE SplitHistoryRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-SPLIT-HIST-COUNT
               MOVE SPACES TO SplitHistoryRecord
               STRING SH-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      SH-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      SH-DATE(WS-LOOP-INDEX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SH-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SH-CPTY(WS-LOOP-INDEX) DELIMITED BY SPACE
                      INTO SplitHistoryRecord
               WRITE SplitHistoryRecord
           END-PERFORM
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
               IF TX-MASTER-ADDED(WS-LOOP-INDEX) = 'Y'
                  AND TX-COUNTERPARTY(WS-LOOP-INDEX) NOT = SPACES
                   MOVE SPACES TO SplitHistoryRecord
                   STRING TX-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          TX-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          TX-DATE(WS-LOOP-INDEX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          TX-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          TX-COUNTERPARTY(WS-LOOP-INDEX)
                              DELIMITED BY SPACE
                          INTO SplitHistoryRecord
                   WRITE SplitHistoryRecord
               END-IF
           END-PERFORM
           CLOSE SplitHistoryFile.

       9360-WRITE-LIFECYCLE-JOURNAL.
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO WS-JRNL-DATE
           STRING WS-SYSTEM-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSTEM-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSTEM-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-JRNL-DATE
           MOVE WS-SYSTEM-TIME(1:6) TO WS-JRNL-TIME
           OPEN EXTEND JournalFile
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               OPEN OUTPUT JournalFile
               IF WS-JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY "Warning: cannot open lifecycle journal "
                       WS-JOURNAL-FILENAME " - status "
                       WS-JOURNAL-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO JournalRecord
               STRING "TransactionID,EventDate,EventTime,Program,"
                      DELIMITED BY SIZE
                      "EventType,OperatorID,Amount,Detail"
                      DELIMITED BY SIZE
                      INTO JournalRecord
               WRITE JournalRecord
           END-IF
           MOVE "BATCH" TO WS-JRNL-OPERATOR
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
               PERFORM 9365-JOURNAL-TX-EVENTS
           END-PERFORM
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-REJ-SAVED-COUNT
               PERFORM 9368-JOURNAL-REJECT-EVENT
           END-PERFORM
           CLOSE JournalFile
           DISPLAY "Lifecycle events journaled: " WS-JOURNAL-COUNT.

       9365-JOURNAL-TX-EVENTS.
           MOVE TX-ID(WS-LOOP-INDEX) TO WS-JRNL-TX-ID
           MOVE TX-AMOUNT(WS-LOOP-INDEX) TO WS-JRNL-AMOUNT
           MOVE "RECEIVED" TO WS-JRNL-EVENT
           MOVE TX-SOURCE(WS-LOOP-INDEX) TO WS-JRNL-DETAIL
           PERFORM 9370-WRITE-JOURNAL-RECORD
           MOVE TX-COUNTERPARTY(WS-LOOP-INDEX) TO WS-JRNL-DETAIL
           IF TX-IS-DUPLICATE(WS-LOOP-INDEX) = 'Y'
               MOVE "FLAGGED-EXACT" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF
           IF TX-IS-FUZZY-DUP(WS-LOOP-INDEX) = 'Y'
               MOVE "FLAGGED-FUZZY" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF
           IF TX-IS-CROSS-RUN(WS-LOOP-INDEX) = 'Y'
               MOVE "FLAGGED-CROSSRUN" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF
           IF TX-IS-SPLIT(WS-LOOP-INDEX) = 'Y'
               MOVE "FLAGGED-SPLIT" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF
           IF TX-IS-BLOCKED(WS-LOOP-INDEX) = 'Y'
               MOVE "FLAGGED-BLOCKED" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF
           IF TX-IS-ANOMALY(WS-LOOP-INDEX) = 'Y'
               MOVE "FLAGGED-ANOMALY" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF.

       9368-JOURNAL-REJECT-EVENT.
           MOVE SPACES TO WS-JRNL-TX-ID
           MOVE SPACES TO WS-JRNL-AMOUNT
           MOVE SPACES TO WS-JRNL-DETAIL
           MOVE WS-REJ-SAVED-LINE(WS-LOOP-INDEX) TO WS-JRNL-REJ-LINE
           MOVE 0 TO WS-JRNL-COMMA-COUNT
           MOVE 1 TO WS-JRNL-FIELD-START
           PERFORM VARYING WS-JRNL-POS FROM 1 BY 1
               UNTIL WS-JRNL-POS > 96
               IF WS-JRNL-REJ-LINE(WS-JRNL-POS:1) = ','
                   ADD 1 TO WS-JRNL-COMMA-COUNT
                   PERFORM 9369-TAKE-REJECT-FIELD
                   COMPUTE WS-JRNL-FIELD-START = WS-JRNL-POS + 1
               END-IF
           END-PERFORM
           IF WS-JRNL-COMMA-COUNT >= 5 AND WS-JRNL-FIELD-START <= 96
               MOVE WS-JRNL-REJ-LINE(WS-JRNL-FIELD-START:)
                   TO WS-JRNL-DETAIL
           END-IF
           IF WS-JRNL-TX-ID NOT = SPACES
               MOVE "REJECTED" TO WS-JRNL-EVENT
               PERFORM 9370-WRITE-JOURNAL-RECORD
           END-IF.

       9369-TAKE-REJECT-FIELD.
           COMPUTE WS-JRNL-FIELD-LENGTH =
               WS-JRNL-POS - WS-JRNL-FIELD-START
           IF WS-JRNL-FIELD-LENGTH > 10
               MOVE 10 TO WS-JRNL-FIELD-LENGTH
           END-IF
           IF WS-JRNL-FIELD-LENGTH > 0
               EVALUATE WS-JRNL-COMMA-COUNT
                   WHEN 1
                       MOVE WS-JRNL-REJ-LINE(WS-JRNL-FIELD-START:
                               WS-JRNL-FIELD-LENGTH)
                           TO WS-JRNL-TX-ID
                   WHEN 2
                       MOVE WS-JRNL-REJ-LINE(WS-JRNL-FIELD-START:
                               WS-JRNL-FIELD-LENGTH)
                           TO WS-JRNL-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       9370-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JournalRecord
           STRING WS-JRNL-TX-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-TIME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "DetectDuplicates" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-EVENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-OPERATOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DETAIL DELIMITED BY "  "
                  INTO JournalRecord
           WRITE JournalRecord
           ADD 1 TO WS-JOURNAL-COUNT.

       9380-UPDATE-COUNTERPARTY-BASELINE.
           MOVE 0 TO WS-BASELINE-ADD-COUNT
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-RECORD-COUNT
               IF TX-MASTER-ADDED(WS-LOOP-INDEX) = 'Y'
                  AND TX-COUNTERPARTY(WS-LOOP-INDEX) NOT = SPACES
                  AND TX-IS-DUPLICATE(WS-LOOP-INDEX) = 'N'
                  AND TX-IS-FUZZY-DUP(WS-LOOP-INDEX) = 'N'
                  AND TX-IS-CROSS-RUN(WS-LOOP-INDEX) = 'N'
                  AND TX-IS-SPLIT(WS-LOOP-INDEX) = 'N'
                  AND TX-IS-BLOCKED(WS-LOOP-INDEX) = 'N'
                  AND TX-IS-ANOMALY(WS-LOOP-INDEX) = 'N'
                   PERFORM 9385-ADD-BASELINE-PAYMENT
               END-IF
           END-PERFORM
           PERFORM 9390-WRITE-COUNTERPARTY-BASELINE.

       9385-ADD-BASELINE-PAYMENT.
           MOVE TX-COUNTERPARTY(WS-LOOP-INDEX) TO WS-BL-SEARCH-CPTY
           MOVE TX-CURRENCY(WS-LOOP-INDEX) TO WS-BL-SEARCH-CURRENCY
           PERFORM 3720-SEARCH-BASELINE
           IF WS-BL-POS = 0
               IF WS-BASELINE-COUNT >= 20000
                   IF WS-BASELINE-FULL-WARNED = 'N'
                       MOVE 'Y' TO WS-BASELINE-FULL-WARNED
                       DISPLAY "Warning: counterparty baseline table "
                           "full - new counterparties not added"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3730-INSERT-BASELINE-ENTRY
           END-IF
           MOVE FUNCTION NUMVAL(TX-AMOUNT(WS-LOOP-INDEX))
               TO WS-BL-AMOUNT
           COMPUTE WS-BL-TOTAL =
               BL-AVG-AMOUNT(WS-BL-POS) * BL-COUNT(WS-BL-POS)
               + WS-BL-AMOUNT
           ADD 1 TO BL-COUNT(WS-BL-POS)
           COMPUTE BL-AVG-AMOUNT(WS-BL-POS) ROUNDED =
               WS-BL-TOTAL / BL-COUNT(WS-BL-POS)
           IF WS-BL-AMOUNT > BL-MAX-AMOUNT(WS-BL-POS)
               MOVE WS-BL-AMOUNT TO BL-MAX-AMOUNT(WS-BL-POS)
           END-IF
           IF TX-DATE(WS-LOOP-INDEX) > BL-LAST-PAID(WS-BL-POS)
               MOVE TX-DATE(WS-LOOP-INDEX) TO BL-LAST-PAID(WS-BL-POS)
           END-IF
           IF TX-SOURCE(WS-LOOP-INDEX) NOT = SPACES
               PERFORM 3745-FIND-BASELINE-SOURCE
               PERFORM VARYING WS-BL-SOURCE-NO FROM 1 BY 1
                   UNTIL WS-BL-SOURCE-NO > 3
                      OR WS-BL-SOURCE-FOUND = 'Y'
                   IF BL-SOURCE(WS-BL-POS, WS-BL-SOURCE-NO) = SPACES
                       MOVE TX-SOURCE(WS-LOOP-INDEX)
                           TO BL-SOURCE(WS-BL-POS, WS-BL-SOURCE-NO)
                       MOVE 'Y' TO WS-BL-SOURCE-FOUND
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-BASELINE-ADD-COUNT.

       9390-WRITE-COUNTERPARTY-BASELINE.
           OPEN OUTPUT BaselineFile
           IF WS-BASELINE-FILE-STATUS NOT = '00'
               DISPLAY "Warning: cannot write counterparty baseline "
                   WS-BASELINE-FILENAME " - status "
                   WS-BASELINE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BaselineRecord
           STRING "Counterparty,Currency,PaymentCount,AvgAmount,"
                  DELIMITED BY SIZE
                  "MaxAmount,Sources,LastPaid" DELIMITED BY SIZE
                  INTO BaselineRecord
           WRITE BaselineRecord
           PERFORM VARYING WS-BL-POS FROM 1 BY 1
               UNTIL WS-BL-POS > WS-BASELINE-COUNT
               PERFORM 9395-WRITE-ONE-BASELINE-ENTRY
           END-PERFORM
           CLOSE BaselineFile
           DISPLAY "Counterparty baseline updated: "
               WS-BASELINE-ADD-COUNT " payments added, "
               WS-BASELINE-COUNT " entries".

       9395-WRITE-ONE-BASELINE-ENTRY.
           MOVE BL-COUNT(WS-BL-POS) TO WS-BL-COUNT-OUT
           MOVE BL-AVG-AMOUNT(WS-BL-POS) TO WS-BL-AVG-OUT
           MOVE BL-MAX-AMOUNT(WS-BL-POS) TO WS-BL-MAX-OUT
           MOVE SPACES TO WS-BL-SOURCE-LIST
           EVALUATE TRUE
               WHEN BL-SOURCE(WS-BL-POS, 2) = SPACES
                   MOVE BL-SOURCE(WS-BL-POS, 1) TO WS-BL-SOURCE-LIST
               WHEN BL-SOURCE(WS-BL-POS, 3) = SPACES
                   STRING BL-SOURCE(WS-BL-POS, 1) DELIMITED BY SPACE
                          "+" DELIMITED BY SIZE
                          BL-SOURCE(WS-BL-POS, 2) DELIMITED BY SPACE
                          INTO WS-BL-SOURCE-LIST
               WHEN OTHER
                   STRING BL-SOURCE(WS-BL-POS, 1) DELIMITED BY SPACE
                          "+" DELIMITED BY SIZE
                          BL-SOURCE(WS-BL-POS, 2) DELIMITED BY SPACE
                          "+" DELIMITED BY SIZE
                          BL-SOURCE(WS-BL-POS, 3) DELIMITED BY SPACE
                          INTO WS-BL-SOURCE-LIST
           END-EVALUATE
           MOVE SPACES TO BaselineRecord
           STRING BL-CPTY(WS-BL-POS) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  BL-CURRENCY(WS-BL-POS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BL-COUNT-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BL-AVG-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BL-MAX-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BL-SOURCE-LIST DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  BL-LAST-PAID(WS-BL-POS) DELIMITED BY SPACE
                  INTO BaselineRecord
           WRITE BaselineRecord.

       9400-COMPUTE-RETURN-CODE.
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-INPUT-FILE-COUNT
              AND (WS-STALE-RATE-USED = 'Y'
                   OR WS-RATE-REJECT-COUNT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE < 4
              AND WS-CPTY-VALIDATION = 'Y'
              AND WS-CPTY-MASTER-OK = 'N'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9410-WRITE-STATUS-RECORD.
                      WS-CROSS-RUN-DUP-COUNT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-SUPPRESSED-COUNT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-SPLIT-COUNT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-BLOCKED-COUNT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ANOMALY-COUNT DELIMITED BY SIZE
                      INTO StatusRecord
               WRITE StatusRecord
               CLOSE StatusFile
