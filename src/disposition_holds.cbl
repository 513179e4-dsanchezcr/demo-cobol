               ASSIGN TO 'pending_approval_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT HistoryFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RosterFile ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT RefusalFile ASSIGN TO 'refused_decisions.csv'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       FD  PendingApprovalFile.
       01  PendingApprovalRecord PIC X(132).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       FD  HistoryFile.
       01  HistoryRecord         PIC X(132).

       FD  RosterFile.
       01  RosterRecord          PIC X(132).

       FD  RefusalFile.
       01  RefusalRecord         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-HOLD-CAPACITY    PIC 9(5) VALUE 60000.
               VALUE 'hold_decisions.csv'.
           05  WS-OPERATOR-DEFAULT PIC X(8) VALUE 'UNKNOWN'.
           05  WS-SLA-DAYS         PIC 9(3) VALUE 5.
           05  WS-DAY-BASIS        PIC X(8) VALUE 'BUSINESS'.
           05  WS-HOLIDAY-FILENAME PIC X(60)
               VALUE 'holiday_calendar.csv'.
           05  WS-APPROVAL-LIMIT   PIC 9(9)V99 VALUE 10000.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-HISTORY-FILENAME PIC X(60)
               VALUE 'disposition_history.csv'.
           05  WS-ROSTER-FILENAME  PIC X(60)
               VALUE 'operator_roster.csv'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-HOLD-FILE-STATUS     PIC XX.
           05  WS-PENDING-FILE-STATUS  PIC XX.
           05  WS-DECISION-FILE-STATUS PIC XX.
           05  WS-JOURNAL-FILE-STATUS  PIC XX.
           05  WS-HISTORY-FILE-STATUS  PIC XX.
           05  WS-ROSTER-FILE-STATUS   PIC XX.

       01  WS-COUNTERS.
           05  WS-HOLD-COUNT       PIC 9(5) VALUE 0.
           05  WS-SAMEOP-COUNT     PIC 9(5) VALUE 0.
           05  WS-INVALID-COUNT    PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT    PIC 9(5) VALUE 0.
           05  WS-LOOP-INDEX       PIC 9(5) VALUE 0.
           05  WS-INNER-INDEX      PIC 9(5) VALUE 0.

           05  WS-HOLD-FOUND       PIC X VALUE 'N'.
           05  WS-HEADER-SKIPPED   PIC X VALUE 'N'.
           05  WS-HOLD-FILE-SET    PIC X VALUE 'N'.
           05  WS-LOADING-NEW      PIC X VALUE 'N'.
           05  WS-JOURNAL-OK       PIC X VALUE 'N'.
           05  WS-HISTORY-OK       PIC X VALUE 'N'.
           05  WS-ROSTER-OK        PIC X VALUE 'N'.
           05  WS-OPERATOR-OK      PIC X VALUE 'N'.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-HELD-DATE-NUM    PIC 9(8).
           05  WS-HELD-INTEGER     PIC 9(8).
           05  WS-AGE-DAYS         PIC S9(5).
           05  WS-SYSTEM-TIME      PIC 9(8).

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-TX-ID       PIC X(10).
           05  WS-JRNL-EVENT       PIC X(16).
           05  WS-JRNL-OPERATOR    PIC X(8).
           05  WS-JRNL-AMOUNT      PIC X(10).
           05  WS-JRNL-DETAIL      PIC X(40).

       01  WS-PARSED-RECORD.
           05  WS-TRANSACTION-ID   PIC X(10).
           05  WS-CPTY             PIC X(10).
           05  WS-HELD-SINCE       PIC X(10).
           05  WS-FIELD-SIX        PIC X(10).
           05  WS-FIELD-SEVEN      PIC X(10).
           05  WS-FIRST-APPROVER   PIC X(8).
           05  WS-REASON-CODE      PIC X(8).

       01  WS-PARSED-DECISION.
           05  WS-DEC-ID           PIC X(10).
               10  HOLD-OPERATOR   PIC X(8).
               10  HOLD-HELD-SINCE PIC X(10).
               10  HOLD-FIRST-APPROVER PIC X(8).
               10  HOLD-REASON     PIC X(8).

       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT      PIC 9(2) VALUE 0.
               10  LIM-CURRENCY    PIC X(3).
               10  LIM-AMOUNT      PIC 9(9)V99.

       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-COUNT     PIC 9(3) VALUE 0.
           05  WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10  ROS-ID          PIC X(8).
               10  ROS-NAME        PIC X(30).
               10  ROS-ROLE        PIC X(10).
                   88  ROS-IS-ANALYST     VALUE 'ANALYST'.
                   88  ROS-IS-APPROVER    VALUE 'APPROVER'.
                   88  ROS-IS-SUPERVISOR  VALUE 'SUPERVISOR'.
               10  ROS-STATUS      PIC X.
                   88  ROS-IS-ACTIVE      VALUE 'A'.
                   88  ROS-IS-DISABLED    VALUE 'D'.
               10  ROS-LIMIT-COUNT PIC 9(2).
               10  ROS-LIMIT OCCURS 10 TIMES.
                   15  ROS-LIM-CURRENCY PIC X(3).
                   15  ROS-LIM-AMOUNT   PIC 9(9)V99.

       01  WS-ROSTER-WORK.
           05  WS-ROSTER-POS       PIC 9(3).
           05  WS-ROSTER-INDEX     PIC 9(3).
           05  WS-ROSTER-FIELD-POS PIC 9(3).
           05  WS-ROSTER-FIELD-NUM PIC 9(3).
           05  WS-ROSTER-FIELD-TEXT PIC X(40).
           05  WS-ROSTER-ID        PIC X(8).
           05  WS-ROSTER-EQUAL-POS PIC 9(2).
           05  WS-AUTHORITY-WORK   PIC 9(9)V99.
           05  WS-AUTHORITY-FOUND  PIC X.
           05  WS-AUTHORITY-DISP   PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-REFUSAL-AMOUNT   PIC X(10).
           05  WS-REFUSAL-CURRENCY PIC X(3).
           05  WS-REFUSAL-REASON   PIC X(17).

       01  WS-CONTROL-WORK.
           05  WS-EFFECTIVE-ACTION PIC X(12).
           05  WS-HISTORY-ACTION   PIC X(13).
           05  WS-LIMIT-WORK       PIC 9(9)V99.
           05  WS-HOLD-AMOUNT-WORK PIC 9(9)V99.
           05  WS-LIMIT-AMOUNT-DISP PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-AGE-AMOUNT-WORK  PIC 9(9)V99.
           05  WS-AGE-DAYS-DISP    PIC 9(5).
           05  WS-AGE-AMOUNT-DISP  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AGE-BASIS-LABEL  PIC X(13).

       01  WS-BDAY-REQUEST.
           05  WS-BDAY-FUNCTION    PIC X.
           05  WS-BDAY-CALENDAR-FILE PIC X(60).
           05  WS-BDAY-CURRENCY    PIC X(3).
           05  WS-BDAY-FROM-DATE   PIC 9(8).
           05  WS-BDAY-TO-DATE     PIC 9(8).
           05  WS-BDAY-DAYS        PIC S9(5).
           05  WS-BDAY-CALENDAR-LOADED PIC X.
           05  WS-BDAY-RESULT      PIC XX.

       01  WS-WORK-FIELDS.
           05  WS-COMMA-POS1       PIC 9(3).
           05  WS-COMMA-POS5       PIC 9(3).
           05  WS-COMMA-POS6       PIC 9(3).
           05  WS-COMMA-POS7       PIC 9(3).
           05  WS-COMMA-POS8       PIC 9(3).
           05  WS-FIELD-START      PIC 9(3).
           05  WS-FIELD-LENGTH     PIC 9(3).
           05  WS-SOURCE-RECORD    PIC X(132).
           STRING "TransactionID,Amount,Date,Currency,Source,"
                  DELIMITED BY SIZE
                  "Counterparty,Decision," DELIMITED BY SIZE
                  "OperatorID,DecisionDate,ReasonCode"
                  DELIMITED BY SIZE
                  INTO DispositionRecord
           WRITE DispositionRecord
           OPEN OUTPUT ReleaseFile
                  "Counterparty,OperatorID,DecisionDate"
                  DELIMITED BY SIZE
                  INTO ReleaseRecord
           WRITE ReleaseRecord
           OPEN OUTPUT RefusalFile
           MOVE SPACES TO RefusalRecord
           STRING "TransactionID,Decision,OperatorID,Amount,Currency,"
                  DELIMITED BY SIZE
                  "Reason,DecisionDate" DELIMITED BY SIZE
                  INTO RefusalRecord
           WRITE RefusalRecord
           PERFORM 1200-OPEN-JOURNAL
           PERFORM 1300-OPEN-DISPOSITION-HISTORY
           PERFORM 1400-LOAD-OPERATOR-ROSTER.

       1200-OPEN-JOURNAL.
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
           MOVE 'Y' TO WS-JOURNAL-OK.

       1300-OPEN-DISPOSITION-HISTORY.
           OPEN EXTEND HistoryFile
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HistoryFile
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY "Warning: cannot open disposition history "
                       WS-HISTORY-FILENAME " - status "
                       WS-HISTORY-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO HistoryRecord
               STRING "TransactionID,Amount,Date,Currency,Source,"
                      DELIMITED BY SIZE
                      "Counterparty,Decision,OperatorID,DecisionDate,"
                      DELIMITED BY SIZE
                      "ReasonCode,HeldSince,FirstApprover"
                      DELIMITED BY SIZE
                      INTO HistoryRecord
               WRITE HistoryRecord
           END-IF
           MOVE 'Y' TO WS-HISTORY-OK.

       1100-READ-PARAMETERS.
           OPEN INPUT ParameterFile
                       MOVE WS-PARM-VALUE TO WS-DECISION-FILENAME
                   WHEN "OPERATOR-ID"
                       MOVE WS-PARM-VALUE TO WS-OPERATOR-DEFAULT
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "HISTORY-FILE"
                       MOVE WS-PARM-VALUE TO WS-HISTORY-FILENAME
                   WHEN "ROSTER-FILE"
                       MOVE WS-PARM-VALUE TO WS-ROSTER-FILENAME
                   WHEN "SLA-DAYS"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           DISPLAY "Invalid SLA-DAYS in parm file - "
                               "using default (5)"
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
                   WHEN "APPROVAL-LIMIT"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                           MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
               END-IF
           END-IF.

       1400-LOAD-OPERATOR-ROSTER.
           OPEN INPUT RosterFile
           IF WS-ROSTER-FILE-STATUS NOT = '00'
               DISPLAY "Warning: operator roster " WS-ROSTER-FILENAME
                   " unusable - status " WS-ROSTER-FILE-STATUS
                   " - all decisions will be refused"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ROSTER-OK
           PERFORM UNTIL WS-ROSTER-FILE-STATUS NOT = '00'
               READ RosterFile
               IF WS-ROSTER-FILE-STATUS = '00'
                  AND RosterRecord NOT = SPACES
                  AND RosterRecord(1:10) NOT = "OperatorID"
                   PERFORM 1410-STORE-ROSTER-ENTRY
               END-IF
           END-PERFORM
           CLOSE RosterFile
           DISPLAY "Operator roster entries loaded: " WS-ROSTER-COUNT.

       1410-STORE-ROSTER-ENTRY.
           MOVE RosterRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 1420-EXTRACT-ROSTER-FIELD
           MOVE WS-ROSTER-FIELD-TEXT(1:8) TO WS-ROSTER-ID
           IF WS-ROSTER-ID = SPACES
               DISPLAY "Warning: roster entry with no operator ID "
                   "skipped: " RosterRecord(1:60)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROSTER-POS
           PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
               UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
                  OR WS-ROSTER-POS > 0
               IF ROS-ID(WS-ROSTER-INDEX) = WS-ROSTER-ID
                   MOVE WS-ROSTER-INDEX TO WS-ROSTER-POS
               END-IF
           END-PERFORM
           IF WS-ROSTER-POS > 0
               DISPLAY "Warning: repeated roster entry for operator "
                   WS-ROSTER-ID " skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-ROSTER-COUNT >= 500
               DISPLAY "Warning: operator roster table full - "
                   "operator " WS-ROSTER-ID " not loaded"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-ROSTER-COUNT TO WS-ROSTER-POS
           MOVE SPACES TO WS-ROSTER-ENTRY(WS-ROSTER-POS)
           MOVE 0 TO ROS-LIMIT-COUNT(WS-ROSTER-POS)
           MOVE WS-ROSTER-ID TO ROS-ID(WS-ROSTER-POS)
           PERFORM 1420-EXTRACT-ROSTER-FIELD
           MOVE WS-ROSTER-FIELD-TEXT(1:30) TO ROS-NAME(WS-ROSTER-POS)
           PERFORM 1420-EXTRACT-ROSTER-FIELD
           MOVE WS-ROSTER-FIELD-TEXT(1:10) TO ROS-ROLE(WS-ROSTER-POS)
           PERFORM 1420-EXTRACT-ROSTER-FIELD
           MOVE WS-ROSTER-FIELD-TEXT(1:1) TO ROS-STATUS(WS-ROSTER-POS)
           IF NOT ROS-IS-ANALYST(WS-ROSTER-POS)
              AND NOT ROS-IS-APPROVER(WS-ROSTER-POS)
              AND NOT ROS-IS-SUPERVISOR(WS-ROSTER-POS)
               DISPLAY "Warning: operator " WS-ROSTER-ID
                   " has unknown role '" ROS-ROLE(WS-ROSTER-POS)
                   "' - loaded as disabled"
               MOVE 'D' TO ROS-STATUS(WS-ROSTER-POS)
           END-IF
           IF NOT ROS-IS-ACTIVE(WS-ROSTER-POS)
              AND NOT ROS-IS-DISABLED(WS-ROSTER-POS)
               DISPLAY "Warning: operator " WS-ROSTER-ID
                   " has unknown status - loaded as disabled"
               MOVE 'D' TO ROS-STATUS(WS-ROSTER-POS)
           END-IF
           PERFORM UNTIL WS-FIELD-START > 132
               PERFORM 1420-EXTRACT-ROSTER-FIELD
               IF WS-ROSTER-FIELD-TEXT NOT = SPACES
                   PERFORM 1430-STORE-ROSTER-LIMIT
               END-IF
           END-PERFORM.

       1420-EXTRACT-ROSTER-FIELD.
           MOVE SPACES TO WS-ROSTER-FIELD-TEXT
           MOVE 0 TO WS-ROSTER-FIELD-NUM
           PERFORM VARYING WS-ROSTER-FIELD-POS FROM WS-FIELD-START BY 1
               UNTIL WS-ROSTER-FIELD-POS > 132
                  OR WS-SOURCE-RECORD(WS-ROSTER-FIELD-POS:1) = ','
               ADD 1 TO WS-ROSTER-FIELD-NUM
               IF WS-ROSTER-FIELD-NUM <= 40
                   MOVE WS-SOURCE-RECORD(WS-ROSTER-FIELD-POS:1)
                       TO WS-ROSTER-FIELD-TEXT(WS-ROSTER-FIELD-NUM:1)
               END-IF
           END-PERFORM
           COMPUTE WS-FIELD-START = WS-ROSTER-FIELD-POS + 1.

       1430-STORE-ROSTER-LIMIT.
           PERFORM VARYING WS-ROSTER-EQUAL-POS FROM 1 BY 1
               UNTIL WS-ROSTER-EQUAL-POS > 40
                  OR WS-ROSTER-FIELD-TEXT(WS-ROSTER-EQUAL-POS:1) = '='
           END-PERFORM
           IF WS-ROSTER-EQUAL-POS < 2 OR WS-ROSTER-EQUAL-POS > 39
               DISPLAY "Warning: unusable authority limit for operator "
                   WS-ROSTER-ID " skipped: " WS-ROSTER-FIELD-TEXT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ROSTER-FIELD-TEXT(
                   WS-ROSTER-EQUAL-POS + 1:)) NOT = 0
               DISPLAY "Warning: unusable authority limit for operator "
                   WS-ROSTER-ID " skipped: " WS-ROSTER-FIELD-TEXT
               EXIT PARAGRAPH
           END-IF
           IF ROS-LIMIT-COUNT(WS-ROSTER-POS) >= 10
               DISPLAY "Warning: too many authority limits for "
                   "operator " WS-ROSTER-ID " - "
                   WS-ROSTER-FIELD-TEXT " skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROS-LIMIT-COUNT(WS-ROSTER-POS)
           MOVE WS-ROSTER-FIELD-TEXT(1:WS-ROSTER-EQUAL-POS - 1)
               TO ROS-LIM-CURRENCY(WS-ROSTER-POS,
                   ROS-LIMIT-COUNT(WS-ROSTER-POS))
           MOVE FUNCTION NUMVAL(WS-ROSTER-FIELD-TEXT(
                   WS-ROSTER-EQUAL-POS + 1:))
               TO ROS-LIM-AMOUNT(WS-ROSTER-POS,
                   ROS-LIMIT-COUNT(WS-ROSTER-POS)).

       2000-LOAD-HOLDS.
           PERFORM 2100-LOAD-PENDING-HOLDS
           PERFORM 2200-LOAD-NEW-HOLDS
           OPEN INPUT HoldFile
           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'N' TO WS-HEADER-SKIPPED
               MOVE 'Y' TO WS-LOADING-NEW
               PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
                   READ HoldFile INTO HoldRecord
                   IF WS-HOLD-FILE-STATUS = '00'
                   END-IF
               END-PERFORM
               CLOSE HoldFile
               MOVE 'N' TO WS-LOADING-NEW
           ELSE
               DISPLAY "Error: hold file not found: "
                   WS-HOLD-FILENAME
                   "left unchanged"
               CLOSE DispositionFile
               CLOSE ReleaseFile
               CLOSE RefusalFile
               IF WS-JOURNAL-OK = 'Y'
                   CLOSE JournalFile
               END-IF
               IF WS-HISTORY-OK = 'Y'
                   CLOSE HistoryFile
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
                       END-IF
                       MOVE WS-FIRST-APPROVER
                           TO HOLD-FIRST-APPROVER(WS-HOLD-COUNT)
                       MOVE WS-REASON-CODE TO HOLD-REASON(WS-HOLD-COUNT)
                       MOVE SPACES TO HOLD-OPERATOR(WS-HOLD-COUNT)
                       IF WS-HELD-SINCE(5:1) = '-'
                          AND WS-HELD-SINCE(8:1) = '-'
                           MOVE WS-DECISION-DATE
                               TO HOLD-HELD-SINCE(WS-HOLD-COUNT)
                       END-IF
                       IF WS-LOADING-NEW = 'Y'
                           MOVE WS-TRANSACTION-ID TO WS-JRNL-TX-ID
                           MOVE WS-AMOUNT TO WS-JRNL-AMOUNT
                           MOVE "HELD" TO WS-JRNL-EVENT
                           MOVE "BATCH" TO WS-JRNL-OPERATOR
                           MOVE WS-REASON-CODE TO WS-JRNL-DETAIL
                           PERFORM 3600-WRITE-JOURNAL-EVENT
                       END-IF
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                       DISPLAY "Warning: hold capacity exceeded - "
                   IF WS-FIELD-LENGTH > 0
                       MOVE WS-SOURCE-RECORD(WS-COMMA-POS6 + 1:
                               WS-FIELD-LENGTH)
                           TO WS-FIELD-SEVEN
                   END-IF
               END-IF
               IF WS-FIELD-SEVEN(5:1) = '-'
                  AND WS-FIELD-SEVEN(8:1) = '-'
                   MOVE WS-FIELD-SEVEN TO WS-HELD-SINCE
                   PERFORM 2480-FIND-EIGHTH-COMMA
                   IF WS-COMMA-POS7 <= 131
                       COMPUTE WS-FIELD-LENGTH =
                           WS-COMMA-POS8 - WS-COMMA-POS7 - 1
                       IF WS-FIELD-LENGTH > 8
                           MOVE 8 TO WS-FIELD-LENGTH
                       END-IF
                       IF WS-FIELD-LENGTH > 0
                           MOVE WS-SOURCE-RECORD(WS-COMMA-POS7 + 1:
                                   WS-FIELD-LENGTH)
                               TO WS-FIRST-APPROVER
                       END-IF
                   END-IF
                   IF WS-COMMA-POS8 <= 131
                       COMPUTE WS-FIELD-LENGTH = 132 - WS-COMMA-POS8
                       IF WS-FIELD-LENGTH > 8
                           MOVE 8 TO WS-FIELD-LENGTH
                       END-IF
                       MOVE WS-SOURCE-RECORD(WS-COMMA-POS8 + 1:
                               WS-FIELD-LENGTH)
                           TO WS-REASON-CODE
                   END-IF
               ELSE
                   MOVE WS-FIELD-SEVEN TO WS-REASON-CODE
               END-IF
           END-IF.

                  OR WS-SOURCE-RECORD(WS-COMMA-POS7:1) = ','
           END-PERFORM.

       2480-FIND-EIGHTH-COMMA.
           COMPUTE WS-COMMA-POS8 = WS-COMMA-POS7 + 1
           PERFORM VARYING WS-COMMA-POS8 FROM WS-COMMA-POS8 BY 1
               UNTIL WS-COMMA-POS8 > 132
                  OR WS-SOURCE-RECORD(WS-COMMA-POS8:1) = ','
           END-PERFORM.

       3000-APPLY-DECISIONS.
           OPEN INPUT DecisionFile
           IF WS-DECISION-FILE-STATUS = '00'
               PERFORM 3200-PARSE-DECISION-RECORD
               EVALUATE WS-DEC-ACTION
                   WHEN "RELEASE"
                       PERFORM 3150-CHECK-OPERATOR-ROSTER
                       IF WS-OPERATOR-OK = 'Y'
                           PERFORM 3300-FIND-AND-MARK-HOLD
                       END-IF
                   WHEN "CONFIRM"
                       PERFORM 3150-CHECK-OPERATOR-ROSTER
                       IF WS-OPERATOR-OK = 'Y'
                           PERFORM 3300-FIND-AND-MARK-HOLD
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-INVALID-COUNT
                       DISPLAY "Warning: invalid decision '"
               MOVE WS-OPERATOR-DEFAULT TO WS-DEC-OPERATOR
           END-IF.

       3150-CHECK-OPERATOR-ROSTER.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE 0 TO WS-ROSTER-POS
           PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
               UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
                  OR WS-ROSTER-POS > 0
               IF ROS-ID(WS-ROSTER-INDEX) = WS-DEC-OPERATOR
                   MOVE WS-ROSTER-INDEX TO WS-ROSTER-POS
               END-IF
           END-PERFORM
           IF WS-ROSTER-POS = 0
               MOVE "UNKNOWN-OPERATOR" TO WS-REFUSAL-REASON
               PERFORM 3160-REFUSE-UNMATCHED-DECISION
               EXIT PARAGRAPH
           END-IF
           IF ROS-IS-DISABLED(WS-ROSTER-POS)
               MOVE "DISABLED-OPERATOR" TO WS-REFUSAL-REASON
               PERFORM 3160-REFUSE-UNMATCHED-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OPERATOR-OK.

       3160-REFUSE-UNMATCHED-DECISION.
           MOVE SPACES TO WS-REFUSAL-AMOUNT
           MOVE SPACES TO WS-REFUSAL-CURRENCY
           MOVE 'N' TO WS-HOLD-FOUND
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND = 'Y'
               IF HOLD-ID(WS-LOOP-INDEX) = WS-DEC-ID
                  AND (HOLD-IS-PENDING(WS-LOOP-INDEX)
                       OR HOLD-IS-AWAITING(WS-LOOP-INDEX))
                   MOVE 'Y' TO WS-HOLD-FOUND
                   MOVE HOLD-AMOUNT(WS-LOOP-INDEX) TO WS-REFUSAL-AMOUNT
                   MOVE HOLD-CURRENCY(WS-LOOP-INDEX)
                       TO WS-REFUSAL-CURRENCY
               END-IF
           END-PERFORM
           PERFORM 3170-RECORD-REFUSAL.

       3165-REFUSE-HOLD-DECISION.
           MOVE SPACES TO WS-EFFECTIVE-ACTION
           MOVE HOLD-AMOUNT(WS-LOOP-INDEX) TO WS-REFUSAL-AMOUNT
           MOVE HOLD-CURRENCY(WS-LOOP-INDEX) TO WS-REFUSAL-CURRENCY
           PERFORM 3170-RECORD-REFUSAL.

       3170-RECORD-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO RefusalRecord
           STRING WS-DEC-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DEC-ACTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DEC-OPERATOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REFUSAL-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REFUSAL-CURRENCY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DECISION-DATE DELIMITED BY SPACE
                  INTO RefusalRecord
           WRITE RefusalRecord
           MOVE WS-DEC-ID TO WS-JRNL-TX-ID
           MOVE WS-REFUSAL-AMOUNT TO WS-JRNL-AMOUNT
           MOVE "DECISION-REFUSED" TO WS-JRNL-EVENT
           MOVE WS-DEC-OPERATOR TO WS-JRNL-OPERATOR
           MOVE WS-REFUSAL-REASON TO WS-JRNL-DETAIL
           PERFORM 3600-WRITE-JOURNAL-EVENT
           DISPLAY "Warning: " WS-DEC-ACTION " decision for "
               WS-DEC-ID " refused - " WS-REFUSAL-REASON
               " (operator " WS-DEC-OPERATOR ")".

       3300-FIND-AND-MARK-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                           TO HOLD-OPERATOR(WS-LOOP-INDEX)
                       MOVE 'C' TO HOLD-STATUS(WS-LOOP-INDEX)
                       ADD 1 TO WS-CONFIRM-COUNT
                       MOVE "CONFIRMED" TO WS-JRNL-EVENT
                       MOVE WS-DEC-OPERATOR TO WS-JRNL-OPERATOR
                       MOVE HOLD-REASON(WS-LOOP-INDEX) TO WS-JRNL-DETAIL
                       PERFORM 3610-JOURNAL-HOLD-EVENT
                   END-IF
                   IF WS-EFFECTIVE-ACTION NOT = SPACES
                       PERFORM 3500-WRITE-DISPOSITION-RECORD
               COMPUTE WS-HOLD-AMOUNT-WORK =
                   FUNCTION NUMVAL(HOLD-AMOUNT(WS-LOOP-INDEX))
           END-IF
           PERFORM 3340-FIND-OPERATOR-AUTHORITY
           IF WS-HOLD-AMOUNT-WORK > WS-AUTHORITY-WORK
               MOVE "OVER-AUTHORITY" TO WS-REFUSAL-REASON
               PERFORM 3165-REFUSE-HOLD-DECISION
               MOVE WS-AUTHORITY-WORK TO WS-AUTHORITY-DISP
               DISPLAY "  Release authority of " WS-DEC-OPERATOR
                   " in " HOLD-CURRENCY(WS-LOOP-INDEX) ": "
                   WS-AUTHORITY-DISP
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-AMOUNT-WORK > WS-LIMIT-WORK
               PERFORM 3330-APPLY-DUAL-CONTROL
           ELSE
               END-IF
           END-PERFORM.

       3340-FIND-OPERATOR-AUTHORITY.
           MOVE 0 TO WS-AUTHORITY-WORK
           MOVE 'N' TO WS-AUTHORITY-FOUND
           PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
               UNTIL WS-ROSTER-INDEX > ROS-LIMIT-COUNT(WS-ROSTER-POS)
                  OR WS-AUTHORITY-FOUND = 'Y'
               IF ROS-LIM-CURRENCY(WS-ROSTER-POS, WS-ROSTER-INDEX) =
                       HOLD-CURRENCY(WS-LOOP-INDEX)
                   MOVE ROS-LIM-AMOUNT(WS-ROSTER-POS, WS-ROSTER-INDEX)
                       TO WS-AUTHORITY-WORK
                   MOVE 'Y' TO WS-AUTHORITY-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
               UNTIL WS-ROSTER-INDEX > ROS-LIMIT-COUNT(WS-ROSTER-POS)
                  OR WS-AUTHORITY-FOUND = 'Y'
               IF ROS-LIM-CURRENCY(WS-ROSTER-POS, WS-ROSTER-INDEX) =
                       "ALL"
                   MOVE ROS-LIM-AMOUNT(WS-ROSTER-POS, WS-ROSTER-INDEX)
                       TO WS-AUTHORITY-WORK
                   MOVE 'Y' TO WS-AUTHORITY-FOUND
               END-IF
           END-PERFORM.

       3330-APPLY-DUAL-CONTROL.
           IF HOLD-IS-AWAITING(WS-LOOP-INDEX)
               IF WS-DEC-OPERATOR =
                       HOLD-FIRST-APPROVER(WS-LOOP-INDEX)
                   ADD 1 TO WS-SAMEOP-COUNT
                   MOVE SPACES TO WS-EFFECTIVE-ACTION
                   MOVE "SAMEOP-REJECTED" TO WS-JRNL-EVENT
                   MOVE WS-DEC-OPERATOR TO WS-JRNL-OPERATOR
                   MOVE "Countersignature by first approver"
                       TO WS-JRNL-DETAIL
                   PERFORM 3610-JOURNAL-HOLD-EVENT
                   MOVE "SAMEOP-REJECT" TO WS-HISTORY-ACTION
                   PERFORM 3510-WRITE-HISTORY-RECORD
                   DISPLAY "Warning: countersignature for "
                       WS-DEC-ID " rejected - same operator as "
                       "first approval (" WS-DEC-OPERATOR ")"
                   EXIT PARAGRAPH
               END-IF
               IF NOT ROS-IS-APPROVER(WS-ROSTER-POS)
                  AND NOT ROS-IS-SUPERVISOR(WS-ROSTER-POS)
                   MOVE "NOT-APPROVER" TO WS-REFUSAL-REASON
                   PERFORM 3165-REFUSE-HOLD-DECISION
               ELSE
                   MOVE WS-DEC-OPERATOR
                       TO HOLD-OPERATOR(WS-LOOP-INDEX)
               MOVE 'A' TO HOLD-STATUS(WS-LOOP-INDEX)
               ADD 1 TO WS-AWAITING-COUNT
               MOVE "RELEASE1OF2" TO WS-EFFECTIVE-ACTION
               MOVE "APPROVED-1OF2" TO WS-JRNL-EVENT
               MOVE WS-DEC-OPERATOR TO WS-JRNL-OPERATOR
               MOVE HOLD-CURRENCY(WS-LOOP-INDEX) TO WS-JRNL-DETAIL
               PERFORM 3610-JOURNAL-HOLD-EVENT
               DISPLAY "High-value release for " WS-DEC-ID
                   " held for countersignature by a second operator"
           END-IF.
                  "," DELIMITED BY SIZE
                  WS-DECISION-DATE DELIMITED BY SPACE
                  INTO ReleaseRecord
           WRITE ReleaseRecord
           MOVE "RELEASED" TO WS-JRNL-EVENT
           MOVE HOLD-OPERATOR(WS-LOOP-INDEX) TO WS-JRNL-OPERATOR
           MOVE WS-EFFECTIVE-ACTION TO WS-JRNL-DETAIL
           PERFORM 3610-JOURNAL-HOLD-EVENT.

       3500-WRITE-DISPOSITION-RECORD.
           MOVE SPACES TO DispositionRecord
                  HOLD-OPERATOR(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DECISION-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-REASON(WS-LOOP-INDEX) DELIMITED BY SPACE
                  INTO DispositionRecord
           WRITE DispositionRecord
           MOVE WS-EFFECTIVE-ACTION TO WS-HISTORY-ACTION
           PERFORM 3510-WRITE-HISTORY-RECORD.

       3510-WRITE-HISTORY-RECORD.
           IF WS-HISTORY-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HistoryRecord
           STRING HOLD-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-DATE(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-SOURCE(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-CPTY(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-HISTORY-ACTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DEC-OPERATOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DECISION-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-REASON(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-HELD-SINCE(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HOLD-FIRST-APPROVER(WS-LOOP-INDEX) DELIMITED BY SPACE
                  INTO HistoryRecord
           WRITE HistoryRecord.

       3600-WRITE-JOURNAL-EVENT.
           IF WS-JOURNAL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO JournalRecord
           STRING WS-JRNL-TX-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DECISION-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "DispositionHolds" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-EVENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-OPERATOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DETAIL DELIMITED BY "  "
                  INTO JournalRecord
           WRITE JournalRecord.

       3610-JOURNAL-HOLD-EVENT.
           MOVE HOLD-ID(WS-LOOP-INDEX) TO WS-JRNL-TX-ID
           MOVE HOLD-AMOUNT(WS-LOOP-INDEX) TO WS-JRNL-AMOUNT
           PERFORM 3600-WRITE-JOURNAL-EVENT.

       4000-WRITE-CARRY-FORWARD.
           OPEN OUTPUT PendingFile
           MOVE SPACES TO PendingRecord
           STRING "TransactionID,Amount,Date,Currency,Source,"
                  DELIMITED BY SIZE
                  "Counterparty,HeldSince,FirstApprover,ReasonCode"
                  DELIMITED BY SIZE
                  INTO PendingRecord
           WRITE PendingRecord
                          "," DELIMITED BY SIZE
                          HOLD-FIRST-APPROVER(WS-LOOP-INDEX)
                              DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          HOLD-REASON(WS-LOOP-INDEX)
                              DELIMITED BY SPACE
                          INTO PendingRecord
                   WRITE PendingRecord
               END-IF
               MOVE 0 TO WS-AGE-BUCKET-COUNT(WS-BUCKET-INDEX)
               MOVE 0 TO WS-AGE-BUCKET-AMOUNT(WS-BUCKET-INDEX)
           END-PERFORM
           IF WS-DAY-BASIS = "CALENDAR"
               MOVE "calendar days" TO WS-AGE-BASIS-LABEL
           ELSE
               MOVE "business days" TO WS-AGE-BASIS-LABEL
           END-IF
           OPEN OUTPUT AgingFile
           MOVE "Pending Hold Aging Report" TO AgingRecord
           WRITE AgingRecord
           MOVE SPACES TO AgingRecord
           STRING "Report Date: " DELIMITED BY SIZE
                  WS-DECISION-DATE DELIMITED BY SIZE
                  " | Escalation SLA: " DELIMITED BY SIZE
                  WS-SLA-DAYS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGE-BASIS-LABEL DELIMITED BY SIZE
                  INTO AgingRecord
           WRITE AgingRecord
           MOVE SPACES TO AgingRecord
           IF WS-DAY-BASIS = "CALENDAR"
               MOVE "Hold ages are in calendar days" TO AgingRecord
           ELSE
               STRING "Hold ages are in business days - weekends and "
                      DELIMITED BY SIZE
                      "holidays in " DELIMITED BY SIZE
                      WS-HOLIDAY-FILENAME DELIMITED BY SPACE
                      " excluded" DELIMITED BY SIZE
                      INTO AgingRecord
           END-IF
           WRITE AgingRecord
           MOVE " " TO AgingRecord
           WRITE AgingRecord
           OPEN OUTPUT EscalationFile
           MOVE SPACES TO EscalationRecord
           STRING "TransactionID,Amount,Date,Currency,Source,"
                  DELIMITED BY SIZE
                  "Counterparty,HeldSince,AgeDays,AgeBasis"
                      DELIMITED BY SIZE
                  INTO EscalationRecord
           WRITE EscalationRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                   TO WS-HELD-DATE-NUM(5:2)
               MOVE HOLD-HELD-SINCE(WS-LOOP-INDEX)(9:2)
                   TO WS-HELD-DATE-NUM(7:2)
               IF WS-DAY-BASIS = "CALENDAR"
                   COMPUTE WS-HELD-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-HELD-INTEGER
               ELSE
                   PERFORM 4515-COUNT-BUSINESS-AGE
               END-IF
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               PERFORM 4520-WRITE-ESCALATION-RECORD
           END-IF.

       4515-COUNT-BUSINESS-AGE.
           MOVE 'C' TO WS-BDAY-FUNCTION
           MOVE WS-HOLIDAY-FILENAME TO WS-BDAY-CALENDAR-FILE
           MOVE HOLD-CURRENCY(WS-LOOP-INDEX) TO WS-BDAY-CURRENCY
           MOVE WS-HELD-DATE-NUM TO WS-BDAY-FROM-DATE
           MOVE WS-SYSTEM-DATE TO WS-BDAY-TO-DATE
           CALL 'BusinessDays' USING WS-BDAY-REQUEST
           IF WS-BDAY-RESULT = '00'
               MOVE WS-BDAY-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

       4520-WRITE-ESCALATION-RECORD.
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-DISP
                  HOLD-HELD-SINCE(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AGE-DAYS-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DAY-BASIS DELIMITED BY SPACE
                  INTO EscalationRecord
           WRITE EscalationRecord
           MOVE "ESCALATED" TO WS-JRNL-EVENT
           MOVE "BATCH" TO WS-JRNL-OPERATOR
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Age " DELIMITED BY SIZE
                  WS-AGE-DAYS-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGE-BASIS-LABEL DELIMITED BY SIZE
                  INTO WS-JRNL-DETAIL
           PERFORM 3610-JOURNAL-HOLD-EVENT.

       4530-WRITE-AGING-SECTION.
           MOVE "Pending holds by age:" TO AgingRecord
               DISPLAY "Countersignatures rejected (same operator): "
                   WS-SAMEOP-COUNT
           END-IF
           IF WS-REFUSED-COUNT > 0
               DISPLAY "Decisions refused (operator roster): "
                   WS-REFUSED-COUNT
           END-IF
           DISPLAY "Confirmed as duplicates: " WS-CONFIRM-COUNT
           DISPLAY "Invalid decisions: " WS-INVALID-COUNT
           DISPLAY "Decisions matching no hold: " WS-UNMATCHED-COUNT
       9000-CLEANUP.
           CLOSE DispositionFile
           CLOSE ReleaseFile
           IF WS-JOURNAL-OK = 'Y'
               CLOSE JournalFile
           END-IF
           IF WS-HISTORY-OK = 'Y'
               CLOSE HistoryFile
           END-IF
           CLOSE RefusalFile
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ROSTER-OK = 'N' OR WS-DROPPED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY " "
