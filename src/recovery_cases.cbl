       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryCases.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'recovery.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CaseFile ASSIGN TO DYNAMIC WS-CASE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT HistoryFile ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT AckedFile ASSIGN TO DYNAMIC WS-ACKED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKED-FILE-STATUS.

           SELECT ActionFile ASSIGN TO DYNAMIC WS-ACTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-FILE-STATUS.

           SELECT RefundFile ASSIGN TO DYNAMIC WS-REFUND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT LedgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT RateFile ASSIGN TO DYNAMIC WS-RATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT OutstandingFile
               ASSIGN TO DYNAMIC WS-OUTSTANDING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QuarterlyFile ASSIGN TO DYNAMIC WS-QUARTERLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParmRecord            PIC X(80).

       FD  CaseFile.
       01  CaseRecord            PIC X(132).

       FD  HistoryFile.
       01  HistoryRecord         PIC X(132).

       FD  AckedFile.
       01  AckedRecord           PIC X(80).

       FD  ActionFile.
       01  ActionRecord          PIC X(80).

       FD  RefundFile.
       01  RefundRecord          PIC X(80).

       FD  LedgerFile.
       01  LedgerRecord          PIC X(132).

       FD  RateFile.
       01  RateRecord            PIC X(40).

       FD  OutstandingFile.
       01  OutstandingRecord     PIC X(132).

       FD  QuarterlyFile.
       01  QuarterlyRecord       PIC X(132).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-CASE-CAPACITY    PIC 9(5) VALUE 20000.
           05  WS-ACKED-CAPACITY   PIC 9(5) VALUE 60000.
           05  WS-CPTY-CAPACITY    PIC 9(4) VALUE 1000.
           05  WS-UNMATCHED-CAPACITY PIC 9(3) VALUE 500.
           05  WS-POSTED-CAPACITY  PIC 9(5) VALUE 20000.

       01  WS-RUN-PARAMETERS.
           05  WS-CASE-FILENAME    PIC X(60)
               VALUE 'recovery_cases.csv'.
           05  WS-HISTORY-FILENAME PIC X(60)
               VALUE 'disposition_history.csv'.
           05  WS-ACKED-FILENAME   PIC X(60)
               VALUE 'acked_payments.csv'.
           05  WS-ACTION-FILENAME  PIC X(60) VALUE SPACES.
           05  WS-REFUND-FILENAME  PIC X(60) VALUE SPACES.
           05  WS-LEDGER-FILENAME  PIC X(60)
               VALUE 'recovery_ledger.csv'.
           05  WS-RATES-FILENAME   PIC X(60)
               VALUE 'exchange_rates.csv'.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-BASE-CURRENCY    PIC X(3) VALUE 'USD'.
           05  WS-REPORT-QUARTER   PIC X(7) VALUE SPACES.
           05  WS-REFUND-FILE-SET  PIC X VALUE 'N'.
           05  WS-ACTION-FILE-SET  PIC X VALUE 'N'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-PARM-EQUAL-POS   PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-CASE-FILE-STATUS     PIC XX.
           05  WS-HISTORY-FILE-STATUS  PIC XX.
           05  WS-ACKED-FILE-STATUS    PIC XX.
           05  WS-ACTION-FILE-STATUS   PIC XX.
           05  WS-REFUND-FILE-STATUS   PIC XX.
           05  WS-LEDGER-FILE-STATUS   PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-JOURNAL-FILE-STATUS  PIC XX.

       01  WS-COUNTERS.
           05  WS-CASE-COUNT       PIC 9(5) VALUE 0.
           05  WS-ACKED-COUNT      PIC 9(5) VALUE 0.
           05  WS-CPTY-COUNT       PIC 9(4) VALUE 0.
           05  WS-UNMATCHED-COUNT  PIC 9(3) VALUE 0.
           05  WS-POSTED-COUNT     PIC 9(5) VALUE 0.
           05  WS-CASES-LOADED     PIC 9(5) VALUE 0.
           05  WS-CASES-OPENED     PIC 9(5) VALUE 0.
           05  WS-CONFIRMS-SEEN    PIC 9(7) VALUE 0.
           05  WS-ACTIONS-READ     PIC 9(5) VALUE 0.
           05  WS-ACTIONS-APPLIED  PIC 9(5) VALUE 0.
           05  WS-ACTIONS-REFUSED  PIC 9(5) VALUE 0.
           05  WS-CREDITS-READ     PIC 9(5) VALUE 0.
           05  WS-CREDITS-FULL     PIC 9(5) VALUE 0.
           05  WS-CREDITS-PARTIAL  PIC 9(5) VALUE 0.
           05  WS-CREDITS-UNMATCHED PIC 9(5) VALUE 0.
           05  WS-CREDITS-REPEATED PIC 9(5) VALUE 0.
           05  WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
           05  WS-RATE-MISSING-COUNT PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-LAST-CASE-SEQ    PIC 9(8) VALUE 0.
           05  WS-LOOP-INDEX       PIC 9(5) VALUE 0.
           05  WS-INNER-INDEX      PIC 9(5) VALUE 0.
           05  WS-FOUND-INDEX      PIC 9(5) VALUE 0.
           05  WS-CPTY-INDEX       PIC 9(4) VALUE 0.
           05  WS-BUCKET-INDEX     PIC 9(1) VALUE 0.

       01  WS-FLAGS.
           05  WS-HEADER-SKIPPED   PIC X VALUE 'N'.
           05  WS-JOURNAL-OK       PIC X VALUE 'N'.
           05  WS-LEDGER-OK        PIC X VALUE 'N'.
           05  WS-RATE-FOUND       PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-SYSTEM-DATE-X REDEFINES WS-SYSTEM-DATE.
               10  WS-SYSTEM-YEAR  PIC X(4).
               10  WS-SYSTEM-MONTH PIC 9(2).
               10  WS-SYSTEM-DAY   PIC X(2).
           05  WS-TODAY-TEXT       PIC X(10).
           05  WS-TODAY-INTEGER    PIC 9(8).
           05  WS-DATE-TEXT        PIC X(10).
           05  WS-DATE-NUM         PIC 9(8).
           05  WS-DATE-INTEGER     PIC 9(8).
           05  WS-DAYS-OPEN        PIC S9(5).
           05  WS-SYSTEM-TIME      PIC 9(8).
           05  WS-QUARTER-NUM      PIC 9(1).
           05  WS-QUARTER-FIRST-MONTH PIC 9(2).
           05  WS-QUARTER-LAST-MONTH PIC 9(2).
           05  WS-ENTRY-MONTH      PIC 9(2).

       01  WS-PARSE-FIELDS.
           05  WS-SOURCE-RECORD    PIC X(132).
           05  WS-FIELD-POS        PIC 9(3).
           05  WS-FIELD-NUM        PIC 9(3).
           05  WS-FIELD-START      PIC 9(3).
           05  WS-FIELD-TEXT       PIC X(60).
           05  WS-FIELD-NUMERIC    PIC 9(9)V99.

       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CASE-COUNT.
               10  CASE-ID         PIC X(10).
               10  CASE-TX-ID      PIC X(10).
               10  CASE-CPTY       PIC X(10).
               10  CASE-AMOUNT     PIC 9(9)V99.
               10  CASE-CURRENCY   PIC X(3).
               10  CASE-OPEN-DATE  PIC X(10).
               10  CASE-STATUS     PIC X(10).
                   88  CASE-IS-OPEN       VALUE 'OPEN'.
                   88  CASE-IS-REQUESTED  VALUE 'REQUESTED'.
                   88  CASE-IS-PARTIAL    VALUE 'PARTIAL'.
                   88  CASE-IS-RECOVERED  VALUE 'RECOVERED'.
                   88  CASE-IS-WRITTEN-OFF VALUE 'WRITTENOFF'.
                   88  CASE-IS-CLOSED     VALUE 'RECOVERED'
                                                'WRITTENOFF'.
               10  CASE-RECOVERED  PIC 9(9)V99.
               10  CASE-WRITTEN-OFF PIC 9(9)V99.
               10  CASE-LAST-ACTIVITY PIC X(10).

       01  WS-ACKED-TABLE.
           05  WS-ACKED-ENTRY OCCURS 1 TO 60000 TIMES
                   DEPENDING ON WS-ACKED-COUNT.
               10  ACKD-TX-ID      PIC X(10).
               10  ACKD-AMOUNT     PIC X(10).
               10  ACKD-DATE       PIC X(10).

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT       PIC 9(2) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  RATE-CURRENCY   PIC X(3).
               10  RATE-VALUE      PIC 9(4)V9(5).

       01  WS-CPTY-SUMMARY-TABLE.
           05  WS-CPTY-SUMMARY OCCURS 1000 TIMES.
               10  SUM-CPTY        PIC X(10).
               10  SUM-COUNT       PIC 9(5).
               10  SUM-OUTSTANDING-BASE PIC 9(11)V99.
               10  SUM-RECOVERED-BASE PIC 9(11)V99.
               10  SUM-WRITTEN-OFF-BASE PIC 9(11)V99.

       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-POSTED-COUNT.
               10  POSTED-REFERENCE PIC X(12).

       01  WS-UNMATCHED-TABLE.
           05  WS-UNMATCHED-ENTRY OCCURS 500 TIMES.
               10  UNM-REFERENCE   PIC X(12).
               10  UNM-CPTY        PIC X(10).
               10  UNM-AMOUNT      PIC X(10).
               10  UNM-CURRENCY    PIC X(3).
               10  UNM-DATE        PIC X(10).

       01  WS-AGING-FIELDS.
           05  WS-AGE-BUCKET-COUNT OCCURS 4 TIMES PIC 9(5).
           05  WS-AGE-BUCKET-BASE OCCURS 4 TIMES PIC 9(11)V99.
           05  WS-AGE-BUCKET-LABEL OCCURS 4 TIMES PIC X(12).

       01  WS-HISTORY-ROW.
           05  HIS-TX-ID           PIC X(10).
           05  HIS-AMOUNT          PIC X(10).
           05  HIS-CURRENCY        PIC X(3).
           05  HIS-CPTY            PIC X(10).
           05  HIS-DECISION        PIC X(13).

       01  WS-ACTION-ROW.
           05  ACT-CASE-ID         PIC X(10).
           05  ACT-ACTION          PIC X(10).
           05  ACT-AMOUNT          PIC X(12).
           05  ACT-OPERATOR        PIC X(8).

       01  WS-CREDIT-ROW.
           05  CRD-REFERENCE       PIC X(12).
           05  CRD-CPTY            PIC X(10).
           05  CRD-AMOUNT          PIC X(10).
           05  CRD-AMOUNT-NUM      PIC 9(9)V99.
           05  CRD-CURRENCY        PIC X(3).
           05  CRD-DATE            PIC X(10).

       01  WS-LEDGER-ROW.
           05  LED-CASE-ID         PIC X(10).
           05  LED-CPTY            PIC X(10).
           05  LED-DATE            PIC X(10).
           05  LED-TYPE            PIC X(10).
           05  LED-BASE            PIC 9(11)V99.

       01  WS-AMOUNT-WORK-FIELDS.
           05  WS-OUTSTANDING-WORK PIC 9(9)V99.
           05  WS-APPLY-AMOUNT     PIC 9(9)V99.
           05  WS-CONVERT-CURRENCY PIC X(3).
           05  WS-CONVERT-AMOUNT   PIC 9(11)V99.
           05  WS-CONVERT-BASE     PIC 9(11)V99.
           05  WS-TOTAL-OUTSTANDING-BASE PIC 9(13)V99 VALUE 0.
           05  WS-Q-OPENED-COUNT   PIC 9(5) VALUE 0.
           05  WS-Q-OPENED-BASE    PIC 9(13)V99 VALUE 0.
           05  WS-Q-RECOVERED-COUNT PIC 9(5) VALUE 0.
           05  WS-Q-RECOVERED-BASE PIC 9(13)V99 VALUE 0.
           05  WS-Q-WRITTEN-OFF-COUNT PIC 9(5) VALUE 0.
           05  WS-Q-WRITTEN-OFF-BASE PIC 9(13)V99 VALUE 0.
           05  WS-Q-RECOVERY-PCT   PIC 9(3)V9 VALUE 0.
           05  WS-Q-RESOLVED-BASE  PIC 9(13)V99 VALUE 0.

       01  WS-OUTPUT-FIELDS.
           05  WS-CASE-AMOUNT-OUT  PIC 9(9).99.
           05  WS-CASE-RECOVERED-OUT PIC 9(9).99.
           05  WS-CASE-WRITTEN-OFF-OUT PIC 9(9).99.
           05  WS-LEDGER-AMOUNT-OUT PIC 9(9).99.
           05  WS-LEDGER-BASE-OUT  PIC 9(11).99.
           05  WS-LEDGER-TYPE      PIC X(10).
           05  WS-LEDGER-REFERENCE PIC X(12).
           05  WS-NEW-CASE-ID      PIC X(10).
           05  WS-NEW-CASE-SEQ     PIC 9(8).

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BASE-DISP        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BASE-DISP2       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-TOTAL-DISP       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DAYS-DISP        PIC ZZZZ9.
           05  WS-PCT-DISP         PIC ZZ9.9.

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-TX-ID       PIC X(10).
           05  WS-JRNL-EVENT       PIC X(16).
           05  WS-JRNL-OPERATOR    PIC X(8).
           05  WS-JRNL-AMOUNT-EDIT PIC Z(6)9.99.
           05  WS-JRNL-AMOUNT-POS  PIC 9(2).
           05  WS-JRNL-DETAIL      PIC X(40).

       01  WS-REPORT-FIELDS.
           05  WS-OUTSTANDING-FILENAME PIC X(40).
           05  WS-QUARTERLY-FILENAME PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CASES
           PERFORM 2200-LOAD-ACKED-PAYMENTS
           PERFORM 3000-OPEN-NEW-CASES
           PERFORM 3500-APPLY-CASE-ACTIONS
           PERFORM 4000-MATCH-REFUND-CREDITS
           PERFORM 4500-WRITE-CASE-FILE
           PERFORM 6000-WRITE-OUTSTANDING-REPORT
           PERFORM 7000-WRITE-QUARTERLY-REPORT
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 9000-CLEANUP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Duplicate Payment Recovery Cases"
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-SYSTEM-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SYSTEM-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SYSTEM-DAY DELIMITED BY SIZE
                  INTO WS-TODAY-TEXT
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
           IF WS-REFUND-FILE-SET = 'N'
               MOVE SPACES TO WS-REFUND-FILENAME
               STRING 'refund_credits_' DELIMITED BY SIZE
                      WS-SYSTEM-DATE DELIMITED BY SIZE
                      '.csv' DELIMITED BY SIZE
                      INTO WS-REFUND-FILENAME
           END-IF
           IF WS-ACTION-FILE-SET = 'N'
               MOVE SPACES TO WS-ACTION-FILENAME
               STRING 'recovery_actions_' DELIMITED BY SIZE
                      WS-SYSTEM-DATE DELIMITED BY SIZE
                      '.csv' DELIMITED BY SIZE
                      INTO WS-ACTION-FILENAME
           END-IF
           PERFORM 1150-RESOLVE-REPORT-QUARTER
           MOVE SPACES TO WS-OUTSTANDING-FILENAME
           STRING 'recovery_outstanding_' DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-OUTSTANDING-FILENAME
           MOVE SPACES TO WS-QUARTERLY-FILENAME
           STRING 'recovery_quarterly_' DELIMITED BY SIZE
                  WS-REPORT-QUARTER(1:4) DELIMITED BY SIZE
                  WS-REPORT-QUARTER(6:2) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-QUARTERLY-FILENAME
           PERFORM 1200-LOAD-RATE-TABLE
           PERFORM 1300-OPEN-JOURNAL
           PERFORM 1400-OPEN-LEDGER.

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
                   WHEN "CASE-FILE"
                       MOVE WS-PARM-VALUE TO WS-CASE-FILENAME
                   WHEN "HISTORY-FILE"
                       MOVE WS-PARM-VALUE TO WS-HISTORY-FILENAME
                   WHEN "ACKED-FILE"
                       MOVE WS-PARM-VALUE TO WS-ACKED-FILENAME
                   WHEN "ACTION-FILE"
                       MOVE WS-PARM-VALUE TO WS-ACTION-FILENAME
                       MOVE 'Y' TO WS-ACTION-FILE-SET
                   WHEN "REFUND-FILE"
                       MOVE WS-PARM-VALUE TO WS-REFUND-FILENAME
                       MOVE 'Y' TO WS-REFUND-FILE-SET
                   WHEN "LEDGER-FILE"
                       MOVE WS-PARM-VALUE TO WS-LEDGER-FILENAME
                   WHEN "RATES-FILE"
                       MOVE WS-PARM-VALUE TO WS-RATES-FILENAME
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "BASE-CURRENCY"
                       MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
                   WHEN "REPORT-QUARTER"
                       MOVE WS-PARM-VALUE(1:7) TO WS-REPORT-QUARTER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1150-RESOLVE-REPORT-QUARTER.
           IF WS-REPORT-QUARTER(1:4) NUMERIC
              AND WS-REPORT-QUARTER(5:2) = '-Q'
              AND WS-REPORT-QUARTER(7:1) >= '1'
              AND WS-REPORT-QUARTER(7:1) <= '4'
               MOVE WS-REPORT-QUARTER(7:1) TO WS-QUARTER-NUM
           ELSE
               IF WS-REPORT-QUARTER NOT = SPACES
                   DISPLAY "Invalid REPORT-QUARTER in parm file - "
                       "using current quarter"
               END-IF
               COMPUTE WS-QUARTER-NUM = (WS-SYSTEM-MONTH - 1) / 3 + 1
               MOVE SPACES TO WS-REPORT-QUARTER
               STRING WS-SYSTEM-YEAR DELIMITED BY SIZE
                      '-Q' DELIMITED BY SIZE
                      WS-QUARTER-NUM DELIMITED BY SIZE
                      INTO WS-REPORT-QUARTER
           END-IF
           COMPUTE WS-QUARTER-FIRST-MONTH = WS-QUARTER-NUM * 3 - 2
           COMPUTE WS-QUARTER-LAST-MONTH = WS-QUARTER-NUM * 3.

       1200-LOAD-RATE-TABLE.
           OPEN INPUT RateFile
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "No exchange rate file found - all amounts "
                   "treated as base currency"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
               READ RateFile INTO RateRecord
               IF WS-RATE-FILE-STATUS = '00'
                  AND RateRecord NOT = SPACES
                  AND RateRecord(1:8) NOT = "Currency"
                   PERFORM 1210-STORE-RATE-ENTRY
               END-IF
           END-PERFORM
           CLOSE RateFile
           DISPLAY "Exchange rates loaded: " WS-RATE-COUNT.

       1210-STORE-RATE-ENTRY.
           IF WS-RATE-COUNT >= 50
               DISPLAY "Warning: rate table full - entry skipped: "
                   RateRecord
               EXIT PARAGRAPH
           END-IF
           MOVE RateRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-FIELD-TEXT(1:3) TO RATE-CURRENCY(WS-RATE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
               COMPUTE RATE-VALUE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-FIELD-TEXT)
           ELSE
               DISPLAY "Warning: non-numeric rate skipped: "
                   RateRecord
               SUBTRACT 1 FROM WS-RATE-COUNT
           END-IF.

       1300-OPEN-JOURNAL.
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

       1400-OPEN-LEDGER.
           PERFORM 1410-LOAD-POSTED-CREDITS
           OPEN EXTEND LedgerFile
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               OPEN OUTPUT LedgerFile
               IF WS-LEDGER-FILE-STATUS NOT = '00'
                   DISPLAY "Error: cannot open recovery ledger "
                       WS-LEDGER-FILENAME " - status "
                       WS-LEDGER-FILE-STATUS
                   IF WS-JOURNAL-OK = 'Y'
                       CLOSE JournalFile
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO LedgerRecord
               STRING "CaseID,TransactionID,Counterparty,EntryDate,"
                      DELIMITED BY SIZE
                      "EntryType,Amount,Currency,BaseAmount,Reference"
                      DELIMITED BY SIZE
                      INTO LedgerRecord
               WRITE LedgerRecord
           END-IF
           MOVE 'Y' TO WS-LEDGER-OK.

       1410-LOAD-POSTED-CREDITS.
           OPEN INPUT LedgerFile
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-FILE-STATUS NOT = '00'
               READ LedgerFile INTO LedgerRecord
               IF WS-LEDGER-FILE-STATUS = '00'
                  AND LedgerRecord NOT = SPACES
                  AND LedgerRecord(1:6) NOT = "CaseID"
                   PERFORM 1420-STORE-POSTED-CREDIT
               END-IF
           END-PERFORM
           CLOSE LedgerFile.

       1420-STORE-POSTED-CREDIT.
           MOVE LedgerRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT NOT = "RECOVERY"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT = SPACES
              OR WS-POSTED-COUNT >= WS-POSTED-CAPACITY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           MOVE WS-FIELD-TEXT(1:12)
               TO POSTED-REFERENCE(WS-POSTED-COUNT).

       2000-LOAD-CASES.
           OPEN INPUT CaseFile
           IF WS-CASE-FILE-STATUS NOT = '00'
               DISPLAY "No recovery case file found - starting a "
                   "new case file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASE-FILE-STATUS NOT = '00'
               READ CaseFile INTO CaseRecord
               IF WS-CASE-FILE-STATUS = '00'
                  AND CaseRecord NOT = SPACES
                  AND CaseRecord(1:6) NOT = "CaseID"
                   PERFORM 2100-STORE-CASE-RECORD
               END-IF
           END-PERFORM
           CLOSE CaseFile
           MOVE WS-CASE-COUNT TO WS-CASES-LOADED
           DISPLAY "Recovery cases loaded: " WS-CASES-LOADED.

       2100-STORE-CASE-RECORD.
           IF WS-CASE-COUNT >= WS-CASE-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "Error: recovery case table full - case not "
                   "loaded: " CaseRecord(1:40)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE CaseRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CASE-ID(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CASE-TX-ID(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CASE-CPTY(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2910-CONVERT-FIELD-NUMERIC
           MOVE WS-FIELD-NUMERIC TO CASE-AMOUNT(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:3) TO CASE-CURRENCY(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CASE-OPEN-DATE(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CASE-STATUS(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2910-CONVERT-FIELD-NUMERIC
           MOVE WS-FIELD-NUMERIC TO CASE-RECOVERED(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2910-CONVERT-FIELD-NUMERIC
           MOVE WS-FIELD-NUMERIC TO CASE-WRITTEN-OFF(WS-CASE-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10)
               TO CASE-LAST-ACTIVITY(WS-CASE-COUNT)
           IF CASE-ID(WS-CASE-COUNT)(3:8) NUMERIC
               MOVE CASE-ID(WS-CASE-COUNT)(3:8) TO WS-NEW-CASE-SEQ
               IF WS-NEW-CASE-SEQ > WS-LAST-CASE-SEQ
                   MOVE WS-NEW-CASE-SEQ TO WS-LAST-CASE-SEQ
               END-IF
           END-IF.

       2200-LOAD-ACKED-PAYMENTS.
           OPEN INPUT AckedFile
           IF WS-ACKED-FILE-STATUS NOT = '00'
               DISPLAY "No acknowledged payments file found: "
                   WS-ACKED-FILENAME
               DISPLAY "No new recovery cases can be opened"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACKED-FILE-STATUS NOT = '00'
               READ AckedFile INTO AckedRecord
               IF WS-ACKED-FILE-STATUS = '00'
                  AND AckedRecord NOT = SPACES
                  AND AckedRecord(1:13) NOT = "TransactionID"
                   PERFORM 2210-STORE-ACKED-PAYMENT
               END-IF
           END-PERFORM
           CLOSE AckedFile
           DISPLAY "Acknowledged payments loaded: " WS-ACKED-COUNT.

       2210-STORE-ACKED-PAYMENT.
           IF WS-ACKED-COUNT >= WS-ACKED-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "Warning: acked payment table full - entry "
                   "skipped: " AckedRecord(1:40)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACKED-COUNT
           MOVE AckedRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO ACKD-TX-ID(WS-ACKED-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO ACKD-AMOUNT(WS-ACKED-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO ACKD-DATE(WS-ACKED-COUNT).

       2900-EXTRACT-NEXT-FIELD.
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

       2910-CONVERT-FIELD-NUMERIC.
           IF WS-FIELD-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) NOT = 0
               MOVE 0 TO WS-FIELD-NUMERIC
           ELSE
               COMPUTE WS-FIELD-NUMERIC =
                   FUNCTION NUMVAL(WS-FIELD-TEXT)
           END-IF.

       2920-CONVERT-TO-BASE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE WS-CONVERT-AMOUNT TO WS-CONVERT-BASE
           IF WS-CONVERT-CURRENCY = WS-BASE-CURRENCY
              OR WS-CONVERT-CURRENCY = SPACES
               MOVE 'Y' TO WS-RATE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INNER-INDEX FROM 1 BY 1
               UNTIL WS-INNER-INDEX > WS-RATE-COUNT
                  OR WS-RATE-FOUND = 'Y'
               IF RATE-CURRENCY(WS-INNER-INDEX) = WS-CONVERT-CURRENCY
                   MOVE 'Y' TO WS-RATE-FOUND
                   COMPUTE WS-CONVERT-BASE ROUNDED =
                       WS-CONVERT-AMOUNT * RATE-VALUE(WS-INNER-INDEX)
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 'N'
               ADD 1 TO WS-RATE-MISSING-COUNT
           END-IF.

       2930-DATE-TEXT-TO-INTEGER.
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

       3000-OPEN-NEW-CASES.
           OPEN INPUT HistoryFile
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "No disposition history found: "
                   WS-HISTORY-FILENAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = '00'
               READ HistoryFile INTO HistoryRecord
               IF WS-HISTORY-FILE-STATUS = '00'
                  AND HistoryRecord NOT = SPACES
                  AND HistoryRecord(1:13) NOT = "TransactionID"
                   PERFORM 3100-CHECK-CONFIRMED-DUPLICATE
               END-IF
           END-PERFORM
           CLOSE HistoryFile
           DISPLAY "Confirmed duplicates reviewed: " WS-CONFIRMS-SEEN
           DISPLAY "New recovery cases opened: " WS-CASES-OPENED.

       3100-CHECK-CONFIRMED-DUPLICATE.
           INITIALIZE WS-HISTORY-ROW
           MOVE HistoryRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO HIS-TX-ID
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO HIS-AMOUNT
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:3) TO HIS-CURRENCY
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO HIS-CPTY
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:13) TO HIS-DECISION
           IF HIS-DECISION NOT = "CONFIRM"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONFIRMS-SEEN
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-CASE-COUNT
                  OR WS-FOUND-INDEX > 0
               IF CASE-TX-ID(WS-LOOP-INDEX) = HIS-TX-ID
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-ACKED-COUNT
                  OR WS-FOUND-INDEX > 0
               IF ACKD-TX-ID(WS-LOOP-INDEX) = HIS-TX-ID
                   MOVE WS-LOOP-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX > 0
               PERFORM 3200-OPEN-RECOVERY-CASE
           END-IF.

       3200-OPEN-RECOVERY-CASE.
           IF WS-CASE-COUNT >= WS-CASE-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "Error: recovery case table full - no case "
                   "opened for " HIS-TX-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAST-CASE-SEQ
           MOVE WS-LAST-CASE-SEQ TO WS-NEW-CASE-SEQ
           MOVE SPACES TO WS-NEW-CASE-ID
           STRING "RC" DELIMITED BY SIZE
                  WS-NEW-CASE-SEQ DELIMITED BY SIZE
                  INTO WS-NEW-CASE-ID
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-CASES-OPENED
           MOVE WS-NEW-CASE-ID TO CASE-ID(WS-CASE-COUNT)
           MOVE HIS-TX-ID TO CASE-TX-ID(WS-CASE-COUNT)
           MOVE HIS-CPTY TO CASE-CPTY(WS-CASE-COUNT)
           MOVE ACKD-AMOUNT(WS-FOUND-INDEX) TO WS-FIELD-TEXT
           PERFORM 2910-CONVERT-FIELD-NUMERIC
           IF WS-FIELD-NUMERIC = 0
               MOVE HIS-AMOUNT TO WS-FIELD-TEXT
               PERFORM 2910-CONVERT-FIELD-NUMERIC
           END-IF
           MOVE WS-FIELD-NUMERIC TO CASE-AMOUNT(WS-CASE-COUNT)
           MOVE HIS-CURRENCY TO CASE-CURRENCY(WS-CASE-COUNT)
           MOVE WS-TODAY-TEXT TO CASE-OPEN-DATE(WS-CASE-COUNT)
           MOVE "OPEN" TO CASE-STATUS(WS-CASE-COUNT)
           MOVE 0 TO CASE-RECOVERED(WS-CASE-COUNT)
           MOVE 0 TO CASE-WRITTEN-OFF(WS-CASE-COUNT)
           MOVE WS-TODAY-TEXT TO CASE-LAST-ACTIVITY(WS-CASE-COUNT)
           DISPLAY "Recovery case " WS-NEW-CASE-ID " opened for "
               HIS-TX-ID " (paid " ACKD-DATE(WS-FOUND-INDEX) ")"
           MOVE WS-CASE-COUNT TO WS-LOOP-INDEX
           MOVE "RECOVERY-OPENED" TO WS-JRNL-EVENT
           MOVE "BATCH" TO WS-JRNL-OPERATOR
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Case " DELIMITED BY SIZE
                  WS-NEW-CASE-ID DELIMITED BY SPACE
                  " paid " DELIMITED BY SIZE
                  ACKD-DATE(WS-FOUND-INDEX) DELIMITED BY SPACE
                  INTO WS-JRNL-DETAIL
           PERFORM 3910-JOURNAL-CASE-EVENT.

       3500-APPLY-CASE-ACTIONS.
           OPEN INPUT ActionFile
           IF WS-ACTION-FILE-STATUS NOT = '00'
               DISPLAY "No case action file found: "
                   WS-ACTION-FILENAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACTION-FILE-STATUS NOT = '00'
               READ ActionFile INTO ActionRecord
               IF WS-ACTION-FILE-STATUS = '00'
                  AND ActionRecord NOT = SPACES
                  AND ActionRecord(1:6) NOT = "CaseID"
                   ADD 1 TO WS-ACTIONS-READ
                   PERFORM 3510-APPLY-ONE-ACTION
               END-IF
           END-PERFORM
           CLOSE ActionFile.

       3510-APPLY-ONE-ACTION.
           INITIALIZE WS-ACTION-ROW
           MOVE ActionRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO ACT-CASE-ID
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO ACT-ACTION
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:12) TO ACT-AMOUNT
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO ACT-OPERATOR
           IF ACT-OPERATOR = SPACES
               MOVE "UNKNOWN" TO ACT-OPERATOR
           END-IF
           MOVE 0 TO WS-LOOP-INDEX
           PERFORM VARYING WS-INNER-INDEX FROM 1 BY 1
               UNTIL WS-INNER-INDEX > WS-CASE-COUNT
                  OR WS-LOOP-INDEX > 0
               IF CASE-ID(WS-INNER-INDEX) = ACT-CASE-ID
                  OR CASE-TX-ID(WS-INNER-INDEX) = ACT-CASE-ID
                   MOVE WS-INNER-INDEX TO WS-LOOP-INDEX
               END-IF
           END-PERFORM
           IF WS-LOOP-INDEX = 0
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY "Warning: action for unknown recovery case "
                   ACT-CASE-ID " ignored"
               EXIT PARAGRAPH
           END-IF
           IF CASE-IS-CLOSED(WS-LOOP-INDEX)
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY "Warning: recovery case " ACT-CASE-ID
                   " is already " CASE-STATUS(WS-LOOP-INDEX)
                   " - action ignored"
               EXIT PARAGRAPH
           END-IF
           EVALUATE ACT-ACTION
               WHEN "REQUEST"
                   PERFORM 3520-MARK-REQUESTED
               WHEN "WRITEOFF"
                   PERFORM 3530-WRITE-OFF-CASE
               WHEN OTHER
                   ADD 1 TO WS-ACTIONS-REFUSED
                   DISPLAY "Warning: invalid case action '"
                       ACT-ACTION "' for " ACT-CASE-ID " ignored"
           END-EVALUATE.

       3520-MARK-REQUESTED.
           IF NOT CASE-IS-OPEN(WS-LOOP-INDEX)
               DISPLAY "Recovery case " ACT-CASE-ID
                   " already " CASE-STATUS(WS-LOOP-INDEX)
                   " - request not repeated"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIONS-APPLIED
           MOVE "REQUESTED" TO CASE-STATUS(WS-LOOP-INDEX)
           MOVE WS-TODAY-TEXT TO CASE-LAST-ACTIVITY(WS-LOOP-INDEX)
           MOVE "RECOVERY-REQUEST" TO WS-JRNL-EVENT
           MOVE ACT-OPERATOR TO WS-JRNL-OPERATOR
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Case " DELIMITED BY SIZE
                  CASE-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  " refund requested" DELIMITED BY SIZE
                  INTO WS-JRNL-DETAIL
           PERFORM 3910-JOURNAL-CASE-EVENT.

       3530-WRITE-OFF-CASE.
           PERFORM 3900-COMPUTE-OUTSTANDING
           IF ACT-AMOUNT = SPACES
               MOVE WS-OUTSTANDING-WORK TO WS-APPLY-AMOUNT
           ELSE
               MOVE ACT-AMOUNT TO WS-FIELD-TEXT
               PERFORM 2910-CONVERT-FIELD-NUMERIC
               MOVE WS-FIELD-NUMERIC TO WS-APPLY-AMOUNT
               IF WS-APPLY-AMOUNT > WS-OUTSTANDING-WORK
                   MOVE WS-OUTSTANDING-WORK TO WS-APPLY-AMOUNT
               END-IF
           END-IF
           IF WS-APPLY-AMOUNT = 0
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY "Warning: write-off for " ACT-CASE-ID
                   " has no amount to write off - ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIONS-APPLIED
           ADD WS-APPLY-AMOUNT TO CASE-WRITTEN-OFF(WS-LOOP-INDEX)
           IF WS-APPLY-AMOUNT = WS-OUTSTANDING-WORK
               MOVE "WRITTENOFF" TO CASE-STATUS(WS-LOOP-INDEX)
           END-IF
           MOVE WS-TODAY-TEXT TO CASE-LAST-ACTIVITY(WS-LOOP-INDEX)
           MOVE "WRITEOFF" TO WS-LEDGER-TYPE
           MOVE ACT-OPERATOR TO WS-LEDGER-REFERENCE
           PERFORM 3800-WRITE-LEDGER-ENTRY
           MOVE "WRITTEN-OFF" TO WS-JRNL-EVENT
           MOVE ACT-OPERATOR TO WS-JRNL-OPERATOR
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Case " DELIMITED BY SIZE
                  CASE-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  " written off " DELIMITED BY SIZE
                  WS-LEDGER-AMOUNT-OUT DELIMITED BY SIZE
                  INTO WS-JRNL-DETAIL
           PERFORM 3910-JOURNAL-CASE-EVENT.

       3800-WRITE-LEDGER-ENTRY.
           MOVE WS-APPLY-AMOUNT TO WS-LEDGER-AMOUNT-OUT
           MOVE CASE-CURRENCY(WS-LOOP-INDEX) TO WS-CONVERT-CURRENCY
           MOVE WS-APPLY-AMOUNT TO WS-CONVERT-AMOUNT
           PERFORM 2920-CONVERT-TO-BASE
           MOVE WS-CONVERT-BASE TO WS-LEDGER-BASE-OUT
           IF WS-LEDGER-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LedgerRecord
           STRING CASE-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  CASE-TX-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  CASE-CPTY(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LEDGER-TYPE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LEDGER-AMOUNT-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CASE-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LEDGER-BASE-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LEDGER-REFERENCE DELIMITED BY SPACE
                  INTO LedgerRecord
           WRITE LedgerRecord.

       3900-COMPUTE-OUTSTANDING.
           MOVE 0 TO WS-OUTSTANDING-WORK
           IF CASE-AMOUNT(WS-LOOP-INDEX) >
                   CASE-RECOVERED(WS-LOOP-INDEX)
                   + CASE-WRITTEN-OFF(WS-LOOP-INDEX)
               COMPUTE WS-OUTSTANDING-WORK =
                   CASE-AMOUNT(WS-LOOP-INDEX)
                   - CASE-RECOVERED(WS-LOOP-INDEX)
                   - CASE-WRITTEN-OFF(WS-LOOP-INDEX)
           END-IF.

       3910-JOURNAL-CASE-EVENT.
           IF WS-JOURNAL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CASE-AMOUNT(WS-LOOP-INDEX) TO WS-JRNL-AMOUNT-EDIT
           PERFORM VARYING WS-JRNL-AMOUNT-POS FROM 1 BY 1
               UNTIL WS-JRNL-AMOUNT-POS > 7
                  OR WS-JRNL-AMOUNT-EDIT(WS-JRNL-AMOUNT-POS:1)
                     NOT = SPACE
           END-PERFORM
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO JournalRecord
           STRING CASE-TX-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "RecoveryCases" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-EVENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-OPERATOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-AMOUNT-EDIT(WS-JRNL-AMOUNT-POS:)
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DETAIL DELIMITED BY "  "
                  INTO JournalRecord
           WRITE JournalRecord.

       4000-MATCH-REFUND-CREDITS.
           OPEN INPUT RefundFile
           IF WS-REFUND-FILE-STATUS NOT = '00'
               DISPLAY "No refund/credit file for today: "
                   WS-REFUND-FILENAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REFUND-FILE-STATUS NOT = '00'
               READ RefundFile INTO RefundRecord
               IF WS-REFUND-FILE-STATUS = '00'
                  AND RefundRecord NOT = SPACES
                  AND RefundRecord(1:9) NOT = "CreditRef"
                   ADD 1 TO WS-CREDITS-READ
                   PERFORM 4100-MATCH-ONE-CREDIT
               END-IF
           END-PERFORM
           CLOSE RefundFile
           DISPLAY "Refund credits read: " WS-CREDITS-READ.

       4100-MATCH-ONE-CREDIT.
           INITIALIZE WS-CREDIT-ROW
           MOVE RefundRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:12) TO CRD-REFERENCE
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CRD-CPTY
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CRD-AMOUNT
           PERFORM 2910-CONVERT-FIELD-NUMERIC
           MOVE WS-FIELD-NUMERIC TO CRD-AMOUNT-NUM
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:3) TO CRD-CURRENCY
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO CRD-DATE
           MOVE 0 TO WS-LOOP-INDEX
           PERFORM VARYING WS-INNER-INDEX FROM 1 BY 1
               UNTIL WS-INNER-INDEX > WS-POSTED-COUNT
               IF POSTED-REFERENCE(WS-INNER-INDEX) = CRD-REFERENCE
                   ADD 1 TO WS-CREDITS-REPEATED
                   DISPLAY "Credit " CRD-REFERENCE
                       " already posted to the recovery ledger - "
                       "skipped"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CRD-AMOUNT-NUM > 0
               PERFORM VARYING WS-INNER-INDEX FROM 1 BY 1
                   UNTIL WS-INNER-INDEX > WS-CASE-COUNT
                      OR WS-LOOP-INDEX > 0
                   PERFORM 4110-CHECK-EXACT-CREDIT
               END-PERFORM
               IF WS-LOOP-INDEX = 0
                   PERFORM VARYING WS-INNER-INDEX FROM 1 BY 1
                       UNTIL WS-INNER-INDEX > WS-CASE-COUNT
                          OR WS-LOOP-INDEX > 0
                       PERFORM 4120-CHECK-PARTIAL-CREDIT
                   END-PERFORM
               END-IF
           END-IF
           IF WS-LOOP-INDEX = 0
               PERFORM 4300-NOTE-UNMATCHED-CREDIT
           ELSE
               PERFORM 4200-APPLY-CREDIT
           END-IF.

       4110-CHECK-EXACT-CREDIT.
           IF CASE-CPTY(WS-INNER-INDEX) = CRD-CPTY
              AND NOT CASE-IS-CLOSED(WS-INNER-INDEX)
              AND (CRD-CURRENCY = SPACES
                   OR CASE-CURRENCY(WS-INNER-INDEX) = CRD-CURRENCY)
               MOVE WS-INNER-INDEX TO WS-LOOP-INDEX
               PERFORM 3900-COMPUTE-OUTSTANDING
               IF WS-OUTSTANDING-WORK NOT = CRD-AMOUNT-NUM
                   MOVE 0 TO WS-LOOP-INDEX
               END-IF
           END-IF.

       4120-CHECK-PARTIAL-CREDIT.
           IF CASE-CPTY(WS-INNER-INDEX) = CRD-CPTY
              AND NOT CASE-IS-CLOSED(WS-INNER-INDEX)
              AND (CRD-CURRENCY = SPACES
                   OR CASE-CURRENCY(WS-INNER-INDEX) = CRD-CURRENCY)
               MOVE WS-INNER-INDEX TO WS-LOOP-INDEX
               PERFORM 3900-COMPUTE-OUTSTANDING
               IF WS-OUTSTANDING-WORK NOT > CRD-AMOUNT-NUM
                   MOVE 0 TO WS-LOOP-INDEX
               END-IF
           END-IF.

       4200-APPLY-CREDIT.
           PERFORM 3900-COMPUTE-OUTSTANDING
           MOVE CRD-AMOUNT-NUM TO WS-APPLY-AMOUNT
           ADD WS-APPLY-AMOUNT TO CASE-RECOVERED(WS-LOOP-INDEX)
           MOVE WS-TODAY-TEXT TO CASE-LAST-ACTIVITY(WS-LOOP-INDEX)
           IF WS-APPLY-AMOUNT = WS-OUTSTANDING-WORK
               MOVE "RECOVERED" TO CASE-STATUS(WS-LOOP-INDEX)
               ADD 1 TO WS-CREDITS-FULL
               MOVE "RECOVERED" TO WS-JRNL-EVENT
           ELSE
               MOVE "PARTIAL" TO CASE-STATUS(WS-LOOP-INDEX)
               ADD 1 TO WS-CREDITS-PARTIAL
               MOVE "RECOVERY-PARTIAL" TO WS-JRNL-EVENT
           END-IF
           MOVE "RECOVERY" TO WS-LEDGER-TYPE
           MOVE CRD-REFERENCE TO WS-LEDGER-REFERENCE
           PERFORM 3800-WRITE-LEDGER-ENTRY
           IF WS-POSTED-COUNT < WS-POSTED-CAPACITY
               ADD 1 TO WS-POSTED-COUNT
               MOVE CRD-REFERENCE TO POSTED-REFERENCE(WS-POSTED-COUNT)
           END-IF
           DISPLAY "Credit " CRD-REFERENCE " applied to case "
               CASE-ID(WS-LOOP-INDEX) " - "
               CASE-STATUS(WS-LOOP-INDEX)
           MOVE "BATCH" TO WS-JRNL-OPERATOR
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Case " DELIMITED BY SIZE
                  CASE-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  " credit " DELIMITED BY SIZE
                  CRD-REFERENCE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LEDGER-AMOUNT-OUT DELIMITED BY SIZE
                  INTO WS-JRNL-DETAIL
           PERFORM 3910-JOURNAL-CASE-EVENT.

       4300-NOTE-UNMATCHED-CREDIT.
           ADD 1 TO WS-CREDITS-UNMATCHED
           DISPLAY "Warning: credit " CRD-REFERENCE " from "
               CRD-CPTY " matches no open recovery case"
           IF WS-UNMATCHED-COUNT < WS-UNMATCHED-CAPACITY
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE CRD-REFERENCE TO UNM-REFERENCE(WS-UNMATCHED-COUNT)
               MOVE CRD-CPTY TO UNM-CPTY(WS-UNMATCHED-COUNT)
               MOVE CRD-AMOUNT TO UNM-AMOUNT(WS-UNMATCHED-COUNT)
               MOVE CRD-CURRENCY TO UNM-CURRENCY(WS-UNMATCHED-COUNT)
               MOVE CRD-DATE TO UNM-DATE(WS-UNMATCHED-COUNT)
           END-IF.

       4500-WRITE-CASE-FILE.
           OPEN OUTPUT CaseFile
           IF WS-CASE-FILE-STATUS NOT = '00'
               DISPLAY "Error: cannot rewrite recovery case file "
                   WS-CASE-FILENAME " - status " WS-CASE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CaseRecord
           STRING "CaseID,TransactionID,Counterparty,Amount,"
                  DELIMITED BY SIZE
                  "Currency,OpenDate,Status,Recovered,WrittenOff,"
                  DELIMITED BY SIZE
                  "LastActivity" DELIMITED BY SIZE
                  INTO CaseRecord
           WRITE CaseRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-CASE-COUNT
               MOVE CASE-AMOUNT(WS-LOOP-INDEX) TO WS-CASE-AMOUNT-OUT
               MOVE CASE-RECOVERED(WS-LOOP-INDEX)
                   TO WS-CASE-RECOVERED-OUT
               MOVE CASE-WRITTEN-OFF(WS-LOOP-INDEX)
                   TO WS-CASE-WRITTEN-OFF-OUT
               MOVE SPACES TO CaseRecord
               STRING CASE-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CASE-TX-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CASE-CPTY(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CASE-AMOUNT-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      CASE-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CASE-OPEN-DATE(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CASE-STATUS(WS-LOOP-INDEX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-CASE-RECOVERED-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CASE-WRITTEN-OFF-OUT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      CASE-LAST-ACTIVITY(WS-LOOP-INDEX)
                          DELIMITED BY SPACE
                      INTO CaseRecord
               WRITE CaseRecord
           END-PERFORM
           CLOSE CaseFile.

       5000-DISPLAY-RESULTS.
           DISPLAY " "
           DISPLAY "Recovery Summary:"
           DISPLAY "Cases on file: " WS-CASE-COUNT
           DISPLAY "New cases opened: " WS-CASES-OPENED
           DISPLAY "Case actions applied: " WS-ACTIONS-APPLIED
           DISPLAY "Case actions refused: " WS-ACTIONS-REFUSED
           DISPLAY "Credits fully recovering a case: " WS-CREDITS-FULL
           DISPLAY "Credits partially recovering a case: "
               WS-CREDITS-PARTIAL
           DISPLAY "Credits matching no case: " WS-CREDITS-UNMATCHED
           DISPLAY "Credits already posted (skipped): "
               WS-CREDITS-REPEATED
           DISPLAY "Cases outstanding: " WS-OUTSTANDING-COUNT
           MOVE WS-TOTAL-OUTSTANDING-BASE TO WS-TOTAL-DISP
           DISPLAY "Outstanding (base " WS-BASE-CURRENCY "): "
               WS-TOTAL-DISP
           IF WS-RATE-MISSING-COUNT > 0
               DISPLAY "Amounts with no exchange rate (taken at par): "
                   WS-RATE-MISSING-COUNT
           END-IF.

       6000-WRITE-OUTSTANDING-REPORT.
           MOVE "0-30 days" TO WS-AGE-BUCKET-LABEL(1)
           MOVE "31-60 days" TO WS-AGE-BUCKET-LABEL(2)
           MOVE "61-90 days" TO WS-AGE-BUCKET-LABEL(3)
           MOVE "Over 90 days" TO WS-AGE-BUCKET-LABEL(4)
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 4
               MOVE 0 TO WS-AGE-BUCKET-COUNT(WS-BUCKET-INDEX)
               MOVE 0 TO WS-AGE-BUCKET-BASE(WS-BUCKET-INDEX)
           END-PERFORM
           MOVE 0 TO WS-CPTY-COUNT
           OPEN OUTPUT OutstandingFile
           MOVE "Outstanding Duplicate Payment Recoveries"
               TO OutstandingRecord
           WRITE OutstandingRecord
           MOVE "======================================"
               TO OutstandingRecord
           WRITE OutstandingRecord
           MOVE SPACES TO OutstandingRecord
           STRING "Report Date: " DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  " | Base currency: " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  " | Age in calendar days" DELIMITED BY SIZE
                  INTO OutstandingRecord
           WRITE OutstandingRecord
           MOVE " " TO OutstandingRecord
           WRITE OutstandingRecord
           MOVE SPACES TO OutstandingRecord
           STRING "Case       Transaction Counterparty Ccy "
                  DELIMITED BY SIZE
                  "      Outstanding Status     Opened      Days"
                  DELIMITED BY SIZE
                  INTO OutstandingRecord
           WRITE OutstandingRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-CASE-COUNT
               IF NOT CASE-IS-CLOSED(WS-LOOP-INDEX)
                   PERFORM 6100-REPORT-ONE-OUTSTANDING
               END-IF
           END-PERFORM
           IF WS-OUTSTANDING-COUNT = 0
               MOVE "No recovery cases outstanding."
                   TO OutstandingRecord
               WRITE OutstandingRecord
           END-IF
           PERFORM 6200-WRITE-AGING-SUMMARY
           PERFORM 6300-WRITE-COUNTERPARTY-TOTALS
           PERFORM 6400-WRITE-UNMATCHED-CREDITS
           CLOSE OutstandingFile.

       6100-REPORT-ONE-OUTSTANDING.
           ADD 1 TO WS-OUTSTANDING-COUNT
           PERFORM 3900-COMPUTE-OUTSTANDING
           MOVE CASE-OPEN-DATE(WS-LOOP-INDEX) TO WS-DATE-TEXT
           PERFORM 2930-DATE-TEXT-TO-INTEGER
           MOVE 0 TO WS-DAYS-OPEN
           IF WS-DATE-INTEGER > 0
              AND WS-TODAY-INTEGER > WS-DATE-INTEGER
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER - WS-DATE-INTEGER
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-BUCKET-INDEX
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-BUCKET-INDEX
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BUCKET-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-INDEX
           END-EVALUATE
           MOVE CASE-CURRENCY(WS-LOOP-INDEX) TO WS-CONVERT-CURRENCY
           MOVE WS-OUTSTANDING-WORK TO WS-CONVERT-AMOUNT
           PERFORM 2920-CONVERT-TO-BASE
           ADD 1 TO WS-AGE-BUCKET-COUNT(WS-BUCKET-INDEX)
           ADD WS-CONVERT-BASE TO WS-AGE-BUCKET-BASE(WS-BUCKET-INDEX)
           ADD WS-CONVERT-BASE TO WS-TOTAL-OUTSTANDING-BASE
           MOVE CASE-CPTY(WS-LOOP-INDEX) TO WS-FIELD-TEXT
           PERFORM 6900-FIND-CPTY-SUMMARY
           IF WS-CPTY-INDEX > 0
               ADD 1 TO SUM-COUNT(WS-CPTY-INDEX)
               ADD WS-CONVERT-BASE
                   TO SUM-OUTSTANDING-BASE(WS-CPTY-INDEX)
           END-IF
           MOVE WS-OUTSTANDING-WORK TO WS-AMOUNT-DISP
           MOVE WS-DAYS-OPEN TO WS-DAYS-DISP
           MOVE SPACES TO OutstandingRecord
           STRING CASE-ID(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CASE-TX-ID(WS-LOOP-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CASE-CPTY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  CASE-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CASE-STATUS(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CASE-OPEN-DATE(WS-LOOP-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  INTO OutstandingRecord
           WRITE OutstandingRecord.

       6200-WRITE-AGING-SUMMARY.
           MOVE " " TO OutstandingRecord
           WRITE OutstandingRecord
           MOVE SPACES TO OutstandingRecord
           STRING "Outstanding by days open (base " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO OutstandingRecord
           WRITE OutstandingRecord
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 4
               MOVE WS-AGE-BUCKET-BASE(WS-BUCKET-INDEX)
                   TO WS-BASE-DISP
               MOVE SPACES TO OutstandingRecord
               STRING "  " DELIMITED BY SIZE
                      WS-AGE-BUCKET-LABEL(WS-BUCKET-INDEX)
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-AGE-BUCKET-COUNT(WS-BUCKET-INDEX)
                          DELIMITED BY SIZE
                      " cases, " DELIMITED BY SIZE
                      WS-BASE-DISP DELIMITED BY SIZE
                      INTO OutstandingRecord
               WRITE OutstandingRecord
           END-PERFORM.

       6300-WRITE-COUNTERPARTY-TOTALS.
           MOVE " " TO OutstandingRecord
           WRITE OutstandingRecord
           MOVE SPACES TO OutstandingRecord
           STRING "Outstanding by counterparty (base " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO OutstandingRecord
           WRITE OutstandingRecord
           PERFORM VARYING WS-CPTY-INDEX FROM 1 BY 1
               UNTIL WS-CPTY-INDEX > WS-CPTY-COUNT
               MOVE SUM-OUTSTANDING-BASE(WS-CPTY-INDEX)
                   TO WS-BASE-DISP
               MOVE SPACES TO OutstandingRecord
               STRING "  " DELIMITED BY SIZE
                      SUM-CPTY(WS-CPTY-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SUM-COUNT(WS-CPTY-INDEX) DELIMITED BY SIZE
                      " cases, " DELIMITED BY SIZE
                      WS-BASE-DISP DELIMITED BY SIZE
                      INTO OutstandingRecord
               WRITE OutstandingRecord
           END-PERFORM
           MOVE WS-TOTAL-OUTSTANDING-BASE TO WS-TOTAL-DISP
           MOVE SPACES TO OutstandingRecord
           STRING "Total outstanding: " DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                  " cases, " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  INTO OutstandingRecord
           WRITE OutstandingRecord
           IF WS-RATE-MISSING-COUNT > 0
               MOVE SPACES TO OutstandingRecord
               STRING "Note: " DELIMITED BY SIZE
                      WS-RATE-MISSING-COUNT DELIMITED BY SIZE
                      " amounts had no exchange rate and were taken "
                      DELIMITED BY SIZE
                      "at par" DELIMITED BY SIZE
                      INTO OutstandingRecord
               WRITE OutstandingRecord
           END-IF.

       6400-WRITE-UNMATCHED-CREDITS.
           IF WS-UNMATCHED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE " " TO OutstandingRecord
           WRITE OutstandingRecord
           MOVE "Credits received that match no open case:"
               TO OutstandingRecord
           WRITE OutstandingRecord
           PERFORM VARYING WS-INNER-INDEX FROM 1 BY 1
               UNTIL WS-INNER-INDEX > WS-UNMATCHED-COUNT
               MOVE SPACES TO OutstandingRecord
               STRING "  " DELIMITED BY SIZE
                      UNM-REFERENCE(WS-INNER-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UNM-CPTY(WS-INNER-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UNM-AMOUNT(WS-INNER-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UNM-CURRENCY(WS-INNER-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UNM-DATE(WS-INNER-INDEX) DELIMITED BY SIZE
                      INTO OutstandingRecord
               WRITE OutstandingRecord
           END-PERFORM.

       6900-FIND-CPTY-SUMMARY.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-CPTY-INDEX FROM 1 BY 1
               UNTIL WS-CPTY-INDEX > WS-CPTY-COUNT
                  OR WS-FOUND-INDEX > 0
               IF SUM-CPTY(WS-CPTY-INDEX) = WS-FIELD-TEXT(1:10)
                   MOVE WS-CPTY-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX = 0
               IF WS-CPTY-COUNT < WS-CPTY-CAPACITY
                   ADD 1 TO WS-CPTY-COUNT
                   MOVE WS-CPTY-COUNT TO WS-FOUND-INDEX
                   INITIALIZE WS-CPTY-SUMMARY(WS-FOUND-INDEX)
                   MOVE WS-FIELD-TEXT(1:10)
                       TO SUM-CPTY(WS-FOUND-INDEX)
               END-IF
           END-IF
           MOVE WS-FOUND-INDEX TO WS-CPTY-INDEX.

       7000-WRITE-QUARTERLY-REPORT.
           MOVE 0 TO WS-CPTY-COUNT
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-CASE-COUNT
               MOVE CASE-OPEN-DATE(WS-LOOP-INDEX)(6:2) TO WS-ENTRY-MONTH
               IF CASE-OPEN-DATE(WS-LOOP-INDEX)(1:4) =
                       WS-REPORT-QUARTER(1:4)
                  AND CASE-OPEN-DATE(WS-LOOP-INDEX)(6:2) NUMERIC
                  AND WS-ENTRY-MONTH >= WS-QUARTER-FIRST-MONTH
                  AND WS-ENTRY-MONTH <= WS-QUARTER-LAST-MONTH
                   ADD 1 TO WS-Q-OPENED-COUNT
                   MOVE CASE-CURRENCY(WS-LOOP-INDEX)
                       TO WS-CONVERT-CURRENCY
                   MOVE CASE-AMOUNT(WS-LOOP-INDEX)
                       TO WS-CONVERT-AMOUNT
                   PERFORM 2920-CONVERT-TO-BASE
                   ADD WS-CONVERT-BASE TO WS-Q-OPENED-BASE
               END-IF
           END-PERFORM
           IF WS-LEDGER-OK = 'Y'
               CLOSE LedgerFile
               MOVE 'N' TO WS-LEDGER-OK
           END-IF
           OPEN INPUT LedgerFile
           IF WS-LEDGER-FILE-STATUS = '00'
               PERFORM UNTIL WS-LEDGER-FILE-STATUS NOT = '00'
                   READ LedgerFile INTO LedgerRecord
                   IF WS-LEDGER-FILE-STATUS = '00'
                      AND LedgerRecord NOT = SPACES
                      AND LedgerRecord(1:6) NOT = "CaseID"
                       PERFORM 7100-APPLY-LEDGER-ENTRY
                   END-IF
               END-PERFORM
               CLOSE LedgerFile
           END-IF
           PERFORM 7200-WRITE-QUARTERLY-FILE.

       7100-APPLY-LEDGER-ENTRY.
           INITIALIZE WS-LEDGER-ROW
           MOVE LedgerRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO LED-CASE-ID
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO LED-CPTY
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO LED-DATE
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO LED-TYPE
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
               COMPUTE LED-BASE = FUNCTION NUMVAL(WS-FIELD-TEXT)
           END-IF
           IF LED-DATE(1:4) NOT = WS-REPORT-QUARTER(1:4)
              OR LED-DATE(6:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LED-DATE(6:2) TO WS-ENTRY-MONTH
           IF WS-ENTRY-MONTH < WS-QUARTER-FIRST-MONTH
              OR WS-ENTRY-MONTH > WS-QUARTER-LAST-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE LED-CPTY TO WS-FIELD-TEXT
           PERFORM 6900-FIND-CPTY-SUMMARY
           EVALUATE LED-TYPE
               WHEN "RECOVERY"
                   ADD 1 TO WS-Q-RECOVERED-COUNT
                   ADD LED-BASE TO WS-Q-RECOVERED-BASE
                   IF WS-CPTY-INDEX > 0
                       ADD LED-BASE
                           TO SUM-RECOVERED-BASE(WS-CPTY-INDEX)
                   END-IF
               WHEN "WRITEOFF"
                   ADD 1 TO WS-Q-WRITTEN-OFF-COUNT
                   ADD LED-BASE TO WS-Q-WRITTEN-OFF-BASE
                   IF WS-CPTY-INDEX > 0
                       ADD LED-BASE
                           TO SUM-WRITTEN-OFF-BASE(WS-CPTY-INDEX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7200-WRITE-QUARTERLY-FILE.
           OPEN OUTPUT QuarterlyFile
           MOVE "Duplicate Payment Losses - Recovered vs Written Off"
               TO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE "======================================"
               TO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE SPACES TO QuarterlyRecord
           STRING "Quarter: " DELIMITED BY SIZE
                  WS-REPORT-QUARTER DELIMITED BY SIZE
                  " | Run Date: " DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  " | Base currency: " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  INTO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE " " TO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE WS-Q-OPENED-BASE TO WS-TOTAL-DISP
           MOVE SPACES TO QuarterlyRecord
           STRING "Cases opened in quarter:   " DELIMITED BY SIZE
                  WS-Q-OPENED-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE WS-Q-RECOVERED-BASE TO WS-TOTAL-DISP
           MOVE SPACES TO QuarterlyRecord
           STRING "Recoveries posted:         " DELIMITED BY SIZE
                  WS-Q-RECOVERED-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE WS-Q-WRITTEN-OFF-BASE TO WS-TOTAL-DISP
           MOVE SPACES TO QuarterlyRecord
           STRING "Write-offs posted:         " DELIMITED BY SIZE
                  WS-Q-WRITTEN-OFF-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO QuarterlyRecord
           WRITE QuarterlyRecord
           COMPUTE WS-Q-RESOLVED-BASE =
               WS-Q-RECOVERED-BASE + WS-Q-WRITTEN-OFF-BASE
           MOVE 0 TO WS-Q-RECOVERY-PCT
           IF WS-Q-RESOLVED-BASE > 0
               COMPUTE WS-Q-RECOVERY-PCT ROUNDED =
                   WS-Q-RECOVERED-BASE * 100 / WS-Q-RESOLVED-BASE
           END-IF
           MOVE WS-Q-RECOVERY-PCT TO WS-PCT-DISP
           MOVE SPACES TO QuarterlyRecord
           STRING "Recovered share of resolved losses: "
                  DELIMITED BY SIZE
                  WS-PCT-DISP DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE " " TO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE SPACES TO QuarterlyRecord
           STRING "By counterparty (base " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO QuarterlyRecord
           WRITE QuarterlyRecord
           MOVE "  Counterparty           Recovered        Written Off"
               TO QuarterlyRecord
           WRITE QuarterlyRecord
           PERFORM VARYING WS-CPTY-INDEX FROM 1 BY 1
               UNTIL WS-CPTY-INDEX > WS-CPTY-COUNT
               MOVE SUM-RECOVERED-BASE(WS-CPTY-INDEX) TO WS-BASE-DISP
               MOVE SUM-WRITTEN-OFF-BASE(WS-CPTY-INDEX)
                   TO WS-BASE-DISP2
               MOVE SPACES TO QuarterlyRecord
               STRING "  " DELIMITED BY SIZE
                      SUM-CPTY(WS-CPTY-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BASE-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BASE-DISP2 DELIMITED BY SIZE
                      INTO QuarterlyRecord
               WRITE QuarterlyRecord
           END-PERFORM
           CLOSE QuarterlyFile.

       9000-CLEANUP.
           IF WS-LEDGER-OK = 'Y'
               CLOSE LedgerFile
           END-IF
           IF WS-JOURNAL-OK = 'Y'
               CLOSE JournalFile
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-CREDITS-UNMATCHED > 0 OR WS-ACTIONS-REFUSED > 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "Outstanding report written to: "
               WS-OUTSTANDING-FILENAME
           DISPLAY "Quarterly report written to: "
               WS-QUARTERLY-FILENAME
           DISPLAY "Return code: " WS-RETURN-CODE.
