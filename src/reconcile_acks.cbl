               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT AckedFile ASSIGN TO DYNAMIC WS-ACKED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKED-FILE-STATUS.

           SELECT XrefFile ASSIGN TO DYNAMIC WS-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       FD  ReportFile.
       01  ReportRecord          PIC X(132).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       FD  AckedFile.
       01  AckedRecord           PIC X(80).

       FD  XrefFile.
       01  XrefRecord            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-RELEASE-CAPACITY PIC 9(5) VALUE 60000.
           05  WS-XREF-CAPACITY    PIC 9(5) VALUE 60000.

       01  WS-RUN-PARAMETERS.
           05  WS-RELEASE-FILENAME PIC X(60)
               VALUE 'released_payments.csv'.
           05  WS-ACK-FILENAME     PIC X(60)
               VALUE 'payment_acks.csv'.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-ACKED-FILENAME   PIC X(60)
               VALUE 'acked_payments.csv'.
           05  WS-XREF-FILENAME    PIC X(60)
               VALUE 'payment_xref.csv'.
           05  WS-DAY-BASIS        PIC X(8) VALUE 'BUSINESS'.
           05  WS-HOLIDAY-FILENAME PIC X(60)
               VALUE 'holiday_calendar.csv'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-RELEASE-FILE-STATUS PIC XX.
           05  WS-ACK-FILE-STATUS     PIC XX.
           05  WS-REPORT-FILE-STATUS  PIC XX.
           05  WS-JOURNAL-FILE-STATUS PIC XX.
           05  WS-ACKED-FILE-STATUS   PIC XX.
           05  WS-XREF-FILE-STATUS    PIC XX.

       01  WS-COUNTERS.
           05  WS-RELEASE-COUNT    PIC 9(5) VALUE 0.
           05  WS-UNKNOWN-ACK-COUNT PIC 9(5) VALUE 0.
           05  WS-DUPLICATE-ACK-COUNT PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-XREF-COUNT       PIC 9(5) VALUE 0.
           05  WS-REF-ACK-COUNT    PIC 9(5) VALUE 0.
           05  WS-LOOP-INDEX       PIC 9(5) VALUE 0.

       01  WS-FLAGS.
           05  WS-HEADER-SKIPPED   PIC X VALUE 'N'.
           05  WS-RELEASE-FOUND    PIC X VALUE 'N'.
           05  WS-RELEASE-STALE    PIC X VALUE 'N'.
           05  WS-REFERENCE-FOUND  PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-JOURNAL-OK       PIC X VALUE 'N'.
           05  WS-ACKED-OK         PIC X VALUE 'N'.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-RELEASE-DATE-NUM PIC 9(8).
           05  WS-RELEASE-INTEGER  PIC 9(8).
           05  WS-NEXT-BIZ-INTEGER PIC 9(8).
           05  WS-SYSTEM-TIME      PIC 9(8).

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-TX-ID       PIC X(10).
           05  WS-JRNL-DATE        PIC X(10).
           05  WS-JRNL-EVENT       PIC X(16).
           05  WS-JRNL-AMOUNT      PIC X(10).
           05  WS-JRNL-DETAIL      PIC X(40).
           05  WS-ACKED-STATUS     PIC X(10).

       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 1 TO 60000 TIMES
               10  REL-AMOUNT      PIC X(10).
               10  REL-AMOUNT-NUM  PIC 9(9)V99.
               10  REL-DECISION-DATE PIC X(10).
               10  REL-CURRENCY    PIC X(3).
               10  REL-ACKED       PIC X.
               10  REL-MISMATCHED  PIC X.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 1 TO 60000 TIMES
                   DEPENDING ON WS-XREF-COUNT.
               10  XREF-TX-ID      PIC X(10).
               10  XREF-REFERENCE  PIC X(16).

       01  WS-PARSED-ACK.
           05  WS-ACK-KEY          PIC X(16).
           05  WS-ACK-ID           PIC X(10).
           05  WS-ACK-AMOUNT       PIC X(10).
           05  WS-ACK-AMOUNT-NUM   PIC 9(9)V99.
           05  WS-ACK-DATE         PIC X(10).

       01  WS-BDAY-REQUEST.
           05  WS-BDAY-FUNCTION    PIC X.
           05  WS-BDAY-CALENDAR-FILE PIC X(60).
           05  WS-BDAY-CURRENCY    PIC X(3).
           05  WS-BDAY-FROM-DATE   PIC 9(8).
           05  WS-BDAY-TO-DATE     PIC 9(8).
           05  WS-BDAY-DAYS        PIC S9(5).
           05  WS-BDAY-CALENDAR-LOADED PIC X.
           05  WS-BDAY-RESULT      PIC XX.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-FILENAME  PIC X(40).

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RELEASES
           PERFORM 2300-LOAD-PAYMENT-XREF
           PERFORM 3000-MATCH-ACKS
           PERFORM 4000-REPORT-UNACKED-RELEASES
           PERFORM 5000-DISPLAY-RESULTS
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           IF WS-DAY-BASIS = "CALENDAR"
               STRING "Overdue = no acknowledgment by the next "
                      DELIMITED BY SIZE
                      "calendar day after release" DELIMITED BY SIZE
                      INTO ReportRecord
           ELSE
               STRING "Overdue = no acknowledgment by the next "
                      DELIMITED BY SIZE
                      "business day after release (holidays: "
                      DELIMITED BY SIZE
                      WS-HOLIDAY-FILENAME DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO ReportRecord
           END-IF
           WRITE ReportRecord
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           PERFORM 1200-OPEN-JOURNAL
           PERFORM 1300-OPEN-ACKED-FILE.

       1100-READ-PARAMETERS.
           OPEN INPUT ParameterFile
                       MOVE WS-PARM-VALUE TO WS-RELEASE-FILENAME
                   WHEN "ACK-FILE"
                       MOVE WS-PARM-VALUE TO WS-ACK-FILENAME
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "ACKED-FILE"
                       MOVE WS-PARM-VALUE TO WS-ACKED-FILENAME
                   WHEN "XREF-FILE"
                       MOVE WS-PARM-VALUE TO WS-XREF-FILENAME
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
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-OPEN-JOURNAL.
           MOVE SPACES TO WS-JRNL-DATE
           STRING WS-SYSTEM-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSTEM-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSTEM-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-JRNL-DATE
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

       1300-OPEN-ACKED-FILE.
           OPEN EXTEND AckedFile
           IF WS-ACKED-FILE-STATUS NOT = '00'
               OPEN OUTPUT AckedFile
               IF WS-ACKED-FILE-STATUS NOT = '00'
                   DISPLAY "Warning: cannot open acked payments file "
                       WS-ACKED-FILENAME " - status "
                       WS-ACKED-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO AckedRecord
               STRING "TransactionID,Amount,AckDate,ReconDate,Status"
                      DELIMITED BY SIZE
                      INTO AckedRecord
               WRITE AckedRecord
           END-IF
           MOVE 'Y' TO WS-ACKED-OK.

       2000-LOAD-RELEASES.
           OPEN INPUT ReleaseFile
           IF WS-RELEASE-FILE-STATUS NOT = '00'
                   COMPUTE REL-AMOUNT-NUM(WS-RELEASE-COUNT) =
                       FUNCTION NUMVAL(REL-AMOUNT(WS-RELEASE-COUNT))
               END-IF
               PERFORM 2150-EXTRACT-RELEASE-CURRENCY
               PERFORM 2200-EXTRACT-DECISION-DATE
               MOVE 'N' TO REL-ACKED(WS-RELEASE-COUNT)
               MOVE 'N' TO REL-MISMATCHED(WS-RELEASE-COUNT)
           END-IF.

       2150-EXTRACT-RELEASE-CURRENCY.
           MOVE SPACES TO REL-CURRENCY(WS-RELEASE-COUNT)
           IF WS-COMMA-POS1 >= 132
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIELD-START = WS-COMMA-POS1 + 1
           PERFORM 2510-FIND-NEXT-COMMA
           IF WS-COMMA-POS1 >= 132
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIELD-START = WS-COMMA-POS1 + 1
           PERFORM 2510-FIND-NEXT-COMMA
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS1 - WS-FIELD-START
           IF WS-FIELD-LENGTH > 0 AND WS-FIELD-LENGTH <= 3
               MOVE WS-SOURCE-RECORD(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO REL-CURRENCY(WS-RELEASE-COUNT)
           END-IF.

       2200-EXTRACT-DECISION-DATE.
           MOVE SPACES TO REL-DECISION-DATE(WS-RELEASE-COUNT)
           MOVE 0 TO WS-COMMA-POS3
                   TO REL-DECISION-DATE(WS-RELEASE-COUNT)
           END-IF.

       2300-LOAD-PAYMENT-XREF.
           OPEN INPUT XrefFile
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "No payment cross-reference file found - acks "
                   "matched by transaction ID only"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-FILE-STATUS NOT = '00'
               READ XrefFile INTO XrefRecord
               IF WS-XREF-FILE-STATUS = '00'
                  AND XrefRecord NOT = SPACES
                  AND XrefRecord(1:13) NOT = "TransactionID"
                   PERFORM 2310-STORE-XREF-ENTRY
               END-IF
           END-PERFORM
           CLOSE XrefFile
           DISPLAY "Payment references loaded: " WS-XREF-COUNT.

       2310-STORE-XREF-ENTRY.
           IF WS-XREF-COUNT >= WS-XREF-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "Warning: payment reference table full - "
                   "entry skipped: " XrefRecord(1:40)
               EXIT PARAGRAPH
           END-IF
           MOVE XrefRecord TO WS-SOURCE-RECORD
           ADD 1 TO WS-XREF-COUNT
           MOVE 1 TO WS-FIELD-START
           PERFORM 2510-FIND-NEXT-COMMA
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS1 - WS-FIELD-START
           IF WS-FIELD-LENGTH > 10
               MOVE 10 TO WS-FIELD-LENGTH
           END-IF
           MOVE SPACES TO XREF-TX-ID(WS-XREF-COUNT)
           IF WS-FIELD-LENGTH > 0
               MOVE WS-SOURCE-RECORD(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO XREF-TX-ID(WS-XREF-COUNT)
           END-IF
           COMPUTE WS-FIELD-START = WS-COMMA-POS1 + 1
           PERFORM 2510-FIND-NEXT-COMMA
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS1 - WS-FIELD-START
           IF WS-FIELD-LENGTH > 16
               MOVE 16 TO WS-FIELD-LENGTH
           END-IF
           MOVE SPACES TO XREF-REFERENCE(WS-XREF-COUNT)
           IF WS-FIELD-LENGTH > 0
               MOVE WS-SOURCE-RECORD(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO XREF-REFERENCE(WS-XREF-COUNT)
           END-IF.

       2510-FIND-NEXT-COMMA.
           PERFORM VARYING WS-COMMA-POS1 FROM WS-FIELD-START BY 1
               UNTIL WS-COMMA-POS1 > 132

       3100-MATCH-ONE-ACK.
           PERFORM 3200-PARSE-ACK-RECORD
           PERFORM 3150-RESOLVE-PAYMENT-REFERENCE
           MOVE 'N' TO WS-RELEASE-FOUND
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-RELEASE-COUNT
                           "for " WS-ACK-ID
                   ELSE
                       MOVE 'Y' TO REL-ACKED(WS-LOOP-INDEX)
                       MOVE WS-ACK-ID TO WS-JRNL-TX-ID
                       MOVE WS-ACK-AMOUNT TO WS-JRNL-AMOUNT
                       MOVE SPACES TO WS-JRNL-DETAIL
                       IF WS-REFERENCE-FOUND = 'Y'
                           STRING "Ack date " DELIMITED BY SIZE
                                  WS-ACK-DATE DELIMITED BY SIZE
                                  " ref " DELIMITED BY SIZE
                                  WS-ACK-KEY DELIMITED BY SPACE
                                  INTO WS-JRNL-DETAIL
                       ELSE
                           STRING "Ack date " DELIMITED BY SIZE
                                  WS-ACK-DATE DELIMITED BY SIZE
                                  INTO WS-JRNL-DETAIL
                       END-IF
                       IF WS-ACK-AMOUNT-NUM =
                               REL-AMOUNT-NUM(WS-LOOP-INDEX)
                           ADD 1 TO WS-MATCHED-COUNT
                           MOVE "ACKED" TO WS-JRNL-EVENT
                           PERFORM 3500-WRITE-JOURNAL-EVENT
                           MOVE "MATCHED" TO WS-ACKED-STATUS
                       ELSE
                           MOVE 'Y' TO REL-MISMATCHED(WS-LOOP-INDEX)
                           ADD 1 TO WS-MISMATCH-COUNT
                           PERFORM 3300-REPORT-AMOUNT-MISMATCH
                           MOVE "MISMATCH" TO WS-ACKED-STATUS
                       END-IF
                       PERFORM 3600-WRITE-ACKED-PAYMENT
                   END-IF
               END-IF
           END-PERFORM
               PERFORM 3400-REPORT-UNKNOWN-ACK
           END-IF.

       3150-RESOLVE-PAYMENT-REFERENCE.
           MOVE 'N' TO WS-REFERENCE-FOUND
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-XREF-COUNT
                  OR WS-REFERENCE-FOUND = 'Y'
               IF XREF-REFERENCE(WS-LOOP-INDEX) = WS-ACK-KEY
                   MOVE 'Y' TO WS-REFERENCE-FOUND
                   MOVE XREF-TX-ID(WS-LOOP-INDEX) TO WS-ACK-ID
                   ADD 1 TO WS-REF-ACK-COUNT
               END-IF
           END-PERFORM.

       3200-PARSE-ACK-RECORD.
           INITIALIZE WS-PARSED-ACK
           MOVE AckRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2510-FIND-NEXT-COMMA
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS1 - WS-FIELD-START
           IF WS-FIELD-LENGTH > 16
               MOVE 16 TO WS-FIELD-LENGTH
           END-IF
           IF WS-FIELD-LENGTH > 0
               MOVE WS-SOURCE-RECORD(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO WS-ACK-KEY
           END-IF
           MOVE WS-ACK-KEY TO WS-ACK-ID
           COMPUTE WS-FIELD-START = WS-COMMA-POS1 + 1
           PERFORM 2510-FIND-NEXT-COMMA
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS1 - WS-FIELD-START
           WRITE ReportRecord
           DISPLAY "Amount mismatch for " WS-ACK-ID
               " - released " REL-AMOUNT(WS-LOOP-INDEX)
               " acknowledged " WS-ACK-AMOUNT
           MOVE "AMOUNT-MISMATCH" TO WS-JRNL-EVENT
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Released " DELIMITED BY SIZE
                  REL-AMOUNT(WS-LOOP-INDEX) DELIMITED BY SPACE
                  " ack date " DELIMITED BY SIZE
                  WS-ACK-DATE DELIMITED BY SIZE
                  INTO WS-JRNL-DETAIL
           PERFORM 3500-WRITE-JOURNAL-EVENT.

       3400-REPORT-UNKNOWN-ACK.
           MOVE SPACES TO ReportRecord
           STRING "ACK FOR UNRELEASED PAYMENT - ID: "
                  DELIMITED BY SIZE
                  WS-ACK-KEY DELIMITED BY SIZE
                  " | Amount: " DELIMITED BY SIZE
                  WS-ACK-AMOUNT DELIMITED BY SPACE
                  " | Ack date: " DELIMITED BY SIZE
                  INTO ReportRecord
           WRITE ReportRecord
           DISPLAY "Acknowledgment for payment never released: "
               WS-ACK-KEY
           MOVE WS-ACK-ID TO WS-JRNL-TX-ID
           MOVE WS-ACK-AMOUNT TO WS-JRNL-AMOUNT
           MOVE "ACK-UNRELEASED" TO WS-JRNL-EVENT
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Ack date " DELIMITED BY SIZE
                  WS-ACK-DATE DELIMITED BY SIZE
                  INTO WS-JRNL-DETAIL
           PERFORM 3500-WRITE-JOURNAL-EVENT
           MOVE "UNRELEASED" TO WS-ACKED-STATUS
           PERFORM 3600-WRITE-ACKED-PAYMENT.

       3500-WRITE-JOURNAL-EVENT.
           IF WS-JOURNAL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO JournalRecord
           STRING WS-JRNL-TX-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "ReconcileAcks" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-EVENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "BATCH" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DETAIL DELIMITED BY "  "
                  INTO JournalRecord
           WRITE JournalRecord.

       3600-WRITE-ACKED-PAYMENT.
           IF WS-ACKED-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AckedRecord
           STRING WS-ACK-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ACK-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ACK-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ACKED-STATUS DELIMITED BY SPACE
                  INTO AckedRecord
           WRITE AckedRecord.

       4000-REPORT-UNACKED-RELEASES.
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
                          DELIMITED BY SPACE
                      INTO ReportRecord
           END-IF
           WRITE ReportRecord
           IF WS-RELEASE-STALE = 'Y'
               MOVE REL-ID(WS-LOOP-INDEX) TO WS-JRNL-TX-ID
               MOVE REL-AMOUNT(WS-LOOP-INDEX) TO WS-JRNL-AMOUNT
               MOVE "STALE" TO WS-JRNL-EVENT
               MOVE SPACES TO WS-JRNL-DETAIL
               STRING "Released " DELIMITED BY SIZE
                      REL-DECISION-DATE(WS-LOOP-INDEX)
                          DELIMITED BY SPACE
                      INTO WS-JRNL-DETAIL
               PERFORM 3500-WRITE-JOURNAL-EVENT
           END-IF.

       4200-CHECK-RELEASE-AGE.
           MOVE 'N' TO WS-RELEASE-STALE
               COMPUTE WS-RELEASE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE-NUM)
               COMPUTE WS-NEXT-BIZ-INTEGER = WS-RELEASE-INTEGER + 1
               IF WS-DAY-BASIS = "BUSINESS"
                   PERFORM 4210-FIND-NEXT-BUSINESS-DAY
               END-IF
               IF WS-TODAY-INTEGER > WS-NEXT-BIZ-INTEGER
                   MOVE 'Y' TO WS-RELEASE-STALE
                   ADD 1 TO WS-STALE-COUNT
               ADD 1 TO WS-STALE-COUNT
           END-IF.

       4210-FIND-NEXT-BUSINESS-DAY.
           MOVE 'A' TO WS-BDAY-FUNCTION
           MOVE WS-HOLIDAY-FILENAME TO WS-BDAY-CALENDAR-FILE
           MOVE REL-CURRENCY(WS-LOOP-INDEX) TO WS-BDAY-CURRENCY
           MOVE WS-RELEASE-DATE-NUM TO WS-BDAY-FROM-DATE
           MOVE 1 TO WS-BDAY-DAYS
           CALL 'BusinessDays' USING WS-BDAY-REQUEST
           IF WS-BDAY-RESULT = '00'
               COMPUTE WS-NEXT-BIZ-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BDAY-TO-DATE)
           END-IF.

       5000-DISPLAY-RESULTS.
           MOVE " " TO ReportRecord
           WRITE ReportRecord
           DISPLAY "Released payments: " WS-RELEASE-COUNT
           DISPLAY "Acknowledgments read: " WS-ACK-COUNT
           DISPLAY "Matched: " WS-MATCHED-COUNT
           DISPLAY "Acks identified by payment reference: "
               WS-REF-ACK-COUNT
           DISPLAY "Unacknowledged releases: " WS-UNACKED-COUNT
           DISPLAY "Unacknowledged past one business day: "
               WS-STALE-COUNT

       9000-CLEANUP.
           CLOSE ReportFile
           IF WS-JOURNAL-OK = 'Y'
               CLOSE JournalFile
           END-IF
           IF WS-ACKED-OK = 'Y'
               CLOSE AckedFile
           END-IF
           IF WS-STALE-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
           ELSE
