               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       FD  ManifestFile.
       01  ManifestRecord        PIC X(80).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-REJECT-CAPACITY  PIC 9(5) VALUE 60000.
           05  WS-MANIFEST-FILENAME PIC X(60) VALUE SPACES.
           05  WS-ANALYST-ID       PIC X(8) VALUE 'UNKNOWN'.
           05  WS-BASE-CURRENCY    PIC X(3) VALUE 'USD'.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-RESUBMIT-FILE-STATUS  PIC XX.
           05  WS-AUDIT-FILE-STATUS     PIC XX.
           05  WS-MANIFEST-FILE-STATUS  PIC XX.
           05  WS-JOURNAL-FILE-STATUS   PIC XX.

       01  WS-COUNTERS.
           05  WS-ORIGINAL-COUNT   PIC 9(5) VALUE 0.
           05  WS-VALID-RECORD     PIC X VALUE 'Y'.
           05  WS-CURRENCY-FOUND   PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-JOURNAL-OK       PIC X VALUE 'N'.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-SYSTEM-TIME      PIC 9(8).

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-TX-ID       PIC X(10).
           05  WS-JRNL-DATE        PIC X(10).
           05  WS-JRNL-EVENT       PIC X(16).
           05  WS-JRNL-AMOUNT      PIC X(10).
           05  WS-JRNL-DETAIL      PIC X(40).

       01  WS-REPORT-FIELDS.
           05  WS-RESUBMIT-FILENAME PIC X(40).
                  DELIMITED BY SIZE
                  "Counterparty,Reason" DELIMITED BY SIZE
                  INTO StillRejectRecord
           WRITE StillRejectRecord
           PERFORM 1200-OPEN-JOURNAL.

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

       1100-READ-PARAMETERS.
           OPEN INPUT ParameterFile
                       MOVE WS-PARM-VALUE TO WS-CORRECTED-FILENAME
                   WHEN "INPUT-MANIFEST"
                       MOVE WS-PARM-VALUE TO WS-MANIFEST-FILENAME
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "ANALYST-ID"
                       IF WS-PARM-VALUE NOT = SPACES
                           MOVE WS-PARM-VALUE(1:8) TO WS-ANALYST-ID
                      WS-AUDIT-RESULT DELIMITED BY "  "
                      INTO AuditRecord
           END-IF
           WRITE AuditRecord
           PERFORM 3500-JOURNAL-RESUBMISSION.

       3500-JOURNAL-RESUBMISSION.
           IF WS-JOURNAL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-VALID-RECORD = 'Y'
               MOVE "CORRECTED" TO WS-JRNL-EVENT
           ELSE
               MOVE "STILL-BAD" TO WS-JRNL-EVENT
           END-IF
           MOVE WS-TRANSACTION-ID TO WS-JRNL-TX-ID
           MOVE WS-AMOUNT TO WS-JRNL-AMOUNT
           MOVE SPACES TO WS-JRNL-DETAIL
           IF WS-VALID-RECORD = 'N'
               MOVE WS-REJECT-REASON TO WS-JRNL-DETAIL
           END-IF
           PERFORM 3510-WRITE-JOURNAL-EVENT
           IF WS-CORRECTED-COUNT <= WS-ORIGINAL-COUNT
               IF ORIG-ID(WS-CORRECTED-COUNT) NOT = SPACES
                  AND ORIG-ID(WS-CORRECTED-COUNT)
                      NOT = WS-TRANSACTION-ID
                   MOVE ORIG-ID(WS-CORRECTED-COUNT) TO WS-JRNL-TX-ID
                   MOVE ORIG-AMOUNT(WS-CORRECTED-COUNT)
                       TO WS-JRNL-AMOUNT
                   MOVE SPACES TO WS-JRNL-DETAIL
                   STRING "Resubmitted as " DELIMITED BY SIZE
                          WS-TRANSACTION-ID DELIMITED BY SPACE
                          INTO WS-JRNL-DETAIL
                   PERFORM 3510-WRITE-JOURNAL-EVENT
               END-IF
           END-IF.

       3510-WRITE-JOURNAL-EVENT.
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO JournalRecord
           STRING WS-JRNL-TX-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "ResubmitRejects" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-JRNL-EVENT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ANALYST-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DETAIL DELIMITED BY "  "
                  INTO JournalRecord
           WRITE JournalRecord.

       4000-WRITE-TRAILER.
           MOVE SPACES TO ResubmitRecord
           CLOSE ResubmitFile
           CLOSE AuditFile
           CLOSE StillRejectFile
           IF WS-JOURNAL-OK = 'Y'
               CLOSE JournalFile
           END-IF
           IF WS-STILL-BAD-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
