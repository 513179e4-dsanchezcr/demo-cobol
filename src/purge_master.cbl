               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       FD  RegistryFile.
       01  RegistryRecord        PIC X(40).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-PARAMETERS.
           05  WS-MASTER-FILENAME  PIC X(60)
               VALUE 'seen_transactions.master'.
           05  WS-RETENTION-DAYS   PIC 9(4) VALUE 180.
           05  WS-DAY-BASIS        PIC X(8) VALUE 'BUSINESS'.
           05  WS-HOLIDAY-FILENAME PIC X(60)
               VALUE 'holiday_calendar.csv'.
           05  WS-CALENDAR-CURRENCY PIC X(3) VALUE SPACES.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-ARCHIVE-FILE-STATUS PIC XX.
           05  WS-NEWMASTER-FILE-STATUS PIC XX.
           05  WS-REGISTRY-FILE-STATUS PIC XX.
           05  WS-JOURNAL-FILE-STATUS PIC XX.
           05  WS-JOURNAL-OK          PIC X VALUE 'N'.
           05  WS-PURGE-ENTRY         PIC X VALUE 'N'.
           05  WS-ARCHIVE-REGISTERED  PIC X VALUE 'N'.

           05  WS-CUTOFF-INTEGER   PIC 9(8).
           05  WS-ENTRY-DATE-NUM   PIC 9(8).
           05  WS-ENTRY-DATE-X     PIC X(10).
           05  WS-SYSTEM-TIME      PIC 9(8).
           05  WS-JRNL-DATE        PIC X(10).

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
           05  WS-ARCHIVE-FILENAME PIC X(40).
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           IF WS-DAY-BASIS = "CALENDAR"
               COMPUTE WS-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
                   - WS-RETENTION-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
                   TO WS-CUTOFF-DATE
           ELSE
               PERFORM 1200-COMPUTE-BUSINESS-CUTOFF
           END-IF
           STRING 'master_archive_' DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
           STRING WS-MASTER-FILENAME DELIMITED BY SPACE
                  '.bak' DELIMITED BY SIZE
                  INTO WS-BACKUP-NAME
           IF WS-DAY-BASIS = "CALENDAR"
               DISPLAY "Retention period: " WS-RETENTION-DAYS
                   " calendar days"
           ELSE
               DISPLAY "Retention period: " WS-RETENTION-DAYS
                   " business days"
               DISPLAY "Holiday calendar: " WS-HOLIDAY-FILENAME
               IF WS-CALENDAR-CURRENCY = SPACES
                   DISPLAY "Holidays applied: common to all currencies"
               ELSE
                   DISPLAY "Holidays applied: " WS-CALENDAR-CURRENCY
                       " and common to all currencies"
               END-IF
           END-IF
           DISPLAY "Purging entries first seen before: "
               WS-CUTOFF-DATE.

                           DISPLAY "Invalid RETENTION-DAYS in parm "
                               "file - using default (180)"
                       END-IF
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
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
                   WHEN "CALENDAR-CURRENCY"
                       MOVE WS-PARM-VALUE(1:3) TO WS-CALENDAR-CURRENCY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-COMPUTE-BUSINESS-CUTOFF.
           MOVE 'A' TO WS-BDAY-FUNCTION
           MOVE WS-HOLIDAY-FILENAME TO WS-BDAY-CALENDAR-FILE
           MOVE WS-CALENDAR-CURRENCY TO WS-BDAY-CURRENCY
           MOVE WS-SYSTEM-DATE TO WS-BDAY-FROM-DATE
           COMPUTE WS-BDAY-DAYS = 0 - WS-RETENTION-DAYS
           CALL 'BusinessDays' USING WS-BDAY-REQUEST
           IF WS-BDAY-RESULT NOT = '00'
               DISPLAY "Error: business-day cutoff could not be "
                   "computed - master file left unchanged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BDAY-TO-DATE TO WS-CUTOFF-DATE.

       2000-STREAM-MASTER-FILE.
           OPEN INPUT MasterFile
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE "TransactionID,FirstSeen" TO ArchiveRecord
               WRITE ArchiveRecord
           END-IF
           PERFORM 2100-OPEN-JOURNAL
           OPEN OUTPUT NewMasterFile
           IF WS-NEWMASTER-FILE-STATUS NOT = '00'
               DISPLAY "Error: cannot write new master file - "
           CLOSE MasterFile
           CLOSE ArchiveFile
           CLOSE NewMasterFile
           IF WS-JOURNAL-OK = 'Y'
               CLOSE JournalFile
           END-IF
           DISPLAY "Master entries read: " WS-MASTER-COUNT.

       2100-OPEN-JOURNAL.
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

       3000-DISPOSE-ONE-ENTRY.
           PERFORM 3100-EVALUATE-ENTRY
           IF WS-PURGE-ENTRY = 'Y'
                      MASTER-REC-FIRST-SEEN DELIMITED BY SIZE
                      INTO ArchiveRecord
               WRITE ArchiveRecord
               PERFORM 3200-JOURNAL-ARCHIVED
           ELSE
               ADD 1 TO WS-RETAIN-COUNT
               MOVE MASTER-REC-ID TO NEWMASTER-REC-ID
               ADD 1 TO WS-UNDATED-COUNT
           END-IF.

       3200-JOURNAL-ARCHIVED.
           IF WS-JOURNAL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO JournalRecord
           STRING MASTER-REC-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  ",PurgeMaster,ARCHIVED,BATCH,," DELIMITED BY SIZE
                  "First seen " DELIMITED BY SIZE
                  MASTER-REC-FIRST-SEEN DELIMITED BY SPACE
                  INTO JournalRecord
           WRITE JournalRecord.

       4000-INSTALL-NEW-MASTER.
           PERFORM 4100-SWAP-MASTER-GENERATIONS.

