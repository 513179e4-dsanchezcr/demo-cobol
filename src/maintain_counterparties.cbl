       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainCounterparties.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'cptymnt.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CptyMasterFile
               ASSIGN TO DYNAMIC WS-CPTY-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPTY-REC-CODE
               FILE STATUS IS WS-CPTY-FILE-STATUS.

           SELECT MaintenanceFile ASSIGN TO DYNAMIC WS-MAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT ChangeLogFile ASSIGN TO 'cpty_change_log.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParmRecord            PIC X(80).

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

       FD  MaintenanceFile.
       01  MaintenanceRecord     PIC X(132).

       FD  ChangeLogFile.
       01  ChangeLogRecord       PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RUN-PARAMETERS.
           05  WS-CPTY-MASTER-FILENAME PIC X(60)
               VALUE 'counterparty.master'.
           05  WS-MAINT-FILENAME   PIC X(60)
               VALUE 'cpty_maintenance.csv'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-PARM-EQUAL-POS   PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-CPTY-FILE-STATUS  PIC XX.
           05  WS-MAINT-FILE-STATUS PIC XX.
           05  WS-LOG-FILE-STATUS   PIC XX.

       01  WS-COUNTERS.
           05  WS-MAINT-COUNT      PIC 9(5) VALUE 0.
           05  WS-ADD-COUNT        PIC 9(5) VALUE 0.
           05  WS-CHANGE-COUNT     PIC 9(5) VALUE 0.
           05  WS-CLOSE-COUNT      PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(5) VALUE 0.

       01  WS-FLAGS.
           05  WS-HEADER-SKIPPED   PIC X VALUE 'N'.
           05  WS-CPTY-FOUND       PIC X VALUE 'N'.
           05  WS-VALID-MAINT      PIC X VALUE 'Y'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-SYSTEM-DATE-X REDEFINES WS-SYSTEM-DATE.
               10  WS-SYSTEM-YEAR  PIC X(4).
               10  WS-SYSTEM-MONTH PIC X(2).
               10  WS-SYSTEM-DAY   PIC X(2).
           05  WS-SYSTEM-TIME      PIC 9(8).
           05  WS-CHANGE-DATE      PIC X(10).

       01  WS-PARSED-MAINT.
           05  WS-MNT-ACTION       PIC X(10).
           05  WS-MNT-CODE         PIC X(10).
           05  WS-MNT-NAME         PIC X(40).
           05  WS-MNT-STATUS       PIC X.
           05  WS-MNT-CURRENCY     PIC X(3).
           05  WS-MNT-RISK-TIER    PIC X.

       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-NAME      PIC X(40).
           05  WS-BEFORE-STATUS    PIC X.
           05  WS-BEFORE-CURRENCY  PIC X(3).
           05  WS-BEFORE-RISK-TIER PIC X.

       01  WS-AFTER-IMAGE.
           05  WS-AFTER-NAME       PIC X(40).
           05  WS-AFTER-STATUS     PIC X.
           05  WS-AFTER-CURRENCY   PIC X(3).
           05  WS-AFTER-RISK-TIER  PIC X.

       01  WS-LOG-FIELDS.
           05  WS-LOG-RESULT       PIC X(8).
           05  WS-REJECT-REASON    PIC X(50).

       01  WS-WORK-FIELDS.
           05  WS-COMMA-POS1       PIC 9(3).
           05  WS-COMMA-POS2       PIC 9(3).
           05  WS-COMMA-POS3       PIC 9(3).
           05  WS-COMMA-POS4       PIC 9(3).
           05  WS-COMMA-POS5       PIC 9(3).
           05  WS-FIELD-START      PIC 9(3).
           05  WS-FIELD-LENGTH     PIC 9(3).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-MAINTENANCE
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 9000-CLEANUP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Counterparty Master Maintenance"
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           STRING WS-SYSTEM-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SYSTEM-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SYSTEM-DAY DELIMITED BY SIZE
                  INTO WS-CHANGE-DATE
           DISPLAY "Counterparty master: " WS-CPTY-MASTER-FILENAME
           DISPLAY "Maintenance file: " WS-MAINT-FILENAME
           PERFORM 1200-OPEN-CPTY-MASTER
           PERFORM 1300-OPEN-CHANGE-LOG.

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
                   WHEN "CPTY-MASTER-FILE"
                       MOVE WS-PARM-VALUE TO WS-CPTY-MASTER-FILENAME
                   WHEN "MAINTENANCE-FILE"
                       MOVE WS-PARM-VALUE TO WS-MAINT-FILENAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-OPEN-CPTY-MASTER.
           OPEN I-O CptyMasterFile
           IF WS-CPTY-FILE-STATUS = '35'
               DISPLAY "No counterparty master found - starting a "
                   "new one"
               OPEN OUTPUT CptyMasterFile
               IF WS-CPTY-FILE-STATUS = '00'
                   CLOSE CptyMasterFile
                   OPEN I-O CptyMasterFile
               END-IF
           END-IF
           IF WS-CPTY-FILE-STATUS NOT = '00'
               DISPLAY "Error: counterparty master unusable - status "
                   WS-CPTY-FILE-STATUS
               DISPLAY "No maintenance applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-OPEN-CHANGE-LOG.
           OPEN EXTEND ChangeLogFile
           IF WS-LOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT ChangeLogFile
               MOVE SPACES TO ChangeLogRecord
               STRING "ChangeDate,ChangeTime,Action,Code,Result,"
                      DELIMITED BY SIZE
                      "BeforeName,BeforeStatus,BeforeCurrency,"
                      DELIMITED BY SIZE
                      "BeforeRiskTier,AfterName,AfterStatus,"
                      DELIMITED BY SIZE
                      "AfterCurrency,AfterRiskTier,Reason"
                      DELIMITED BY SIZE
                      INTO ChangeLogRecord
               WRITE ChangeLogRecord
           END-IF
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY "Error: cannot write change log - status "
                   WS-LOG-FILE-STATUS
               DISPLAY "No maintenance applied"
               CLOSE CptyMasterFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-MAINTENANCE.
           OPEN INPUT MaintenanceFile
           IF WS-MAINT-FILE-STATUS = '00'
               MOVE 'N' TO WS-HEADER-SKIPPED
               PERFORM UNTIL WS-MAINT-FILE-STATUS NOT = '00'
                   READ MaintenanceFile INTO MaintenanceRecord
                   IF WS-MAINT-FILE-STATUS = '00'
                       PERFORM 2100-PROCESS-MAINT-RECORD
                   END-IF
               END-PERFORM
               CLOSE MaintenanceFile
           ELSE
               DISPLAY "No maintenance file found: " WS-MAINT-FILENAME
               DISPLAY "Counterparty master left unchanged"
           END-IF.

       2100-PROCESS-MAINT-RECORD.
           IF WS-HEADER-SKIPPED = 'N'
               MOVE 'Y' TO WS-HEADER-SKIPPED
               IF MaintenanceRecord(1:6) = "Action"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF MaintenanceRecord = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAINT-COUNT
           PERFORM 2200-PARSE-MAINT-RECORD
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2600-VALIDATE-MAINT-FIELDS
           IF WS-VALID-MAINT = 'N'
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MNT-ACTION
               WHEN "ADD"
                   PERFORM 2300-ADD-COUNTERPARTY
               WHEN "CHANGE"
                   PERFORM 2400-CHANGE-COUNTERPARTY
               WHEN "CLOSE"
                   PERFORM 2500-CLOSE-COUNTERPARTY
               WHEN OTHER
                   MOVE "Invalid action" TO WS-REJECT-REASON
                   PERFORM 2700-REJECT-MAINTENANCE
           END-EVALUATE.

       2200-PARSE-MAINT-RECORD.
           INITIALIZE WS-PARSED-MAINT

           MOVE 1 TO WS-FIELD-START
           PERFORM VARYING WS-COMMA-POS1 FROM 1 BY 1
               UNTIL WS-COMMA-POS1 > 132
                  OR MaintenanceRecord(WS-COMMA-POS1:1) = ','
           END-PERFORM
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS1 - WS-FIELD-START
           IF WS-FIELD-LENGTH > 10
               MOVE 10 TO WS-FIELD-LENGTH
           END-IF
           IF WS-FIELD-LENGTH > 0
               MOVE MaintenanceRecord(WS-FIELD-START:WS-FIELD-LENGTH)
                   TO WS-MNT-ACTION
           END-IF
           IF WS-COMMA-POS1 > 131
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-COMMA-POS2 = WS-COMMA-POS1 + 1
           PERFORM VARYING WS-COMMA-POS2 FROM WS-COMMA-POS2 BY 1
               UNTIL WS-COMMA-POS2 > 132
                  OR MaintenanceRecord(WS-COMMA-POS2:1) = ','
           END-PERFORM
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS2 - WS-COMMA-POS1 - 1
           IF WS-FIELD-LENGTH > 10
               MOVE 10 TO WS-FIELD-LENGTH
           END-IF
           IF WS-FIELD-LENGTH > 0
               MOVE MaintenanceRecord(WS-COMMA-POS1 + 1:
                       WS-FIELD-LENGTH)
                   TO WS-MNT-CODE
           END-IF
           IF WS-COMMA-POS2 > 131
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-COMMA-POS3 = WS-COMMA-POS2 + 1
           PERFORM VARYING WS-COMMA-POS3 FROM WS-COMMA-POS3 BY 1
               UNTIL WS-COMMA-POS3 > 132
                  OR MaintenanceRecord(WS-COMMA-POS3:1) = ','
           END-PERFORM
           COMPUTE WS-FIELD-LENGTH = WS-COMMA-POS3 - WS-COMMA-POS2 - 1
           IF WS-FIELD-LENGTH > 40
               MOVE 40 TO WS-FIELD-LENGTH
           END-IF
           IF WS-FIELD-LENGTH > 0
               MOVE MaintenanceRecord(WS-COMMA-POS2 + 1:
                       WS-FIELD-LENGTH)
                   TO WS-MNT-NAME
           END-IF
           IF WS-COMMA-POS3 > 131
               EXIT PARAGRAPH
           END-IF

           MOVE MaintenanceRecord(WS-COMMA-POS3 + 1:1)
               TO WS-MNT-STATUS
           IF WS-MNT-STATUS = ','
               MOVE SPACE TO WS-MNT-STATUS
           END-IF
           COMPUTE WS-COMMA-POS4 = WS-COMMA-POS3 + 1
           PERFORM VARYING WS-COMMA-POS4 FROM WS-COMMA-POS4 BY 1
               UNTIL WS-COMMA-POS4 > 132
                  OR MaintenanceRecord(WS-COMMA-POS4:1) = ','
           END-PERFORM
           IF WS-COMMA-POS4 > 129
               EXIT PARAGRAPH
           END-IF

           MOVE MaintenanceRecord(WS-COMMA-POS4 + 1:3)
               TO WS-MNT-CURRENCY
           COMPUTE WS-COMMA-POS5 = WS-COMMA-POS4 + 1
           PERFORM VARYING WS-COMMA-POS5 FROM WS-COMMA-POS5 BY 1
               UNTIL WS-COMMA-POS5 > 132
                  OR MaintenanceRecord(WS-COMMA-POS5:1) = ','
           END-PERFORM
           IF WS-COMMA-POS5 - WS-COMMA-POS4 < 4
               MOVE SPACES TO WS-MNT-CURRENCY
           END-IF
           IF WS-COMMA-POS5 <= 131
               MOVE MaintenanceRecord(WS-COMMA-POS5 + 1:1)
                   TO WS-MNT-RISK-TIER
           END-IF.

       2300-ADD-COUNTERPARTY.
           IF WS-MNT-NAME = SPACES OR WS-MNT-CURRENCY = SPACES
              OR WS-MNT-RISK-TIER = SPACE
               MOVE "Name, currency and risk tier required on ADD"
                   TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2800-READ-COUNTERPARTY
           IF WS-CPTY-FOUND = 'Y'
               PERFORM 2810-SAVE-BEFORE-IMAGE
               MOVE "Code already on master" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MNT-CODE TO CPTY-REC-CODE
           MOVE WS-MNT-NAME TO CPTY-REC-NAME
           IF WS-MNT-STATUS = SPACE
               MOVE 'A' TO CPTY-REC-STATUS
           ELSE
               MOVE WS-MNT-STATUS TO CPTY-REC-STATUS
           END-IF
           MOVE WS-MNT-CURRENCY TO CPTY-REC-CURRENCY
           MOVE WS-MNT-RISK-TIER TO CPTY-REC-RISK-TIER
           MOVE WS-CHANGE-DATE TO CPTY-REC-ADDED
           MOVE WS-CHANGE-DATE TO CPTY-REC-CHANGED
           WRITE CptyMasterRecord
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-CPTY-FILE-STATUS = '00'
               ADD 1 TO WS-ADD-COUNT
               PERFORM 2820-SAVE-AFTER-IMAGE
               MOVE "ADDED" TO WS-LOG-RESULT
               PERFORM 2900-WRITE-CHANGE-LOG
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Master write failed - status "
                      DELIMITED BY SIZE
                      WS-CPTY-FILE-STATUS DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
           END-IF.

       2400-CHANGE-COUNTERPARTY.
           PERFORM 2800-READ-COUNTERPARTY
           IF WS-CPTY-FOUND = 'N'
               MOVE "Code not on master" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2810-SAVE-BEFORE-IMAGE
           IF CPTY-REC-CLOSED AND WS-MNT-STATUS = SPACE
               MOVE "Counterparty closed - status needed to reopen"
                   TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-NAME = SPACES AND WS-MNT-STATUS = SPACE
              AND WS-MNT-CURRENCY = SPACES
              AND WS-MNT-RISK-TIER = SPACE
               MOVE "No fields to change" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-NAME NOT = SPACES
               MOVE WS-MNT-NAME TO CPTY-REC-NAME
           END-IF
           IF WS-MNT-STATUS NOT = SPACE
               MOVE WS-MNT-STATUS TO CPTY-REC-STATUS
           END-IF
           IF WS-MNT-CURRENCY NOT = SPACES
               MOVE WS-MNT-CURRENCY TO CPTY-REC-CURRENCY
           END-IF
           IF WS-MNT-RISK-TIER NOT = SPACE
               MOVE WS-MNT-RISK-TIER TO CPTY-REC-RISK-TIER
           END-IF
           MOVE WS-CHANGE-DATE TO CPTY-REC-CHANGED
           PERFORM 2850-REWRITE-COUNTERPARTY
           IF WS-CPTY-FILE-STATUS = '00'
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "CHANGED" TO WS-LOG-RESULT
               PERFORM 2900-WRITE-CHANGE-LOG
           END-IF.

       2500-CLOSE-COUNTERPARTY.
           PERFORM 2800-READ-COUNTERPARTY
           IF WS-CPTY-FOUND = 'N'
               MOVE "Code not on master" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2810-SAVE-BEFORE-IMAGE
           IF CPTY-REC-CLOSED
               MOVE "Counterparty already closed" TO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO CPTY-REC-STATUS
           MOVE WS-CHANGE-DATE TO CPTY-REC-CHANGED
           PERFORM 2850-REWRITE-COUNTERPARTY
           IF WS-CPTY-FILE-STATUS = '00'
               ADD 1 TO WS-CLOSE-COUNT
               MOVE "CLOSED" TO WS-LOG-RESULT
               PERFORM 2900-WRITE-CHANGE-LOG
           END-IF.

       2600-VALIDATE-MAINT-FIELDS.
           MOVE 'Y' TO WS-VALID-MAINT
           IF WS-MNT-CODE = SPACES
               MOVE 'N' TO WS-VALID-MAINT
               MOVE "Missing counterparty code" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-STATUS NOT = SPACE
              AND WS-MNT-STATUS NOT = 'A'
              AND WS-MNT-STATUS NOT = 'S'
              AND WS-MNT-STATUS NOT = 'B'
               MOVE 'N' TO WS-VALID-MAINT
               MOVE "Status must be A, S or B (use CLOSE to close)"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-CURRENCY NOT = SPACES
              AND (WS-MNT-CURRENCY NOT ALPHABETIC-UPPER
                   OR WS-MNT-CURRENCY(1:1) = SPACE
                   OR WS-MNT-CURRENCY(3:1) = SPACE)
               MOVE 'N' TO WS-VALID-MAINT
               MOVE "Invalid default currency" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MNT-RISK-TIER NOT = SPACE
              AND (WS-MNT-RISK-TIER < '1' OR WS-MNT-RISK-TIER > '5')
               MOVE 'N' TO WS-VALID-MAINT
               MOVE "Risk tier must be 1 to 5" TO WS-REJECT-REASON
           END-IF.

       2700-REJECT-MAINTENANCE.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE "REJECTED" TO WS-LOG-RESULT
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 2900-WRITE-CHANGE-LOG
           DISPLAY "Warning: " WS-MNT-ACTION " for counterparty "
               WS-MNT-CODE " rejected - " WS-REJECT-REASON.

       2800-READ-COUNTERPARTY.
           MOVE WS-MNT-CODE TO CPTY-REC-CODE
           READ CptyMasterFile
               INVALID KEY
                   MOVE 'N' TO WS-CPTY-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CPTY-FOUND
           END-READ.

       2810-SAVE-BEFORE-IMAGE.
           MOVE CPTY-REC-NAME TO WS-BEFORE-NAME
           MOVE CPTY-REC-STATUS TO WS-BEFORE-STATUS
           MOVE CPTY-REC-CURRENCY TO WS-BEFORE-CURRENCY
           MOVE CPTY-REC-RISK-TIER TO WS-BEFORE-RISK-TIER.

       2820-SAVE-AFTER-IMAGE.
           MOVE CPTY-REC-NAME TO WS-AFTER-NAME
           MOVE CPTY-REC-STATUS TO WS-AFTER-STATUS
           MOVE CPTY-REC-CURRENCY TO WS-AFTER-CURRENCY
           MOVE CPTY-REC-RISK-TIER TO WS-AFTER-RISK-TIER.

       2850-REWRITE-COUNTERPARTY.
           REWRITE CptyMasterRecord
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-CPTY-FILE-STATUS = '00'
               PERFORM 2820-SAVE-AFTER-IMAGE
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Master rewrite failed - status "
                      DELIMITED BY SIZE
                      WS-CPTY-FILE-STATUS DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               PERFORM 2700-REJECT-MAINTENANCE
           END-IF.

       2900-WRITE-CHANGE-LOG.
           MOVE SPACES TO ChangeLogRecord
           STRING WS-CHANGE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-MNT-ACTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-MNT-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LOG-RESULT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BEFORE-NAME DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-BEFORE-STATUS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BEFORE-CURRENCY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BEFORE-RISK-TIER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AFTER-NAME DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-AFTER-STATUS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AFTER-CURRENCY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AFTER-RISK-TIER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY "  "
                  INTO ChangeLogRecord
           WRITE ChangeLogRecord.

       5000-DISPLAY-RESULTS.
           DISPLAY " "
           DISPLAY "Counterparty Maintenance Summary:"
           DISPLAY "Maintenance records read: " WS-MAINT-COUNT
           DISPLAY "Counterparties added: " WS-ADD-COUNT
           DISPLAY "Counterparties changed: " WS-CHANGE-COUNT
           DISPLAY "Counterparties closed: " WS-CLOSE-COUNT
           DISPLAY "Maintenance records rejected: " WS-REJECT-COUNT
           DISPLAY "Change log written to: cpty_change_log.csv".

       9000-CLEANUP.
           CLOSE CptyMasterFile
           CLOSE ChangeLogFile
           DISPLAY " "
           DISPLAY "Counterparty maintenance completed."
           DISPLAY "Return code: " WS-RETURN-CODE.
