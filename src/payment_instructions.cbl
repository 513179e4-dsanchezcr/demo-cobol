       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentInstructions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'payinstr.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ReleaseFile ASSIGN TO DYNAMIC WS-RELEASE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT InstructionFile
               ASSIGN TO DYNAMIC WS-INSTRUCTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-FILE-STATUS.

           SELECT XrefFile ASSIGN TO DYNAMIC WS-XREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT RegisterFile ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT CptyMasterFile
               ASSIGN TO DYNAMIC WS-CPTY-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPTY-REC-CODE
               FILE STATUS IS WS-CPTY-FILE-STATUS.

           SELECT JournalFile ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParmRecord            PIC X(80).

       FD  ReleaseFile.
       01  ReleaseRecord         PIC X(132).

       FD  InstructionFile.
       01  InstructionRecord     PIC X(120).

       FD  XrefFile.
       01  XrefRecord            PIC X(100).

       FD  RegisterFile.
       01  RegisterRecord        PIC X(200).

       FD  CptyMasterFile.
       01  CptyMasterRecord.
           05  CPTY-REC-CODE         PIC X(10).
           05  CPTY-REC-NAME         PIC X(40).
           05  CPTY-REC-STATUS       PIC X.
           05  CPTY-REC-CURRENCY     PIC X(3).
           05  CPTY-REC-RISK-TIER    PIC X.
           05  CPTY-REC-ADDED        PIC X(10).
           05  CPTY-REC-CHANGED      PIC X(10).

       FD  JournalFile.
       01  JournalRecord         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-PAYMENT-CAPACITY PIC 9(4) VALUE 9999.
           05  WS-SENT-CAPACITY    PIC 9(5) VALUE 60000.
           05  WS-CURRENCY-CAPACITY PIC 9(2) VALUE 50.
           05  WS-HASH-MODULUS     PIC 9(11) VALUE 10000000000.

       01  WS-RUN-PARAMETERS.
           05  WS-RELEASE-FILENAME PIC X(60)
               VALUE 'released_payments.csv'.
           05  WS-XREF-FILENAME    PIC X(60)
               VALUE 'payment_xref.csv'.
           05  WS-REGISTER-FILENAME PIC X(60)
               VALUE 'payment_batch_register.csv'.
           05  WS-CPTY-MASTER-FILENAME PIC X(60)
               VALUE 'counterparty.master'.
           05  WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'lifecycle_journal.csv'.
           05  WS-ORIGINATOR-ID    PIC X(10) VALUE 'DUPDETECT'.
           05  WS-ORIGINATOR-NAME  PIC X(35)
               VALUE 'ACCOUNTS PAYABLE'.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-PARM-EQUAL-POS   PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-RELEASE-FILE-STATUS     PIC XX.
           05  WS-INSTRUCTION-FILE-STATUS PIC XX.
           05  WS-XREF-FILE-STATUS        PIC XX.
           05  WS-REGISTER-FILE-STATUS    PIC XX.
           05  WS-CPTY-FILE-STATUS        PIC XX.
           05  WS-JOURNAL-FILE-STATUS     PIC XX.

       01  WS-COUNTERS.
           05  WS-RELEASES-READ    PIC 9(5) VALUE 0.
           05  WS-PAYMENT-COUNT    PIC 9(4) VALUE 0.
           05  WS-SENT-COUNT       PIC 9(5) VALUE 0.
           05  WS-ALREADY-SENT-COUNT PIC 9(5) VALUE 0.
           05  WS-INVALID-COUNT    PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-NAME-MISSING-COUNT PIC 9(5) VALUE 0.
           05  WS-FILES-TODAY      PIC 9(2) VALUE 0.
           05  WS-LOOP-INDEX       PIC 9(5) VALUE 0.
           05  WS-INNER-INDEX      PIC 9(5) VALUE 0.
           05  WS-CURRENCY-INDEX   PIC 9(2) VALUE 0.
           05  WS-DIGIT-INDEX      PIC 9(2) VALUE 0.

       01  WS-FLAGS.
           05  WS-CPTY-MASTER-OK   PIC X VALUE 'N'.
           05  WS-JOURNAL-OK       PIC X VALUE 'N'.
           05  WS-XREF-OK          PIC X VALUE 'N'.
           05  WS-ALREADY-SENT     PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-SYSTEM-TIME      PIC 9(8).
           05  WS-TODAY-TEXT       PIC X(10).
           05  WS-FILE-SEQ         PIC 9(2) VALUE 0.

       01  WS-PARSE-FIELDS.
           05  WS-SOURCE-RECORD    PIC X(200).
           05  WS-FIELD-POS        PIC 9(3).
           05  WS-FIELD-NUM        PIC 9(3).
           05  WS-FIELD-START      PIC 9(3).
           05  WS-FIELD-TEXT       PIC X(60).

       01  WS-RELEASE-ROW.
           05  RLS-TX-ID           PIC X(10).
           05  RLS-AMOUNT          PIC X(10).
           05  RLS-AMOUNT-NUM      PIC 9(9)V99.
           05  RLS-CURRENCY        PIC X(3).
           05  RLS-SOURCE          PIC X(8).
           05  RLS-CPTY            PIC X(10).

       01  WS-PAYMENT-TABLE.
           05  WS-PAYMENT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-PAYMENT-COUNT.
               10  PAY-TX-ID       PIC X(10).
               10  PAY-AMOUNT      PIC 9(9)V99.
               10  PAY-AMOUNT-TEXT PIC X(10).
               10  PAY-CURRENCY    PIC X(3).
               10  PAY-SOURCE      PIC X(8).
               10  PAY-CPTY        PIC X(10).
               10  PAY-REFERENCE   PIC X(16).

       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 1 TO 60000 TIMES
                   DEPENDING ON WS-SENT-COUNT.
               10  SENT-TX-ID      PIC X(10).
               10  SENT-REFERENCE  PIC X(16).

       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-COUNT   PIC 9(2) VALUE 0.
           05  WS-CURRENCY-ENTRY OCCURS 50 TIMES.
               10  CUR-CODE        PIC X(3).
               10  CUR-ENTRY-COUNT PIC 9(6).
               10  CUR-HASH        PIC 9(10).
               10  CUR-TOTAL       PIC 9(15)V99.

       01  WS-CONTROL-TOTALS.
           05  WS-FILE-ID          PIC X(12).
           05  WS-BATCH-REFERENCE  PIC X(16).
           05  WS-ENTRY-SEQ        PIC 9(4) VALUE 0.
           05  WS-BATCH-COUNT      PIC 9(6) VALUE 0.
           05  WS-FILE-ENTRY-COUNT PIC 9(8) VALUE 0.
           05  WS-FILE-HASH        PIC 9(10) VALUE 0.
           05  WS-FILE-TOTAL       PIC 9(15)V99 VALUE 0.
           05  WS-ID-HASH          PIC 9(10).
           05  WS-HASH-WORK        PIC 9(11).
           05  WS-HASH-DIGIT       PIC 9(1).
           05  WS-BENEFICIARY-NAME PIC X(35).

       01  WS-PIF-FILE-HEADER.
           05  PIF-FH-TYPE         PIC X(1) VALUE '1'.
           05  PIF-FH-FILE-ID      PIC X(12).
           05  PIF-FH-CREATE-DATE  PIC 9(8).
           05  PIF-FH-CREATE-TIME  PIC 9(6).
           05  PIF-FH-ORIGINATOR-ID PIC X(10).
           05  PIF-FH-ORIGINATOR-NAME PIC X(35).
           05  PIF-FH-RECORD-SIZE  PIC 9(3) VALUE 120.
           05  PIF-FH-FORMAT-VERSION PIC X(2) VALUE '01'.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-PIF-BATCH-HEADER.
           05  PIF-BH-TYPE         PIC X(1) VALUE '5'.
           05  PIF-BH-BATCH-NUMBER PIC 9(6).
           05  PIF-BH-BATCH-REF    PIC X(16).
           05  PIF-BH-CURRENCY     PIC X(3).
           05  PIF-BH-EFFECTIVE-DATE PIC 9(8).
           05  PIF-BH-DESCRIPTION  PIC X(10) VALUE 'DUPRELEASE'.
           05  PIF-BH-ORIGINATOR-ID PIC X(10).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-PIF-DETAIL.
           05  PIF-DT-TYPE         PIC X(1) VALUE '6'.
           05  PIF-DT-PAY-REF      PIC X(16).
           05  PIF-DT-TX-ID        PIC X(10).
           05  PIF-DT-CPTY         PIC X(10).
           05  PIF-DT-BENEFICIARY  PIC X(35).
           05  PIF-DT-CURRENCY     PIC X(3).
           05  PIF-DT-AMOUNT       PIC 9(13)V99.
           05  PIF-DT-VALUE-DATE   PIC 9(8).
           05  PIF-DT-SOURCE       PIC X(8).
           05  PIF-DT-ID-HASH      PIC 9(10).
           05  FILLER              PIC X(4) VALUE SPACES.

       01  WS-PIF-BATCH-CONTROL.
           05  PIF-BC-TYPE         PIC X(1) VALUE '8'.
           05  PIF-BC-BATCH-NUMBER PIC 9(6).
           05  PIF-BC-CURRENCY     PIC X(3).
           05  PIF-BC-ENTRY-COUNT  PIC 9(6).
           05  PIF-BC-HASH         PIC 9(10).
           05  PIF-BC-TOTAL-AMOUNT PIC 9(15)V99.
           05  PIF-BC-BATCH-REF    PIC X(16).
           05  FILLER              PIC X(61) VALUE SPACES.

       01  WS-PIF-FILE-CONTROL.
           05  PIF-FC-TYPE         PIC X(1) VALUE '9'.
           05  PIF-FC-BATCH-COUNT  PIC 9(6).
           05  PIF-FC-ENTRY-COUNT  PIC 9(8).
           05  PIF-FC-HASH         PIC 9(10).
           05  PIF-FC-TOTAL-AMOUNT PIC 9(15)V99.
           05  PIF-FC-FILE-ID      PIC X(12).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-OUTPUT-FIELDS.
           05  WS-INSTRUCTION-FILENAME PIC X(60).
           05  WS-XREF-AMOUNT-OUT  PIC 9(9).99.
           05  WS-REG-TOTAL-OUT    PIC 9(15).99.
           05  WS-TOTAL-DISP       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DETAIL      PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BATCH-REGISTER
           PERFORM 2200-LOAD-SENT-PAYMENTS
           PERFORM 2400-LOAD-RELEASES
           IF WS-PAYMENT-COUNT > 0
               PERFORM 3000-ASSIGN-REFERENCES
               PERFORM 4000-WRITE-INSTRUCTION-FILE
               PERFORM 4800-WRITE-REGISTER-ENTRY
           ELSE
               PERFORM 4900-REPORT-NOTHING-TO-SEND
           END-IF
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 9000-CLEANUP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Bank Payment Instruction Generation"
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-SYSTEM-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSTEM-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SYSTEM-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-TODAY-TEXT
           PERFORM 1200-OPEN-CPTY-MASTER
           PERFORM 1300-OPEN-JOURNAL.

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
                   WHEN "RELEASE-FILE"
                       MOVE WS-PARM-VALUE TO WS-RELEASE-FILENAME
                   WHEN "XREF-FILE"
                       MOVE WS-PARM-VALUE TO WS-XREF-FILENAME
                   WHEN "REGISTER-FILE"
                       MOVE WS-PARM-VALUE TO WS-REGISTER-FILENAME
                   WHEN "CPTY-MASTER-FILE"
                       MOVE WS-PARM-VALUE TO WS-CPTY-MASTER-FILENAME
                   WHEN "JOURNAL-FILE"
                       MOVE WS-PARM-VALUE TO WS-JOURNAL-FILENAME
                   WHEN "ORIGINATOR-ID"
                       MOVE WS-PARM-VALUE(1:10) TO WS-ORIGINATOR-ID
                   WHEN "ORIGINATOR-NAME"
                       MOVE WS-PARM-VALUE(1:35) TO WS-ORIGINATOR-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-OPEN-CPTY-MASTER.
           OPEN INPUT CptyMasterFile
           IF WS-CPTY-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CPTY-MASTER-OK
           ELSE
               MOVE 'N' TO WS-CPTY-MASTER-OK
               DISPLAY "Warning: counterparty master unusable - "
                   "status " WS-CPTY-FILE-STATUS
               DISPLAY "Beneficiary names will be left blank"
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

       2000-LOAD-BATCH-REGISTER.
           OPEN INPUT RegisterFile
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY "No payment batch register found - first "
                   "instruction file"
           ELSE
               PERFORM UNTIL WS-REGISTER-FILE-STATUS NOT = '00'
                   READ RegisterFile INTO RegisterRecord
                   IF WS-REGISTER-FILE-STATUS = '00'
                      AND RegisterRecord(1:2) = "PB"
                      AND RegisterRecord(3:8) = WS-SYSTEM-DATE
                      AND RegisterRecord(11:2) NUMERIC
                       MOVE RegisterRecord(11:2) TO WS-FILES-TODAY
                       IF WS-FILES-TODAY > WS-FILE-SEQ
                           MOVE WS-FILES-TODAY TO WS-FILE-SEQ
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RegisterFile
           END-IF
           MOVE WS-FILE-SEQ TO WS-FILES-TODAY
           IF WS-FILE-SEQ >= 99
               DISPLAY "Error: 99 instruction files already "
                   "generated today"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FILE-SEQ
           MOVE SPACES TO WS-FILE-ID
           STRING "PB" DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  INTO WS-FILE-ID.

       2200-LOAD-SENT-PAYMENTS.
           OPEN INPUT XrefFile
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "No payment cross-reference file found - "
                   "no payments sent previously"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XREF-FILE-STATUS NOT = '00'
               READ XrefFile INTO XrefRecord
               IF WS-XREF-FILE-STATUS = '00'
                  AND XrefRecord NOT = SPACES
                  AND XrefRecord(1:13) NOT = "TransactionID"
                   PERFORM 2210-STORE-SENT-PAYMENT
               END-IF
           END-PERFORM
           CLOSE XrefFile
           DISPLAY "Previously instructed payments: " WS-SENT-COUNT.

       2210-STORE-SENT-PAYMENT.
           IF WS-SENT-COUNT >= WS-SENT-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "Error: sent payment table full - resend "
                   "check incomplete at " XrefRecord(1:30)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SENT-COUNT
           MOVE XrefRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO SENT-TX-ID(WS-SENT-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:16) TO SENT-REFERENCE(WS-SENT-COUNT).

       2400-LOAD-RELEASES.
           OPEN INPUT ReleaseFile
           IF WS-RELEASE-FILE-STATUS NOT = '00'
               DISPLAY "Error: release file not found: "
                   WS-RELEASE-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RELEASE-FILE-STATUS NOT = '00'
               READ ReleaseFile INTO ReleaseRecord
               IF WS-RELEASE-FILE-STATUS = '00'
                  AND ReleaseRecord NOT = SPACES
                  AND ReleaseRecord(1:13) NOT = "TransactionID"
                   ADD 1 TO WS-RELEASES-READ
                   PERFORM 2410-CHECK-ONE-RELEASE
               END-IF
           END-PERFORM
           CLOSE ReleaseFile
           DISPLAY "Released payments read: " WS-RELEASES-READ.

       2410-CHECK-ONE-RELEASE.
           INITIALIZE WS-RELEASE-ROW
           MOVE ReleaseRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO RLS-TX-ID
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO RLS-AMOUNT
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:3) TO RLS-CURRENCY
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO RLS-SOURCE
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO RLS-CPTY
           MOVE 'N' TO WS-ALREADY-SENT
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-SENT-COUNT
                  OR WS-ALREADY-SENT = 'Y'
               IF SENT-TX-ID(WS-LOOP-INDEX) = RLS-TX-ID
                   MOVE 'Y' TO WS-ALREADY-SENT
                   ADD 1 TO WS-ALREADY-SENT-COUNT
                   DISPLAY "Refused: " RLS-TX-ID " already sent as "
                       SENT-REFERENCE(WS-LOOP-INDEX)
               END-IF
           END-PERFORM
           IF WS-ALREADY-SENT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-PAYMENT-COUNT
                  OR WS-ALREADY-SENT = 'Y'
               IF PAY-TX-ID(WS-LOOP-INDEX) = RLS-TX-ID
                   MOVE 'Y' TO WS-ALREADY-SENT
                   ADD 1 TO WS-ALREADY-SENT-COUNT
                   DISPLAY "Refused: " RLS-TX-ID
                       " released twice in the same file"
               END-IF
           END-PERFORM
           IF WS-ALREADY-SENT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RLS-AMOUNT-NUM
           IF RLS-AMOUNT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(RLS-AMOUNT) = 0
               COMPUTE RLS-AMOUNT-NUM = FUNCTION NUMVAL(RLS-AMOUNT)
           END-IF
           IF RLS-TX-ID = SPACES
              OR RLS-AMOUNT-NUM = 0
              OR RLS-CURRENCY = SPACES
               ADD 1 TO WS-INVALID-COUNT
               DISPLAY "Warning: release not instructed - missing ID, "
                   "amount or currency: " ReleaseRecord(1:50)
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYMENT-COUNT >= WS-PAYMENT-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "Error: instruction file full - " RLS-TX-ID
                   " not instructed"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE RLS-TX-ID TO PAY-TX-ID(WS-PAYMENT-COUNT)
           MOVE RLS-AMOUNT-NUM TO PAY-AMOUNT(WS-PAYMENT-COUNT)
           MOVE RLS-AMOUNT TO PAY-AMOUNT-TEXT(WS-PAYMENT-COUNT)
           MOVE RLS-CURRENCY TO PAY-CURRENCY(WS-PAYMENT-COUNT)
           MOVE RLS-SOURCE TO PAY-SOURCE(WS-PAYMENT-COUNT)
           MOVE RLS-CPTY TO PAY-CPTY(WS-PAYMENT-COUNT)
           MOVE SPACES TO PAY-REFERENCE(WS-PAYMENT-COUNT).

       2900-EXTRACT-NEXT-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE 0 TO WS-FIELD-NUM
           PERFORM VARYING WS-FIELD-POS FROM WS-FIELD-START BY 1
               UNTIL WS-FIELD-POS > 200
                  OR WS-SOURCE-RECORD(WS-FIELD-POS:1) = ','
               ADD 1 TO WS-FIELD-NUM
               IF WS-FIELD-NUM <= 60
                   MOVE WS-SOURCE-RECORD(WS-FIELD-POS:1)
                       TO WS-FIELD-TEXT(WS-FIELD-NUM:1)
               END-IF
           END-PERFORM
           COMPUTE WS-FIELD-START = WS-FIELD-POS + 1.

       3000-ASSIGN-REFERENCES.
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-PAYMENT-COUNT
               MOVE 0 TO WS-INNER-INDEX
               PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
                      OR WS-INNER-INDEX > 0
                   IF CUR-CODE(WS-CURRENCY-INDEX) =
                           PAY-CURRENCY(WS-LOOP-INDEX)
                       MOVE WS-CURRENCY-INDEX TO WS-INNER-INDEX
                   END-IF
               END-PERFORM
               IF WS-INNER-INDEX = 0
                   IF WS-CURRENCY-COUNT < WS-CURRENCY-CAPACITY
                       ADD 1 TO WS-CURRENCY-COUNT
                       MOVE PAY-CURRENCY(WS-LOOP-INDEX)
                           TO CUR-CODE(WS-CURRENCY-COUNT)
                       MOVE 0 TO CUR-ENTRY-COUNT(WS-CURRENCY-COUNT)
                       MOVE 0 TO CUR-HASH(WS-CURRENCY-COUNT)
                       MOVE 0 TO CUR-TOTAL(WS-CURRENCY-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                       DISPLAY "Error: too many currencies - "
                           PAY-TX-ID(WS-LOOP-INDEX)
                           " not instructed"
                       MOVE "SKIPPED" TO PAY-REFERENCE(WS-LOOP-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       4000-WRITE-INSTRUCTION-FILE.
           MOVE SPACES TO WS-INSTRUCTION-FILENAME
           STRING "payment_instructions_" DELIMITED BY SIZE
                  WS-SYSTEM-DATE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-INSTRUCTION-FILENAME
           OPEN OUTPUT InstructionFile
           IF WS-INSTRUCTION-FILE-STATUS NOT = '00'
               DISPLAY "Error: cannot create instruction file "
                   WS-INSTRUCTION-FILENAME " - status "
                   WS-INSTRUCTION-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4050-OPEN-XREF-FILE
           MOVE WS-FILE-ID TO PIF-FH-FILE-ID
           MOVE WS-SYSTEM-DATE TO PIF-FH-CREATE-DATE
           MOVE WS-SYSTEM-TIME(1:6) TO PIF-FH-CREATE-TIME
           MOVE WS-ORIGINATOR-ID TO PIF-FH-ORIGINATOR-ID
           MOVE WS-ORIGINATOR-NAME TO PIF-FH-ORIGINATOR-NAME
           MOVE WS-PIF-FILE-HEADER TO InstructionRecord
           WRITE InstructionRecord
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
               UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
               PERFORM 4100-WRITE-CURRENCY-BATCH
           END-PERFORM
           MOVE WS-BATCH-COUNT TO PIF-FC-BATCH-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO PIF-FC-ENTRY-COUNT
           MOVE WS-FILE-HASH TO PIF-FC-HASH
           MOVE WS-FILE-TOTAL TO PIF-FC-TOTAL-AMOUNT
           MOVE WS-FILE-ID TO PIF-FC-FILE-ID
           MOVE WS-PIF-FILE-CONTROL TO InstructionRecord
           WRITE InstructionRecord
           CLOSE InstructionFile
           IF WS-XREF-OK = 'Y'
               CLOSE XrefFile
           END-IF.

       4050-OPEN-XREF-FILE.
           OPEN EXTEND XrefFile
           IF WS-XREF-FILE-STATUS NOT = '00'
               OPEN OUTPUT XrefFile
               IF WS-XREF-FILE-STATUS NOT = '00'
                   DISPLAY "Error: cannot open payment cross-reference "
                       WS-XREF-FILENAME " - status "
                       WS-XREF-FILE-STATUS
                   CLOSE InstructionFile
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO XrefRecord
               STRING "TransactionID,PaymentReference,BatchReference,"
                      DELIMITED BY SIZE
                      "FileID,Currency,Amount,CreateDate"
                      DELIMITED BY SIZE
                      INTO XrefRecord
               WRITE XrefRecord
           END-IF
           MOVE 'Y' TO WS-XREF-OK.

       4100-WRITE-CURRENCY-BATCH.
           ADD 1 TO WS-BATCH-COUNT
           MOVE SPACES TO WS-BATCH-REFERENCE
           STRING WS-FILE-ID DELIMITED BY SIZE
                  CUR-CODE(WS-CURRENCY-INDEX) DELIMITED BY SIZE
                  INTO WS-BATCH-REFERENCE
           MOVE WS-BATCH-COUNT TO PIF-BH-BATCH-NUMBER
           MOVE WS-BATCH-REFERENCE TO PIF-BH-BATCH-REF
           MOVE CUR-CODE(WS-CURRENCY-INDEX) TO PIF-BH-CURRENCY
           MOVE WS-SYSTEM-DATE TO PIF-BH-EFFECTIVE-DATE
           MOVE WS-ORIGINATOR-ID TO PIF-BH-ORIGINATOR-ID
           MOVE WS-PIF-BATCH-HEADER TO InstructionRecord
           WRITE InstructionRecord
           PERFORM VARYING WS-LOOP-INDEX FROM 1 BY 1
               UNTIL WS-LOOP-INDEX > WS-PAYMENT-COUNT
               IF PAY-CURRENCY(WS-LOOP-INDEX) =
                       CUR-CODE(WS-CURRENCY-INDEX)
                  AND PAY-REFERENCE(WS-LOOP-INDEX) = SPACES
                   PERFORM 4200-WRITE-PAYMENT-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-BATCH-COUNT TO PIF-BC-BATCH-NUMBER
           MOVE CUR-CODE(WS-CURRENCY-INDEX) TO PIF-BC-CURRENCY
           MOVE CUR-ENTRY-COUNT(WS-CURRENCY-INDEX)
               TO PIF-BC-ENTRY-COUNT
           MOVE CUR-HASH(WS-CURRENCY-INDEX) TO PIF-BC-HASH
           MOVE CUR-TOTAL(WS-CURRENCY-INDEX) TO PIF-BC-TOTAL-AMOUNT
           MOVE WS-BATCH-REFERENCE TO PIF-BC-BATCH-REF
           MOVE WS-PIF-BATCH-CONTROL TO InstructionRecord
           WRITE InstructionRecord
           ADD CUR-ENTRY-COUNT(WS-CURRENCY-INDEX)
               TO WS-FILE-ENTRY-COUNT
           ADD CUR-TOTAL(WS-CURRENCY-INDEX) TO WS-FILE-TOTAL
           COMPUTE WS-HASH-WORK =
               WS-FILE-HASH + CUR-HASH(WS-CURRENCY-INDEX)
           COMPUTE WS-FILE-HASH =
               FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS).

       4200-WRITE-PAYMENT-DETAIL.
           ADD 1 TO WS-ENTRY-SEQ
           MOVE SPACES TO PAY-REFERENCE(WS-LOOP-INDEX)
           STRING WS-FILE-ID DELIMITED BY SIZE
                  WS-ENTRY-SEQ DELIMITED BY SIZE
                  INTO PAY-REFERENCE(WS-LOOP-INDEX)
           PERFORM 4210-COMPUTE-ID-HASH
           PERFORM 4220-FIND-BENEFICIARY-NAME
           MOVE PAY-REFERENCE(WS-LOOP-INDEX) TO PIF-DT-PAY-REF
           MOVE PAY-TX-ID(WS-LOOP-INDEX) TO PIF-DT-TX-ID
           MOVE PAY-CPTY(WS-LOOP-INDEX) TO PIF-DT-CPTY
           MOVE WS-BENEFICIARY-NAME TO PIF-DT-BENEFICIARY
           MOVE PAY-CURRENCY(WS-LOOP-INDEX) TO PIF-DT-CURRENCY
           MOVE PAY-AMOUNT(WS-LOOP-INDEX) TO PIF-DT-AMOUNT
           MOVE WS-SYSTEM-DATE TO PIF-DT-VALUE-DATE
           MOVE PAY-SOURCE(WS-LOOP-INDEX) TO PIF-DT-SOURCE
           MOVE WS-ID-HASH TO PIF-DT-ID-HASH
           MOVE WS-PIF-DETAIL TO InstructionRecord
           WRITE InstructionRecord
           ADD 1 TO CUR-ENTRY-COUNT(WS-CURRENCY-INDEX)
           ADD PAY-AMOUNT(WS-LOOP-INDEX) TO CUR-TOTAL(WS-CURRENCY-INDEX)
           COMPUTE WS-HASH-WORK =
               CUR-HASH(WS-CURRENCY-INDEX) + WS-ID-HASH
           COMPUTE CUR-HASH(WS-CURRENCY-INDEX) =
               FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS)
           PERFORM 4300-WRITE-XREF-RECORD
           PERFORM 4400-JOURNAL-INSTRUCTION.

       4210-COMPUTE-ID-HASH.
           MOVE 0 TO WS-ID-HASH
           PERFORM VARYING WS-DIGIT-INDEX FROM 1 BY 1
               UNTIL WS-DIGIT-INDEX > 10
               IF PAY-TX-ID(WS-LOOP-INDEX)(WS-DIGIT-INDEX:1) NUMERIC
                   MOVE PAY-TX-ID(WS-LOOP-INDEX)(WS-DIGIT-INDEX:1)
                       TO WS-HASH-DIGIT
                   COMPUTE WS-HASH-WORK = WS-ID-HASH * 10
                       + WS-HASH-DIGIT
                   COMPUTE WS-ID-HASH =
                       FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS)
               END-IF
           END-PERFORM.

       4220-FIND-BENEFICIARY-NAME.
           MOVE SPACES TO WS-BENEFICIARY-NAME
           IF WS-CPTY-MASTER-OK = 'Y'
              AND PAY-CPTY(WS-LOOP-INDEX) NOT = SPACES
               MOVE PAY-CPTY(WS-LOOP-INDEX) TO CPTY-REC-CODE
               READ CptyMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPTY-REC-NAME TO WS-BENEFICIARY-NAME
               END-READ
           END-IF
           IF WS-BENEFICIARY-NAME = SPACES
               ADD 1 TO WS-NAME-MISSING-COUNT
           END-IF.

       4300-WRITE-XREF-RECORD.
           MOVE PAY-AMOUNT(WS-LOOP-INDEX) TO WS-XREF-AMOUNT-OUT
           MOVE SPACES TO XrefRecord
           STRING PAY-TX-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  PAY-REFERENCE(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BATCH-REFERENCE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FILE-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  PAY-CURRENCY(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-XREF-AMOUNT-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  INTO XrefRecord
           WRITE XrefRecord.

       4400-JOURNAL-INSTRUCTION.
           IF WS-JOURNAL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JRNL-DETAIL
           STRING "Bank ref " DELIMITED BY SIZE
                  PAY-REFERENCE(WS-LOOP-INDEX) DELIMITED BY SPACE
                  INTO WS-JRNL-DETAIL
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE SPACES TO JournalRecord
           STRING PAY-TX-ID(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "PaymentInstructions" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "INSTRUCTED" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "BATCH" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PAY-AMOUNT-TEXT(WS-LOOP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JRNL-DETAIL DELIMITED BY "  "
                  INTO JournalRecord
           WRITE JournalRecord.

       4800-WRITE-REGISTER-ENTRY.
           OPEN EXTEND RegisterFile
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               OPEN OUTPUT RegisterFile
               IF WS-REGISTER-FILE-STATUS NOT = '00'
                   DISPLAY "Error: cannot update payment batch "
                       "register " WS-REGISTER-FILENAME " - status "
                       WS-REGISTER-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO RegisterRecord
               STRING "FileID,CreateDate,CreateTime,ReleaseFile,"
                      DELIMITED BY SIZE
                      "InstructionFile,Batches,Entries,HashTotal,"
                      DELIMITED BY SIZE
                      "AmountTotal,Status" DELIMITED BY SIZE
                      INTO RegisterRecord
               WRITE RegisterRecord
           END-IF
           MOVE WS-FILE-TOTAL TO WS-REG-TOTAL-OUT
           MOVE SPACES TO RegisterRecord
           STRING WS-FILE-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-TEXT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PIF-FH-CREATE-TIME DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RELEASE-FILENAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-INSTRUCTION-FILENAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BATCH-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FILE-ENTRY-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FILE-HASH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-REG-TOTAL-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "SENT" DELIMITED BY SIZE
                  INTO RegisterRecord
           WRITE RegisterRecord
           CLOSE RegisterFile.

       4900-REPORT-NOTHING-TO-SEND.
           IF WS-ALREADY-SENT-COUNT > 0
               DISPLAY "Refused: every release in "
                   WS-RELEASE-FILENAME
               DISPLAY "has already been sent to the bank - no "
                   "instruction file generated"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               DISPLAY "No releases to instruct - no instruction "
                   "file generated"
           END-IF.

       5000-DISPLAY-RESULTS.
           DISPLAY " "
           DISPLAY "Instruction Summary:"
           DISPLAY "Releases read: " WS-RELEASES-READ
           DISPLAY "Already sent (refused): " WS-ALREADY-SENT-COUNT
           DISPLAY "Invalid releases not instructed: "
               WS-INVALID-COUNT
           IF WS-PAYMENT-COUNT > 0
               DISPLAY "File ID: " WS-FILE-ID
               PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
                   MOVE CUR-TOTAL(WS-CURRENCY-INDEX) TO WS-TOTAL-DISP
                   DISPLAY "Batch " CUR-CODE(WS-CURRENCY-INDEX)
                       ": " CUR-ENTRY-COUNT(WS-CURRENCY-INDEX)
                       " entries, total " WS-TOTAL-DISP
                       ", hash " CUR-HASH(WS-CURRENCY-INDEX)
               END-PERFORM
               DISPLAY "Entries instructed: " WS-FILE-ENTRY-COUNT
               DISPLAY "File hash total: " WS-FILE-HASH
               IF WS-NAME-MISSING-COUNT > 0
                   DISPLAY "Entries without beneficiary name: "
                       WS-NAME-MISSING-COUNT
               END-IF
               DISPLAY "Instruction file written to: "
                   WS-INSTRUCTION-FILENAME
           END-IF.

       9000-CLEANUP.
           IF WS-CPTY-MASTER-OK = 'Y'
               CLOSE CptyMasterFile
           END-IF
           IF WS-JOURNAL-OK = 'Y'
               CLOSE JournalFile
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-RETURN-CODE = 0
                  AND (WS-ALREADY-SENT-COUNT > 0
                       OR WS-INVALID-COUNT > 0)
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Return code: " WS-RETURN-CODE.
