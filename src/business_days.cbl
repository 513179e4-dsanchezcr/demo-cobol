       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDays.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
       01  CalendarRecord        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-HOLIDAY-CAPACITY PIC 9(4) VALUE 5000.

       01  WS-CALENDAR-CONTROL.
           05  WS-CALENDAR-FILENAME PIC X(60) VALUE SPACES.
           05  WS-CALENDAR-FILE-STATUS PIC XX.
           05  WS-CALENDAR-READ    PIC X VALUE 'N'.
           05  WS-CALENDAR-LOADED  PIC X VALUE 'N'.
           05  WS-INVALID-COUNT    PIC 9(5) VALUE 0.
           05  WS-DROPPED-COUNT    PIC 9(5) VALUE 0.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(4) VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 5000 TIMES.
               10  HOL-INTEGER     PIC 9(7).
               10  HOL-CURRENCY    PIC X(3).

       01  WS-WORK-FIELDS.
           05  WS-HOLIDAY-INDEX    PIC 9(4).
           05  WS-INSERT-POS       PIC 9(4).
           05  WS-LOW              PIC 9(4).
           05  WS-HIGH             PIC 9(4).
           05  WS-MIDDLE           PIC 9(4).
           05  WS-NEW-INTEGER      PIC 9(7).
           05  WS-NEW-CURRENCY     PIC X(3).
           05  WS-DATE-TEXT        PIC X(10).
           05  WS-DATE-NUM         PIC 9(8).
           05  WS-FROM-INTEGER     PIC 9(7).
           05  WS-TO-INTEGER       PIC 9(7).
           05  WS-CHECK-INTEGER    PIC 9(7).
           05  WS-LAST-COUNTED     PIC 9(7).
           05  WS-SPAN-DAYS        PIC 9(7).
           05  WS-FULL-WEEKS       PIC 9(7).
           05  WS-REMAINING-DAYS   PIC 9(7).
           05  WS-DAY-STEP         PIC S9(1).
           05  WS-DAY-OF-WEEK      PIC 9(1).
           05  WS-BUSINESS-COUNT   PIC S9(7).
           05  WS-IS-BUSINESS-DAY  PIC X.
           05  WS-IS-HOLIDAY       PIC X.
           05  WS-SCAN-DONE        PIC X.
           05  WS-COMMA-POS        PIC 9(3).

       LINKAGE SECTION.
       01  BDAY-REQUEST.
           05  BDAY-FUNCTION       PIC X.
           05  BDAY-CALENDAR-FILE  PIC X(60).
           05  BDAY-CURRENCY       PIC X(3).
           05  BDAY-FROM-DATE      PIC 9(8).
           05  BDAY-TO-DATE        PIC 9(8).
           05  BDAY-DAYS           PIC S9(5).
           05  BDAY-CALENDAR-LOADED PIC X.
           05  BDAY-RESULT         PIC XX.

       PROCEDURE DIVISION USING BDAY-REQUEST.

       0000-MAIN-PROCESS.
           MOVE '00' TO BDAY-RESULT
           IF WS-CALENDAR-READ = 'N'
              OR BDAY-CALENDAR-FILE NOT = WS-CALENDAR-FILENAME
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           MOVE WS-CALENDAR-LOADED TO BDAY-CALENDAR-LOADED
           EVALUATE BDAY-FUNCTION
               WHEN 'C'
                   PERFORM 3000-COUNT-BUSINESS-DAYS
               WHEN 'A'
                   PERFORM 4000-ADD-BUSINESS-DAYS
               WHEN OTHER
                   MOVE '91' TO BDAY-RESULT
           END-EVALUATE
           GOBACK.

       1000-LOAD-CALENDAR.
           MOVE BDAY-CALENDAR-FILE TO WS-CALENDAR-FILENAME
           MOVE 'Y' TO WS-CALENDAR-READ
           MOVE 'N' TO WS-CALENDAR-LOADED
           MOVE 0 TO WS-HOLIDAY-COUNT
           MOVE 0 TO WS-INVALID-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           OPEN INPUT CalendarFile
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               DISPLAY "Warning: holiday calendar not found: "
                   WS-CALENDAR-FILENAME
               DISPLAY "Business days exclude weekends only"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CALENDAR-FILE-STATUS NOT = '00'
               READ CalendarFile INTO CalendarRecord
               IF WS-CALENDAR-FILE-STATUS = '00'
                  AND CalendarRecord NOT = SPACES
                  AND CalendarRecord(1:1) NOT = '*'
                  AND CalendarRecord(1:8) NOT = "Currency"
                   PERFORM 1100-STORE-HOLIDAY
               END-IF
           END-PERFORM
           CLOSE CalendarFile
           MOVE 'Y' TO WS-CALENDAR-LOADED
           IF WS-INVALID-COUNT > 0
               DISPLAY "Warning: " WS-INVALID-COUNT
                   " holiday calendar line(s) ignored - bad date"
           END-IF
           IF WS-DROPPED-COUNT > 0
               DISPLAY "Warning: holiday calendar full - "
                   WS-DROPPED-COUNT " holiday(s) ignored"
           END-IF.

       1100-STORE-HOLIDAY.
           PERFORM VARYING WS-COMMA-POS FROM 1 BY 1
               UNTIL WS-COMMA-POS > 5
                  OR CalendarRecord(WS-COMMA-POS:1) = ','
           END-PERFORM
           IF WS-COMMA-POS > 4 OR WS-COMMA-POS = 1
               ADD 1 TO WS-INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-CURRENCY
           MOVE CalendarRecord(1:WS-COMMA-POS - 1) TO WS-NEW-CURRENCY
           MOVE CalendarRecord(WS-COMMA-POS + 1:10) TO WS-DATE-TEXT
           IF WS-DATE-TEXT(5:1) = '-'
              AND WS-DATE-TEXT(8:1) = '-'
              AND WS-DATE-TEXT(1:4) NUMERIC
              AND WS-DATE-TEXT(6:2) NUMERIC
              AND WS-DATE-TEXT(9:2) NUMERIC
               MOVE WS-DATE-TEXT(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-DATE-TEXT(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-DATE-TEXT(9:2) TO WS-DATE-NUM(7:2)
           ELSE
               IF WS-DATE-TEXT(1:8) NUMERIC
                   MOVE WS-DATE-TEXT(1:8) TO WS-DATE-NUM
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-NEW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-NEW-INTEGER = 0
               ADD 1 TO WS-INVALID-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-CAPACITY
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLIDAY-COUNT TO WS-INSERT-POS
           PERFORM UNTIL WS-INSERT-POS = 0
                  OR HOL-INTEGER(WS-INSERT-POS) <= WS-NEW-INTEGER
               MOVE WS-HOLIDAY-ENTRY(WS-INSERT-POS)
                   TO WS-HOLIDAY-ENTRY(WS-INSERT-POS + 1)
               SUBTRACT 1 FROM WS-INSERT-POS
           END-PERFORM
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE WS-NEW-INTEGER TO HOL-INTEGER(WS-INSERT-POS + 1)
           MOVE WS-NEW-CURRENCY TO HOL-CURRENCY(WS-INSERT-POS + 1).

       2000-VALIDATE-DATE.
           MOVE 0 TO WS-CHECK-INTEGER
           IF WS-DATE-NUM >= 16010101 AND WS-DATE-NUM < 99991231
               COMPUTE WS-CHECK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           IF WS-CHECK-INTEGER = 0
               MOVE '90' TO BDAY-RESULT
           END-IF.

       2100-FIND-FIRST-ON-OR-AFTER.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-HOLIDAY-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MIDDLE = (WS-LOW + WS-HIGH) / 2
               IF HOL-INTEGER(WS-MIDDLE) < WS-CHECK-INTEGER
                   COMPUTE WS-LOW = WS-MIDDLE + 1
               ELSE
                   MOVE WS-MIDDLE TO WS-HIGH
               END-IF
           END-PERFORM
           MOVE WS-LOW TO WS-HOLIDAY-INDEX.

       2200-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-IS-BUSINESS-DAY
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CHECK-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               EXIT PARAGRAPH
           END-IF
           PERFORM 2210-CHECK-HOLIDAY
           IF WS-IS-HOLIDAY = 'N'
               MOVE 'Y' TO WS-IS-BUSINESS-DAY
           END-IF.

       2210-CHECK-HOLIDAY.
           MOVE 'N' TO WS-IS-HOLIDAY
           IF WS-HOLIDAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-FIND-FIRST-ON-OR-AFTER
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
                  OR WS-IS-HOLIDAY = 'Y'
                  OR WS-SCAN-DONE = 'Y'
               IF HOL-INTEGER(WS-HOLIDAY-INDEX) NOT = WS-CHECK-INTEGER
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   IF HOL-CURRENCY(WS-HOLIDAY-INDEX) = BDAY-CURRENCY
                      OR HOL-CURRENCY(WS-HOLIDAY-INDEX) = "ALL"
                       MOVE 'Y' TO WS-IS-HOLIDAY
                   END-IF
                   ADD 1 TO WS-HOLIDAY-INDEX
               END-IF
           END-PERFORM.

       3000-COUNT-BUSINESS-DAYS.
           MOVE 0 TO BDAY-DAYS
           MOVE BDAY-FROM-DATE TO WS-DATE-NUM
           PERFORM 2000-VALIDATE-DATE
           MOVE WS-CHECK-INTEGER TO WS-FROM-INTEGER
           MOVE BDAY-TO-DATE TO WS-DATE-NUM
           PERFORM 2000-VALIDATE-DATE
           MOVE WS-CHECK-INTEGER TO WS-TO-INTEGER
           IF BDAY-RESULT NOT = '00'
              OR WS-TO-INTEGER <= WS-FROM-INTEGER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPAN-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER
           DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-FULL-WEEKS
               REMAINDER WS-REMAINING-DAYS
           COMPUTE WS-BUSINESS-COUNT = WS-FULL-WEEKS * 5
           COMPUTE WS-CHECK-INTEGER =
               WS-FROM-INTEGER + WS-FULL-WEEKS * 7
           PERFORM UNTIL WS-CHECK-INTEGER >= WS-TO-INTEGER
               ADD 1 TO WS-CHECK-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CHECK-INTEGER, 7)
               IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
                   ADD 1 TO WS-BUSINESS-COUNT
               END-IF
           END-PERFORM
           IF WS-HOLIDAY-COUNT > 0
               PERFORM 3100-SUBTRACT-HOLIDAYS
           END-IF
           MOVE WS-BUSINESS-COUNT TO BDAY-DAYS.

       3100-SUBTRACT-HOLIDAYS.
           COMPUTE WS-CHECK-INTEGER = WS-FROM-INTEGER + 1
           MOVE 0 TO WS-LAST-COUNTED
           PERFORM 2100-FIND-FIRST-ON-OR-AFTER
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
                  OR WS-SCAN-DONE = 'Y'
               IF HOL-INTEGER(WS-HOLIDAY-INDEX) > WS-TO-INTEGER
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   IF (HOL-CURRENCY(WS-HOLIDAY-INDEX) = BDAY-CURRENCY
                       OR HOL-CURRENCY(WS-HOLIDAY-INDEX) = "ALL")
                      AND HOL-INTEGER(WS-HOLIDAY-INDEX)
                          NOT = WS-LAST-COUNTED
                       COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
                           HOL-INTEGER(WS-HOLIDAY-INDEX), 7)
                       IF WS-DAY-OF-WEEK NOT = 0
                          AND WS-DAY-OF-WEEK NOT = 6
                           SUBTRACT 1 FROM WS-BUSINESS-COUNT
                           MOVE HOL-INTEGER(WS-HOLIDAY-INDEX)
                               TO WS-LAST-COUNTED
                       END-IF
                   END-IF
                   ADD 1 TO WS-HOLIDAY-INDEX
               END-IF
           END-PERFORM.

       4000-ADD-BUSINESS-DAYS.
           MOVE BDAY-FROM-DATE TO BDAY-TO-DATE
           MOVE BDAY-FROM-DATE TO WS-DATE-NUM
           PERFORM 2000-VALIDATE-DATE
           IF BDAY-RESULT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF BDAY-DAYS < 0
               MOVE -1 TO WS-DAY-STEP
               COMPUTE WS-REMAINING-DAYS = 0 - BDAY-DAYS
           ELSE
               MOVE 1 TO WS-DAY-STEP
               MOVE BDAY-DAYS TO WS-REMAINING-DAYS
           END-IF
           PERFORM UNTIL WS-REMAINING-DAYS = 0
               ADD WS-DAY-STEP TO WS-CHECK-INTEGER
               PERFORM 2200-CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   SUBTRACT 1 FROM WS-REMAINING-DAYS
               END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
               TO BDAY-TO-DATE.
