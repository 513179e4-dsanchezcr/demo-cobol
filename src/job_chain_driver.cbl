       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobChainDriver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParameterFile ASSIGN TO 'jobchain.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ChainDefFile ASSIGN TO DYNAMIC WS-CHAIN-DEF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-DEF-FILE-STATUS.

           SELECT ChainStateFile
               ASSIGN TO DYNAMIC WS-CHAIN-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-FILE-STATUS.

           SELECT ChainLogFile ASSIGN TO DYNAMIC WS-CHAIN-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-LOG-FILE-STATUS.

           SELECT StepStatusFile
               ASSIGN TO DYNAMIC WS-STEP-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ParameterFile.
       01  ParmRecord            PIC X(80).

       FD  ChainDefFile.
       01  ChainDefRecord        PIC X(200).

       FD  ChainStateFile.
       01  ChainStateRecord      PIC X(80).

       FD  ChainLogFile.
       01  ChainLogRecord        PIC X(250).

       FD  StepStatusFile.
       01  StepStatusRecord      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-STEP-CAPACITY    PIC 9(2) VALUE 50.
           05  WS-DEP-CAPACITY     PIC 9(1) VALUE 5.

       01  WS-RUN-PARAMETERS.
           05  WS-CHAIN-DEF-FILENAME PIC X(60)
               VALUE 'job_chain.def'.
           05  WS-CHAIN-STATE-FILENAME PIC X(60)
               VALUE 'job_chain.state'.
           05  WS-CHAIN-LOG-FILENAME PIC X(60)
               VALUE 'job_chain_log.csv'.
           05  WS-RESTART-MODE     PIC X(6) VALUE 'RESUME'.
           05  WS-RESUME-DAYS      PIC 9(2) VALUE 0.
           05  WS-PARM-FILE-STATUS PIC XX.
           05  WS-PARM-KEY         PIC X(20).
           05  WS-PARM-VALUE       PIC X(60).
           05  WS-PARM-EQUAL-POS   PIC 9(2).

       01  WS-FILE-STATUSES.
           05  WS-CHAIN-DEF-FILE-STATUS   PIC XX.
           05  WS-CHAIN-STATE-FILE-STATUS PIC XX.
           05  WS-CHAIN-LOG-FILE-STATUS   PIC XX.
           05  WS-STEP-STATUS-FILE-STATUS PIC XX.

       01  WS-COUNTERS.
           05  WS-STEP-COUNT       PIC 9(2) VALUE 0.
           05  WS-DEFINITION-ERRORS PIC 9(3) VALUE 0.
           05  WS-STEPS-RUN        PIC 9(2) VALUE 0.
           05  WS-STEPS-OK         PIC 9(2) VALUE 0.
           05  WS-STEPS-WARNING    PIC 9(2) VALUE 0.
           05  WS-STEPS-FAILED     PIC 9(2) VALUE 0.
           05  WS-STEPS-BLOCKED    PIC 9(2) VALUE 0.
           05  WS-STEPS-SKIPPED    PIC 9(2) VALUE 0.
           05  WS-PRIOR-OK-COUNT   PIC 9(2) VALUE 0.
           05  WS-PRIOR-LINE-COUNT PIC 9(2) VALUE 0.
           05  WS-STEP-INDEX       PIC 9(2) VALUE 0.
           05  WS-OTHER-INDEX      PIC 9(2) VALUE 0.
           05  WS-DEP-INDEX        PIC 9(1) VALUE 0.
           05  WS-CHAR-INDEX       PIC 9(3) VALUE 0.

       01  WS-FLAGS.
           05  WS-LOG-OK           PIC X VALUE 'N'.
           05  WS-RESUMING         PIC X VALUE 'N'.
           05  WS-CHAIN-STALE      PIC X VALUE 'N'.
           05  WS-STEP-FOUND       PIC X VALUE 'N'.
           05  WS-SWAP-DONE        PIC X VALUE 'N'.
           05  WS-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-SYSTEM-DATE      PIC 9(8).
           05  WS-SYSTEM-TIME      PIC 9(8).
           05  WS-CHAIN-ID         PIC X(14).
           05  WS-CHAIN-DATE       PIC 9(8).
           05  WS-CHAIN-AGE-DAYS   PIC S9(7) VALUE 0.
           05  WS-STEP-START-DATE  PIC 9(8).
           05  WS-STEP-START-TIME  PIC 9(8).
           05  WS-STEP-END-DATE    PIC 9(8).
           05  WS-STEP-END-TIME    PIC 9(8).
           05  WS-STEP-START-STAMP PIC X(14).
           05  WS-STATUS-STAMP     PIC X(14).

       01  WS-PARSE-FIELDS.
           05  WS-SOURCE-RECORD    PIC X(200).
           05  WS-FIELD-POS        PIC 9(3).
           05  WS-FIELD-NUM        PIC 9(3).
           05  WS-FIELD-START      PIC 9(3).
           05  WS-FIELD-TEXT       PIC X(80).
           05  WS-DEP-TEXT         PIC X(60).
           05  WS-DEP-NAME         PIC X(10).
           05  WS-DEP-CHAR-COUNT   PIC 9(2).

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  STEP-NAME       PIC X(10).
               10  STEP-ORDER      PIC 9(4).
               10  STEP-COMMAND    PIC X(80).
               10  STEP-MAX-RC     PIC 9(2).
               10  STEP-STATUS-FILE PIC X(60).
               10  STEP-DEP-COUNT  PIC 9(1).
               10  STEP-DEP-NAME OCCURS 5 TIMES PIC X(10).
               10  STEP-PRIOR-OUTCOME PIC X(8).
               10  STEP-PRIOR-RC   PIC 9(3).
               10  STEP-OUTCOME    PIC X(8).
                   88  STEP-IS-OK          VALUE 'OK'.
                   88  STEP-IS-FAILED      VALUE 'FAILED'.
                   88  STEP-IS-BLOCKED     VALUE 'BLOCKED'.
               10  STEP-EXIT-CODE  PIC 9(3).
               10  STEP-STATUS-RC  PIC 9(3).
               10  STEP-EFFECTIVE-RC PIC 9(3).
               10  STEP-NOTE       PIC X(50).

       01  WS-STEP-SWAP            PIC X(300).

       01  WS-COMMAND-FIELDS.
           05  WS-SYSTEM-COMMAND   PIC X(100).
           05  WS-COMMAND-STATUS   PIC S9(8) VALUE 0.
           05  WS-COMMAND-EXIT     PIC S9(4) VALUE 0.
           05  WS-COMMAND-SIGNAL   PIC S9(4) VALUE 0.

       01  WS-STATUS-FIELDS.
           05  WS-STEP-STATUS-FILENAME PIC X(60).
           05  WS-STATUS-DATE-TEXT PIC X(8).
           05  WS-STATUS-TIME-TEXT PIC X(6).
           05  WS-STATUS-RC-TEXT   PIC X(8).

       01  WS-LOG-FIELDS.
           05  WS-LOG-OUTCOME      PIC X(8).
           05  WS-LOG-EXIT-OUT     PIC 9(3).
           05  WS-LOG-STATUS-OUT   PIC X(3).
           05  WS-LOG-EFFECTIVE-OUT PIC 9(3).
           05  WS-STATE-RC-OUT     PIC 9(3).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CHAIN-DEFINITION
           PERFORM 2500-VALIDATE-CHAIN
           PERFORM 3000-LOAD-RESTART-STATE
           PERFORM 4000-RUN-CHAIN
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 9000-CLEANUP
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "Nightly Job Chain Driver"
           DISPLAY "======================================"
           PERFORM 1100-READ-PARAMETERS
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Chain definition: " WS-CHAIN-DEF-FILENAME
           PERFORM 1200-OPEN-CHAIN-LOG.

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
                   WHEN "CHAIN-FILE"
                       MOVE WS-PARM-VALUE TO WS-CHAIN-DEF-FILENAME
                   WHEN "STATE-FILE"
                       MOVE WS-PARM-VALUE TO WS-CHAIN-STATE-FILENAME
                   WHEN "CHAIN-LOG"
                       MOVE WS-PARM-VALUE TO WS-CHAIN-LOG-FILENAME
                   WHEN "RESTART"
                       IF WS-PARM-VALUE = "FRESH"
                           MOVE "FRESH" TO WS-RESTART-MODE
                       ELSE
                           IF WS-PARM-VALUE NOT = "RESUME"
                               DISPLAY "Invalid RESTART in parm file "
                                   "- using RESUME"
                           END-IF
                           MOVE "RESUME" TO WS-RESTART-MODE
                       END-IF
                   WHEN "RESUME-DAYS"
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = 0
                          AND FUNCTION NUMVAL(WS-PARM-VALUE) >= 0
                          AND FUNCTION NUMVAL(WS-PARM-VALUE) <= 99
                           COMPUTE WS-RESUME-DAYS =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       ELSE
                           DISPLAY "Invalid RESUME-DAYS in parm file "
                               "- using 0"
                           MOVE 0 TO WS-RESUME-DAYS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-OPEN-CHAIN-LOG.
           OPEN EXTEND ChainLogFile
           IF WS-CHAIN-LOG-FILE-STATUS NOT = '00'
               OPEN OUTPUT ChainLogFile
               IF WS-CHAIN-LOG-FILE-STATUS NOT = '00'
                   DISPLAY "Warning: cannot open chain log "
                       WS-CHAIN-LOG-FILENAME " - status "
                       WS-CHAIN-LOG-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ChainLogRecord
               STRING "ChainID,StepName,StartDate,StartTime,EndDate,"
                      DELIMITED BY SIZE
                      "EndTime,ExitCode,StatusRC,EffectiveRC,MaxRC,"
                      DELIMITED BY SIZE
                      "Outcome,Note,Command" DELIMITED BY SIZE
                      INTO ChainLogRecord
               WRITE ChainLogRecord
           END-IF
           MOVE 'Y' TO WS-LOG-OK.

       2000-LOAD-CHAIN-DEFINITION.
           OPEN INPUT ChainDefFile
           IF WS-CHAIN-DEF-FILE-STATUS NOT = '00'
               DISPLAY "Error: chain definition not found: "
                   WS-CHAIN-DEF-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CHAIN-DEF-FILE-STATUS NOT = '00'
               READ ChainDefFile INTO ChainDefRecord
               IF WS-CHAIN-DEF-FILE-STATUS = '00'
                  AND ChainDefRecord NOT = SPACES
                  AND ChainDefRecord(1:1) NOT = '*'
                  AND ChainDefRecord(1:8) NOT = "StepName"
                   PERFORM 2100-STORE-STEP
               END-IF
           END-PERFORM
           CLOSE ChainDefFile
           PERFORM 2200-SORT-STEPS
           DISPLAY "Steps defined: " WS-STEP-COUNT.

       2100-STORE-STEP.
           IF WS-STEP-COUNT >= WS-STEP-CAPACITY
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: more than 50 steps in chain definition"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
           MOVE ChainDefRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:10) TO STEP-NAME(WS-STEP-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
               COMPUTE STEP-ORDER(WS-STEP-COUNT) =
                   FUNCTION NUMVAL(WS-FIELD-TEXT)
           ELSE
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: step " STEP-NAME(WS-STEP-COUNT)
                   " has an invalid order number"
           END-IF
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT TO STEP-COMMAND(WS-STEP-COUNT)
           PERFORM 2900-EXTRACT-NEXT-FIELD
           IF WS-FIELD-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
               COMPUTE STEP-MAX-RC(WS-STEP-COUNT) =
                   FUNCTION NUMVAL(WS-FIELD-TEXT)
           ELSE
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: step " STEP-NAME(WS-STEP-COUNT)
                   " has an invalid maximum return code"
           END-IF
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:60) TO WS-DEP-TEXT
           PERFORM 2300-PARSE-DEPENDENCIES
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:60) TO STEP-STATUS-FILE(WS-STEP-COUNT)
           IF STEP-NAME(WS-STEP-COUNT) = SPACES
              OR STEP-COMMAND(WS-STEP-COUNT) = SPACES
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: step with no name or command: "
                   ChainDefRecord(1:60)
           END-IF.

       2200-SORT-STEPS.
           MOVE 'Y' TO WS-SWAP-DONE
           PERFORM UNTIL WS-SWAP-DONE = 'N'
               MOVE 'N' TO WS-SWAP-DONE
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX >= WS-STEP-COUNT
                   COMPUTE WS-OTHER-INDEX = WS-STEP-INDEX + 1
                   IF STEP-ORDER(WS-STEP-INDEX) >
                           STEP-ORDER(WS-OTHER-INDEX)
                       MOVE WS-STEP-ENTRY(WS-STEP-INDEX)
                           TO WS-STEP-SWAP
                       MOVE WS-STEP-ENTRY(WS-OTHER-INDEX)
                           TO WS-STEP-ENTRY(WS-STEP-INDEX)
                       MOVE WS-STEP-SWAP
                           TO WS-STEP-ENTRY(WS-OTHER-INDEX)
                       MOVE 'Y' TO WS-SWAP-DONE
                   END-IF
               END-PERFORM
           END-PERFORM.

       2300-PARSE-DEPENDENCIES.
           MOVE 0 TO STEP-DEP-COUNT(WS-STEP-COUNT)
           MOVE SPACES TO WS-DEP-NAME
           MOVE 0 TO WS-DEP-CHAR-COUNT
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-CHAR-INDEX > 60
               IF WS-DEP-TEXT(WS-CHAR-INDEX:1) = '+'
                  OR WS-DEP-TEXT(WS-CHAR-INDEX:1) = SPACE
                   PERFORM 2310-STORE-DEPENDENCY
               ELSE
                   ADD 1 TO WS-DEP-CHAR-COUNT
                   IF WS-DEP-CHAR-COUNT <= 10
                       MOVE WS-DEP-TEXT(WS-CHAR-INDEX:1)
                           TO WS-DEP-NAME(WS-DEP-CHAR-COUNT:1)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2310-STORE-DEPENDENCY.

       2310-STORE-DEPENDENCY.
           IF WS-DEP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF STEP-DEP-COUNT(WS-STEP-COUNT) >= WS-DEP-CAPACITY
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: step " STEP-NAME(WS-STEP-COUNT)
                   " has more than 5 predecessors"
           ELSE
               ADD 1 TO STEP-DEP-COUNT(WS-STEP-COUNT)
               MOVE WS-DEP-NAME TO STEP-DEP-NAME(WS-STEP-COUNT,
                   STEP-DEP-COUNT(WS-STEP-COUNT))
           END-IF
           MOVE SPACES TO WS-DEP-NAME
           MOVE 0 TO WS-DEP-CHAR-COUNT.

       2500-VALIDATE-CHAIN.
           IF WS-STEP-COUNT = 0
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: chain definition has no steps"
           END-IF
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-INDEX >= WS-STEP-INDEX
                   IF STEP-NAME(WS-OTHER-INDEX) =
                           STEP-NAME(WS-STEP-INDEX)
                       ADD 1 TO WS-DEFINITION-ERRORS
                       DISPLAY "Error: step name "
                           STEP-NAME(WS-STEP-INDEX)
                           " defined more than once"
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-INDEX > STEP-DEP-COUNT(WS-STEP-INDEX)
                   PERFORM 2510-CHECK-PREDECESSOR
               END-PERFORM
           END-PERFORM
           IF WS-DEFINITION-ERRORS > 0
               DISPLAY "Chain definition has " WS-DEFINITION-ERRORS
                   " error(s) - no steps run"
               IF WS-LOG-OK = 'Y'
                   CLOSE ChainLogFile
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2510-CHECK-PREDECESSOR.
           MOVE 'N' TO WS-STEP-FOUND
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX >= WS-STEP-INDEX
                  OR WS-STEP-FOUND = 'Y'
               IF STEP-NAME(WS-OTHER-INDEX) =
                       STEP-DEP-NAME(WS-STEP-INDEX, WS-DEP-INDEX)
                   MOVE 'Y' TO WS-STEP-FOUND
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND = 'N'
               ADD 1 TO WS-DEFINITION-ERRORS
               DISPLAY "Error: step " STEP-NAME(WS-STEP-INDEX)
                   " depends on "
                   STEP-DEP-NAME(WS-STEP-INDEX, WS-DEP-INDEX)
                   " which is not an earlier step"
           END-IF.

       2900-EXTRACT-NEXT-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE 0 TO WS-FIELD-NUM
           PERFORM VARYING WS-FIELD-POS FROM WS-FIELD-START BY 1
               UNTIL WS-FIELD-POS > 200
                  OR WS-SOURCE-RECORD(WS-FIELD-POS:1) = ','
               ADD 1 TO WS-FIELD-NUM
               IF WS-FIELD-NUM <= 80
                   MOVE WS-SOURCE-RECORD(WS-FIELD-POS:1)
                       TO WS-FIELD-TEXT(WS-FIELD-NUM:1)
               END-IF
           END-PERFORM
           COMPUTE WS-FIELD-START = WS-FIELD-POS + 1.

       3000-LOAD-RESTART-STATE.
           MOVE SPACES TO WS-CHAIN-ID
           OPEN INPUT ChainStateFile
           IF WS-CHAIN-STATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-CHAIN-STATE-FILE-STATUS NOT = '00'
                   READ ChainStateFile INTO ChainStateRecord
                   IF WS-CHAIN-STATE-FILE-STATUS = '00'
                      AND ChainStateRecord NOT = SPACES
                      AND ChainStateRecord(1:7) NOT = "ChainID"
                       PERFORM 3100-APPLY-STATE-RECORD
                   END-IF
               END-PERFORM
               CLOSE ChainStateFile
           END-IF
           MOVE 'N' TO WS-CHAIN-STALE
           IF WS-PRIOR-LINE-COUNT > 0
              AND WS-PRIOR-OK-COUNT < WS-STEP-COUNT
              AND WS-RESTART-MODE = "RESUME"
               PERFORM 3050-CHECK-CHAIN-AGE
           END-IF
           IF WS-PRIOR-LINE-COUNT > 0
              AND WS-PRIOR-OK-COUNT < WS-STEP-COUNT
              AND WS-RESTART-MODE = "RESUME"
              AND WS-CHAIN-STALE = 'N'
               MOVE 'Y' TO WS-RESUMING
               DISPLAY "Resuming incomplete chain " WS-CHAIN-ID
                   " - steps already completed will not be rerun"
           ELSE
               IF WS-CHAIN-STALE = 'Y'
                   DISPLAY "Warning: previous chain " WS-CHAIN-ID
                       " incomplete - starting new chain"
               ELSE
                   IF WS-PRIOR-LINE-COUNT > 0
                      AND WS-PRIOR-OK-COUNT < WS-STEP-COUNT
                       DISPLAY "RESTART=FRESH - incomplete chain "
                           WS-CHAIN-ID " abandoned, starting over"
                   END-IF
               END-IF
               MOVE 'N' TO WS-RESUMING
               MOVE SPACES TO WS-CHAIN-ID
               STRING WS-SYSTEM-DATE DELIMITED BY SIZE
                      WS-SYSTEM-TIME(1:6) DELIMITED BY SIZE
                      INTO WS-CHAIN-ID
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   MOVE SPACES TO STEP-PRIOR-OUTCOME(WS-STEP-INDEX)
               END-PERFORM
               DISPLAY "Starting new chain " WS-CHAIN-ID
           END-IF.

       3050-CHECK-CHAIN-AGE.
           IF WS-CHAIN-ID(1:8) IS NOT NUMERIC
               MOVE 'Y' TO WS-CHAIN-STALE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAIN-ID(1:8) TO WS-CHAIN-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHAIN-DATE) NOT = 0
               MOVE 'Y' TO WS-CHAIN-STALE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAIN-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-CHAIN-DATE)
           IF WS-CHAIN-AGE-DAYS < 0
              OR WS-CHAIN-AGE-DAYS > WS-RESUME-DAYS
               MOVE 'Y' TO WS-CHAIN-STALE
           END-IF.

       3100-APPLY-STATE-RECORD.
           ADD 1 TO WS-PRIOR-LINE-COUNT
           MOVE ChainStateRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:14) TO WS-CHAIN-ID
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE 'N' TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                  OR WS-STEP-FOUND = 'Y'
               IF STEP-NAME(WS-STEP-INDEX) = WS-FIELD-TEXT(1:10)
                   MOVE 'Y' TO WS-STEP-FOUND
                   PERFORM 2900-EXTRACT-NEXT-FIELD
                   MOVE WS-FIELD-TEXT(1:8)
                       TO STEP-PRIOR-OUTCOME(WS-STEP-INDEX)
                   IF STEP-PRIOR-OUTCOME(WS-STEP-INDEX) = "OK"
                       ADD 1 TO WS-PRIOR-OK-COUNT
                   END-IF
                   PERFORM 2900-EXTRACT-NEXT-FIELD
                   IF WS-FIELD-TEXT NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
                       COMPUTE STEP-PRIOR-RC(WS-STEP-INDEX) =
                           FUNCTION NUMVAL(WS-FIELD-TEXT)
                   END-IF
                   IF STEP-PRIOR-OUTCOME(WS-STEP-INDEX) = "RUNNING"
                       DISPLAY "Warning: step "
                           STEP-NAME(WS-STEP-INDEX)
                           " was interrupted in the previous run"
                   END-IF
               END-IF
           END-PERFORM.

       4000-RUN-CHAIN.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM 4100-PROCESS-STEP
           END-PERFORM.

       4100-PROCESS-STEP.
           MOVE 0 TO STEP-EXIT-CODE(WS-STEP-INDEX)
           MOVE 0 TO STEP-STATUS-RC(WS-STEP-INDEX)
           MOVE 0 TO STEP-EFFECTIVE-RC(WS-STEP-INDEX)
           MOVE 0 TO WS-STEP-START-DATE
           MOVE 0 TO WS-STEP-START-TIME
           MOVE 0 TO WS-STEP-END-DATE
           MOVE 0 TO WS-STEP-END-TIME
           MOVE SPACES TO WS-LOG-STATUS-OUT
           IF STEP-PRIOR-OUTCOME(WS-STEP-INDEX) = "OK"
               MOVE "OK" TO STEP-OUTCOME(WS-STEP-INDEX)
               MOVE STEP-PRIOR-RC(WS-STEP-INDEX)
                   TO STEP-EFFECTIVE-RC(WS-STEP-INDEX)
               MOVE "Completed in an earlier run - not rerun"
                   TO STEP-NOTE(WS-STEP-INDEX)
               MOVE "SKIPPED" TO WS-LOG-OUTCOME
               ADD 1 TO WS-STEPS-SKIPPED
               DISPLAY "Step " STEP-NAME(WS-STEP-INDEX)
                   ": already completed - skipped"
               PERFORM 4500-WRITE-LOG-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 4150-CHECK-PREDECESSORS
           IF STEP-IS-BLOCKED(WS-STEP-INDEX)
               MOVE "BLOCKED" TO WS-LOG-OUTCOME
               ADD 1 TO WS-STEPS-BLOCKED
               DISPLAY "Step " STEP-NAME(WS-STEP-INDEX)
                   ": not run - " STEP-NOTE(WS-STEP-INDEX)
               PERFORM 4400-WRITE-STATE-FILE
               PERFORM 4500-WRITE-LOG-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "RUNNING" TO STEP-OUTCOME(WS-STEP-INDEX)
           PERFORM 4400-WRITE-STATE-FILE
           PERFORM 4200-EXECUTE-STEP
           PERFORM 4400-WRITE-STATE-FILE
           PERFORM 4500-WRITE-LOG-RECORD.

       4150-CHECK-PREDECESSORS.
           MOVE SPACES TO STEP-OUTCOME(WS-STEP-INDEX)
           MOVE SPACES TO STEP-NOTE(WS-STEP-INDEX)
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > STEP-DEP-COUNT(WS-STEP-INDEX)
                  OR STEP-IS-BLOCKED(WS-STEP-INDEX)
               PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-INDEX >= WS-STEP-INDEX
                   IF STEP-NAME(WS-OTHER-INDEX) =
                           STEP-DEP-NAME(WS-STEP-INDEX, WS-DEP-INDEX)
                      AND NOT STEP-IS-OK(WS-OTHER-INDEX)
                       MOVE "BLOCKED" TO STEP-OUTCOME(WS-STEP-INDEX)
                       STRING "Predecessor " DELIMITED BY SIZE
                              STEP-NAME(WS-OTHER-INDEX)
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              STEP-OUTCOME(WS-OTHER-INDEX)
                                  DELIMITED BY SPACE
                              INTO STEP-NOTE(WS-STEP-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4200-EXECUTE-STEP.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE SPACES TO WS-STEP-START-STAMP
           STRING WS-STEP-START-DATE DELIMITED BY SIZE
                  WS-STEP-START-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-STEP-START-STAMP
           DISPLAY "Step " STEP-NAME(WS-STEP-INDEX) ": starting "
               STEP-COMMAND(WS-STEP-INDEX)
           MOVE SPACES TO WS-SYSTEM-COMMAND
           MOVE STEP-COMMAND(WS-STEP-INDEX) TO WS-SYSTEM-COMMAND
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-COMMAND-STATUS
           MOVE 0 TO RETURN-CODE
           DIVIDE WS-COMMAND-STATUS BY 256
               GIVING WS-COMMAND-EXIT
               REMAINDER WS-COMMAND-SIGNAL
           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-END-TIME FROM TIME
           ADD 1 TO WS-STEPS-RUN
           IF WS-COMMAND-SIGNAL NOT = 0 OR WS-COMMAND-EXIT < 0
               MOVE 999 TO STEP-EXIT-CODE(WS-STEP-INDEX)
               MOVE "Step ended abnormally"
                   TO STEP-NOTE(WS-STEP-INDEX)
           ELSE
               MOVE WS-COMMAND-EXIT TO STEP-EXIT-CODE(WS-STEP-INDEX)
           END-IF
           MOVE STEP-EXIT-CODE(WS-STEP-INDEX)
               TO STEP-EFFECTIVE-RC(WS-STEP-INDEX)
           IF STEP-STATUS-FILE(WS-STEP-INDEX) NOT = SPACES
               PERFORM 4300-READ-STEP-STATUS
               MOVE STEP-STATUS-RC(WS-STEP-INDEX) TO WS-LOG-STATUS-OUT
               IF STEP-STATUS-RC(WS-STEP-INDEX) >
                       STEP-EFFECTIVE-RC(WS-STEP-INDEX)
                   MOVE STEP-STATUS-RC(WS-STEP-INDEX)
                       TO STEP-EFFECTIVE-RC(WS-STEP-INDEX)
               END-IF
           END-IF
           IF STEP-EFFECTIVE-RC(WS-STEP-INDEX) >
                   STEP-MAX-RC(WS-STEP-INDEX)
               MOVE "FAILED" TO STEP-OUTCOME(WS-STEP-INDEX)
               MOVE "FAILED" TO WS-LOG-OUTCOME
               ADD 1 TO WS-STEPS-FAILED
               IF STEP-NOTE(WS-STEP-INDEX) = SPACES
                   MOVE "Return code above step maximum"
                       TO STEP-NOTE(WS-STEP-INDEX)
               END-IF
           ELSE
               MOVE "OK" TO STEP-OUTCOME(WS-STEP-INDEX)
               MOVE "OK" TO WS-LOG-OUTCOME
               ADD 1 TO WS-STEPS-OK
               IF STEP-EFFECTIVE-RC(WS-STEP-INDEX) > 0
                   ADD 1 TO WS-STEPS-WARNING
               END-IF
           END-IF
           DISPLAY "Step " STEP-NAME(WS-STEP-INDEX) ": "
               STEP-OUTCOME(WS-STEP-INDEX) " - return code "
               STEP-EFFECTIVE-RC(WS-STEP-INDEX) " (maximum "
               STEP-MAX-RC(WS-STEP-INDEX) ")".

       4300-READ-STEP-STATUS.
           MOVE STEP-STATUS-FILE(WS-STEP-INDEX)
               TO WS-STEP-STATUS-FILENAME
           MOVE 12 TO STEP-STATUS-RC(WS-STEP-INDEX)
           OPEN INPUT StepStatusFile
           IF WS-STEP-STATUS-FILE-STATUS NOT = '00'
               MOVE "Status file missing" TO STEP-NOTE(WS-STEP-INDEX)
               EXIT PARAGRAPH
           END-IF
           READ StepStatusFile INTO StepStatusRecord
           IF WS-STEP-STATUS-FILE-STATUS NOT = '00'
               CLOSE StepStatusFile
               MOVE "Status file empty" TO STEP-NOTE(WS-STEP-INDEX)
               EXIT PARAGRAPH
           END-IF
           CLOSE StepStatusFile
           MOVE StepStatusRecord TO WS-SOURCE-RECORD
           MOVE 1 TO WS-FIELD-START
           PERFORM 2900-EXTRACT-NEXT-FIELD
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO WS-STATUS-DATE-TEXT
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:6) TO WS-STATUS-TIME-TEXT
           PERFORM 2900-EXTRACT-NEXT-FIELD
           MOVE WS-FIELD-TEXT(1:8) TO WS-STATUS-RC-TEXT
           MOVE SPACES TO WS-STATUS-STAMP
           STRING WS-STATUS-DATE-TEXT DELIMITED BY SIZE
                  WS-STATUS-TIME-TEXT DELIMITED BY SIZE
                  INTO WS-STATUS-STAMP
           IF WS-STATUS-STAMP < WS-STEP-START-STAMP
               MOVE "Status file not refreshed by this run"
                   TO STEP-NOTE(WS-STEP-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS-RC-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-STATUS-RC-TEXT) = 0
               COMPUTE STEP-STATUS-RC(WS-STEP-INDEX) =
                   FUNCTION NUMVAL(WS-STATUS-RC-TEXT)
           ELSE
               MOVE "Status file return code unreadable"
                   TO STEP-NOTE(WS-STEP-INDEX)
           END-IF.

       4400-WRITE-STATE-FILE.
           OPEN OUTPUT ChainStateFile
           IF WS-CHAIN-STATE-FILE-STATUS NOT = '00'
               DISPLAY "Warning: cannot write chain state file "
                   WS-CHAIN-STATE-FILENAME " - status "
                   WS-CHAIN-STATE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "ChainID,StepName,Outcome,ReturnCode"
               TO ChainStateRecord
           WRITE ChainStateRecord
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
               UNTIL WS-OTHER-INDEX > WS-STEP-COUNT
               MOVE SPACES TO ChainStateRecord
               MOVE STEP-EFFECTIVE-RC(WS-OTHER-INDEX)
                   TO WS-STATE-RC-OUT
               IF WS-OTHER-INDEX <= WS-STEP-INDEX
                   STRING WS-CHAIN-ID DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          STEP-NAME(WS-OTHER-INDEX) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          STEP-OUTCOME(WS-OTHER-INDEX)
                              DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          WS-STATE-RC-OUT DELIMITED BY SIZE
                          INTO ChainStateRecord
               ELSE
                   IF STEP-PRIOR-OUTCOME(WS-OTHER-INDEX) = SPACES
                       MOVE "PENDING"
                           TO STEP-PRIOR-OUTCOME(WS-OTHER-INDEX)
                   END-IF
                   STRING WS-CHAIN-ID DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          STEP-NAME(WS-OTHER-INDEX) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          STEP-PRIOR-OUTCOME(WS-OTHER-INDEX)
                              DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          "000" DELIMITED BY SIZE
                          INTO ChainStateRecord
               END-IF
               WRITE ChainStateRecord
           END-PERFORM
           CLOSE ChainStateFile.

       4500-WRITE-LOG-RECORD.
           IF WS-LOG-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE STEP-EXIT-CODE(WS-STEP-INDEX) TO WS-LOG-EXIT-OUT
           MOVE STEP-EFFECTIVE-RC(WS-STEP-INDEX)
               TO WS-LOG-EFFECTIVE-OUT
           MOVE SPACES TO ChainLogRecord
           STRING WS-CHAIN-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  STEP-NAME(WS-STEP-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-STEP-START-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STEP-START-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STEP-END-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STEP-END-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOG-EXIT-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOG-STATUS-OUT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LOG-EFFECTIVE-OUT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  STEP-MAX-RC(WS-STEP-INDEX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOG-OUTCOME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  STEP-NOTE(WS-STEP-INDEX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  STEP-COMMAND(WS-STEP-INDEX) DELIMITED BY "  "
                  INTO ChainLogRecord
           WRITE ChainLogRecord.

       5000-DISPLAY-RESULTS.
           DISPLAY " "
           DISPLAY "Chain Summary (" WS-CHAIN-ID "):"
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               DISPLAY "  " STEP-NAME(WS-STEP-INDEX) " "
                   STEP-OUTCOME(WS-STEP-INDEX) " RC "
                   STEP-EFFECTIVE-RC(WS-STEP-INDEX) " "
                   STEP-NOTE(WS-STEP-INDEX)
           END-PERFORM
           DISPLAY "Steps run: " WS-STEPS-RUN
           DISPLAY "Steps skipped (done earlier): " WS-STEPS-SKIPPED
           DISPLAY "Steps failed: " WS-STEPS-FAILED
           DISPLAY "Steps blocked by a failed predecessor: "
               WS-STEPS-BLOCKED
           IF WS-STEPS-FAILED > 0 OR WS-STEPS-BLOCKED > 0
               DISPLAY "Chain incomplete - rerun to resume at the "
                   "failed step(s)"
           ELSE
               DISPLAY "Chain complete"
           END-IF.

       9000-CLEANUP.
           IF WS-LOG-OK = 'Y'
               CLOSE ChainLogFile
           END-IF
           IF WS-STEPS-FAILED > 0 OR WS-STEPS-BLOCKED > 0
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-STEPS-WARNING > 0
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Chain log written to: " WS-CHAIN-LOG-FILENAME
           DISPLAY "Return code: " WS-RETURN-CODE.
