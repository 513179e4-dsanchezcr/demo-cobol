           MOVE SPACES TO DayExceptionRecord
           STRING "TransactionID,Amount,Date,Currency,Source,"
                  DELIMITED BY SIZE
                  "Counterparty,ReasonCode" DELIMITED BY SIZE
                  INTO DayExceptionRecord
           WRITE DayExceptionRecord.

