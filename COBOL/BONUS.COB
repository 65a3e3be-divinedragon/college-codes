            MOVE RunDate8 TO RlRunDate.
            MOVE EligCount TO RlRecRead.
            MOVE EligCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
