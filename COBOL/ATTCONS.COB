            MOVE RunDate8 TO RlRunDate.
            MOVE StudCount TO RlRecRead.
            MOVE StudCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
