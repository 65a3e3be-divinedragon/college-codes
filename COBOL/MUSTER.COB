            MOVE RunDate8 TO RlRunDate.
            MOVE RowCount TO RlRecRead.
            MOVE RowCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
