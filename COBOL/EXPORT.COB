            MOVE RunDate8 TO RlRunDate.
            MOVE RecCount TO RlRecRead.
            MOVE RecCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
