            MOVE RunDate8 TO RlRunDate.
            MOVE EmpCount TO RlRecRead.
            MOVE EmpCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
