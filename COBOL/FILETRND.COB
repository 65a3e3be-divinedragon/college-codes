            MOVE RunDate8 TO RlRunDate.
            MOVE FlCount TO RlRecRead.
            MOVE WarnCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
