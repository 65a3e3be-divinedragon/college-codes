            MOVE RunDate8 TO RlRunDate.
            MOVE MemberCount TO RlRecRead.
            MOVE MemberCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
