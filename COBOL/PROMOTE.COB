            MOVE RunDate8 TO RlRunDate.
            COMPUTE RlRecRead = PromotedCount + DetainedCount.
            COMPUTE RlRecWrit = PromotedCount + DetainedCount.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
