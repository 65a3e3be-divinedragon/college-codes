            MOVE RecsArchived TO RlRecRead.
            MOVE RecsPurged TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
