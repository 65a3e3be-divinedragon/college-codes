            MOVE RunDate8 TO RlRunDate.
            MOVE AppCount TO RlRecRead.
            MOVE OfferCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
