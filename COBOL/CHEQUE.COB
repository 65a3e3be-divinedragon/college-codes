            MOVE PSNetSal TO CqAmount.
            MOVE RunDate8 TO CqIssueDate.
            MOVE "I" TO CqStatus.
            MOVE "E" TO CqPayeeType.
            MOVE SPACES TO CqVendorCode.
            WRITE ChequeRegRec.
            PERFORM PrintChequePara.
            ADD 1 TO ChequeCount.
            MOVE RunDate8 TO RlRunDate.
            MOVE ChequeCount TO RlRecRead.
            MOVE ChequeCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
