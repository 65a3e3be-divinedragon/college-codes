            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD StockLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StockLedger.dat".
            MOVE RunDate8 TO RlRunDate.
            MOVE PacketCount TO RlRecRead.
            MOVE PacketCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
