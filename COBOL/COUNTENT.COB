            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD CountFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StockCnt.dat".
