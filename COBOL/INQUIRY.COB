            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
