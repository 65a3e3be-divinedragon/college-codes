            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "DOCNUM.CPY".
        FD BackupFile
            LABEL RECORDS ARE STANDARD.
        01  BackupRec          PIC X(200).
        FD BkupLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BkupLog.dat".
            MOVE RecsBacked TO RlRecRead.
            MOVE GensPurged TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
