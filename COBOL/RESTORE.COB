            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "FEELEDG.CPY".
        FD BackupFile
            LABEL RECORDS ARE STANDARD.
        01  BackupRec          PIC X(200).
        FD DocNumFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DocNumReg.dat".
