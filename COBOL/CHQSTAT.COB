        FD ChequeNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ChequeNew.dat".
        01  ChequeNewRec       PIC X(32).
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
