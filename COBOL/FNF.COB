            SELECT RateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RateStatus.
            SELECT LibLoanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LibLoanStatus.
            SELECT LibFineFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LibFineStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RateMast.dat".
            COPY "RATEMAST.CPY".
        FD LibLoanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibLoan.dat".
            COPY "LIBLOAN.CPY".
        FD LibFineFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibFine.dat".
            COPY "LIBFINE.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  RateHit        PIC A VALUE "N".
        01  BestEff        PIC 9(8) VALUE 0.
        01  BestDept       PIC A VALUE "N".
        01  LibLoanStatus  PIC XX VALUE "00".
        01  LibLoanEOF     PIC A VALUE "N".
        01  LnIx           PIC 9(3) VALUE 0.
        01  LnHit          PIC 9(3) VALUE 0.
        01  LnCount        PIC 9(3) VALUE 0.
        01  LnTable.
            05  LnEntry OCCURS 500 TIMES.
                10  LntBookId PIC X(6).
                10  LntPrnNo  PIC 9(9).
                10  LntDue    PIC 9(8).
                10  LntStat   PIC A.
                10  LntType   PIC A.
        01  LibFineStatus  PIC XX VALUE "00".
        01  LibFineEOF     PIC A VALUE "N".
        01  LfnCount       PIC 9(3) VALUE 0.
        01  LfnIx          PIC 9(3) VALUE 0.
        01  LfnTable.
            05  LfnEntry OCCURS 500 TIMES.
                10  LfnTabEmpNo  PIC 9(4).
                10  LfnTabBookId PIC X(6).
                10  LfnTabDate   PIC 9(8).
                10  LfnTabAmt    PIC 9(5)V99.
                10  LfnTabStatus PIC A.
                10  LfnTabRecDt  PIC 9(8).
        01  LibDues        PIC 9(6)V99 VALUE 0.
        01  DateWk         PIC 9(8).
        01  DateWkX REDEFINES DateWk.
            05  DwYY       PIC 9(4).
            05  DwMM       PIC 99.
            05  DwDD       PIC 99.
        01  DueDays        PIC 9(7) VALUE 0.
        01  LeaveDays      PIC 9(7) VALUE 0.
        01  LateDays       PIC S9(5) VALUE 0.
        01  FineRate       PIC 9V99 VALUE 2.00.
        01  FineAmt        PIC 9(5)V99 VALUE 0.
        01  LineRec        PIC X(80) VALUE ALL "*".
        01  BlankRec       PIC X(80) VALUE SPACES.
        01  StmtHeading.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM LoadRatesPara.
            PERFORM LoadLibLoansPara.
            PERFORM LoadLibFinePara.
            MOVE "C" TO LockAction.
            MOVE "EMPMAST.DAT" TO LockFileId.
            MOVE "FNF" TO LockProgram.
            ELSE
                COMPUTE TDS = 3000 + 0.2 * (TotSal - 50000).
            PERFORM RecoverLoanPara.
            PERFORM RecoverLibDuesPara.
            COMPUTE NetDue = TotSal - PFDed - TDS - LoanRecovery
                           - LibDues.
        LoadRatesPara.
            OPEN INPUT RateFile.
            IF RateStatus = "00"
                MOVE 0 TO LnBalance
                MOVE "C" TO LnStatus
                REWRITE LoanRec.
        LoadLibLoansPara.
            OPEN INPUT LibLoanFile.
            IF LibLoanStatus = "00"
                PERFORM ReadLibLoanPara
                PERFORM LoadOneLibLoanPara UNTIL LibLoanEOF = "Y"
                CLOSE LibLoanFile
                MOVE "N" TO LibLoanEOF.
        ReadLibLoanPara.
            READ LibLoanFile AT END MOVE "Y" TO LibLoanEOF.
        LoadOneLibLoanPara.
            MOVE 0 TO LnHit.
            MOVE 0 TO LnIx.
            PERFORM ScanLibLoanPara UNTIL LnIx NOT < LnCount
                                    OR LnHit NOT = 0.
            IF LnHit = 0 AND LnCount < 500
                ADD 1 TO LnCount
                MOVE LnCount TO LnHit
                MOVE LlBookId TO LntBookId (LnHit).
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlDueDate TO LntDue (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                IF LlBorrowerType = "E"
                    MOVE "E" TO LntType (LnHit)
                ELSE
                    MOVE "S" TO LntType (LnHit).
            PERFORM ReadLibLoanPara.
        ScanLibLoanPara.
            ADD 1 TO LnIx.
            IF LntBookId (LnIx) = LlBookId
                MOVE LnIx TO LnHit.
        LoadLibFinePara.
            OPEN INPUT LibFineFile.
            IF LibFineStatus = "00"
                PERFORM ReadLibFinePara
                PERFORM LoadOneLibFinePara UNTIL LibFineEOF = "Y"
                CLOSE LibFineFile
                MOVE "N" TO LibFineEOF.
        ReadLibFinePara.
            READ LibFineFile AT END MOVE "Y" TO LibFineEOF.
        LoadOneLibFinePara.
            IF LfnCount < 500
                ADD 1 TO LfnCount
                MOVE LfEmpNo TO LfnTabEmpNo (LfnCount)
                MOVE LfBookId TO LfnTabBookId (LfnCount)
                MOVE LfDate TO LfnTabDate (LfnCount)
                MOVE LfAmount TO LfnTabAmt (LfnCount)
                MOVE LfStatus TO LfnTabStatus (LfnCount)
                MOVE LfRecDate TO LfnTabRecDt (LfnCount).
            PERFORM ReadLibFinePara.
      * Library dues are the fines still open on LibFine.dat plus the
      * fine run up to the leaving date on any staff loan still out.
      * Both are settled here as "F" rows; the circulation desk posts
      * nothing further when such a book comes back.
        RecoverLibDuesPara.
            MOVE 0 TO LibDues.
            MOVE 1 TO LfnIx.
            PERFORM SettleOneFinePara UNTIL LfnIx > LfnCount.
            MOVE LeaveDateIn TO DateWk.
            COMPUTE LeaveDays = DwYY * 360 + DwMM * 30 + DwDD.
            MOVE 0 TO LnIx.
            PERFORM AccrueOneLoanPara UNTIL LnIx NOT < LnCount.
            IF LibDues > 0
                PERFORM RewriteLibFinePara.
        SettleOneFinePara.
            IF LfnTabEmpNo (LfnIx) = EmpNoIn
               AND LfnTabStatus (LfnIx) = "O"
                ADD LfnTabAmt (LfnIx) TO LibDues
                MOVE "F" TO LfnTabStatus (LfnIx)
                MOVE RunDate8 TO LfnTabRecDt (LfnIx).
            ADD 1 TO LfnIx.
        AccrueOneLoanPara.
            ADD 1 TO LnIx.
            IF LntPrnNo (LnIx) = EmpNoIn
               AND LntType (LnIx) = "E"
               AND LntStat (LnIx) = "O"
                MOVE LntDue (LnIx) TO DateWk
                COMPUTE DueDays = DwYY * 360 + DwMM * 30 + DwDD
                COMPUTE LateDays = LeaveDays - DueDays
                IF LateDays > 0 AND LfnCount < 500
                    COMPUTE FineAmt = LateDays * FineRate
                    ADD FineAmt TO LibDues
                    ADD 1 TO LfnCount
                    MOVE EmpNoIn TO LfnTabEmpNo (LfnCount)
                    MOVE LntBookId (LnIx) TO LfnTabBookId (LfnCount)
                    MOVE LeaveDateIn TO LfnTabDate (LfnCount)
                    MOVE FineAmt TO LfnTabAmt (LfnCount)
                    MOVE "F" TO LfnTabStatus (LfnCount)
                    MOVE RunDate8 TO LfnTabRecDt (LfnCount).
        RewriteLibFinePara.
            OPEN OUTPUT LibFineFile.
            MOVE 0 TO LfnIx.
            PERFORM WriteOneLibFinePara UNTIL LfnIx NOT < LfnCount.
            CLOSE LibFineFile.
        WriteOneLibFinePara.
            ADD 1 TO LfnIx.
            MOVE LfnTabEmpNo (LfnIx) TO LfEmpNo.
            MOVE LfnTabBookId (LfnIx) TO LfBookId.
            MOVE LfnTabDate (LfnIx) TO LfDate.
            MOVE LfnTabAmt (LfnIx) TO LfAmount.
            MOVE LfnTabStatus (LfnIx) TO LfStatus.
            MOVE LfnTabRecDt (LfnIx) TO LfRecDate.
            WRITE LibFineRec.
        PrintStmtPara.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM StmtHeading.
            MOVE "Loan Recovery  : " TO StmtLabel.
            COMPUTE StmtAmtOut = 0 - LoanRecovery.
            WRITE RecOut FROM StmtLine.
            MOVE "Library Dues   : " TO StmtLabel.
            COMPUTE StmtAmtOut = 0 - LibDues.
            WRITE RecOut FROM StmtLine.
            WRITE RecOut FROM LineRec.
            MOVE "Net Amount Due : " TO StmtLabel.
            MOVE NetDue TO StmtAmtOut.
