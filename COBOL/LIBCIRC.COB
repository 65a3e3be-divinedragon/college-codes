            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT LibFineFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LibFineStatus.
            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD LibFineFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibFine.dat".
            COPY "LIBFINE.CPY".
        FD FeeLedgerFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
        01  LoanStatus     PIC XX VALUE "00".
        01  BookStatus     PIC XX VALUE "00".
        01  StudentExtStatus PIC XX VALUE "00".
        01  StudentExtOpen PIC A VALUE "N".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  EmpMastOpen    PIC A VALUE "N".
        01  LibFineStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  LoanEOF        PIC A VALUE "N".
        01  BookEOF        PIC A VALUE "N".
        01  ActionIn       PIC A.
        01  BookIdIn       PIC X(6).
        01  PrnIn          PIC 9(9).
        01  BorrowerIn     PIC A VALUE "S".
        01  StudOk         PIC A VALUE "N".
        01  EmpLeft        PIC A VALUE "N".
        01  BookKnown      PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  LnIx           PIC 9(3) VALUE 0.
                10  LntPrnNo  PIC 9(9).
                10  LntDue    PIC 9(8).
                10  LntStat   PIC A.
                10  LntType   PIC A.
        01  OpenLoansWk    PIC 9(3) VALUE 0.
      * Students may hold 3 books for 14 days; staff have their own
      * limit and loan period.
        01  StudLoanLimit  PIC 9(3) VALUE 3.
        01  StudLoanDays   PIC 99 VALUE 14.
        01  StaffLoanLimit PIC 9(3) VALUE 5.
        01  StaffLoanDays  PIC 99 VALUE 30.
        01  LoanLimitWk    PIC 9(3) VALUE 0.
        01  LoanDaysWk     PIC 99 VALUE 0.
        01  HeldTypeWk     PIC A VALUE "S".
        01  BookOutWk      PIC A VALUE "N".
        01  HeldPrnWk      PIC 9(9) VALUE 0.
        01  HeldDueWk      PIC 9(8) VALUE 0.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            PERFORM LoadLoansPara.
            MOVE "N" TO StudentExtOpen.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus = "00"
                MOVE "Y" TO StudentExtOpen.
            MOVE "N" TO EmpMastOpen.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus = "00"
                MOVE "Y" TO EmpMastOpen.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            IF StudentExtOpen = "Y"
                CLOSE StudentExtFile
                MOVE "N" TO StudentExtOpen.
            IF EmpMastOpen = "Y"
                CLOSE EmpMastFile
                MOVE "N" TO EmpMastOpen.
            GOBACK.
        LoadLoansPara.
            OPEN INPUT LoanFile.
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlDueDate TO LntDue (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                IF LlBorrowerType = "E"
                    MOVE "E" TO LntType (LnHit)
                ELSE
                    MOVE "S" TO LntType (LnHit).
            PERFORM ReadLoanPara.
        ScanLoanTabPara.
            ADD 1 TO LnIx.
            IF BoBookId = BookIdIn
                MOVE "Y" TO BookKnown.
            PERFORM ReadBookPara.
      * No loans to withdrawn or graduated students or to staff who
      * have left, no more open loans than the borrower's limit, and
      * a copy already out stays out.
        IssuePara.
            DISPLAY (7, 10) "Student Or Staff (S/E) :- ".
            ACCEPT BorrowerIn.
            IF BorrowerIn NOT = "E"
                MOVE "S" TO BorrowerIn.
            DISPLAY (8, 10) "Prn No. / Emp No. :- ".
            ACCEPT PrnIn.
            IF BorrowerIn = "E"
                PERFORM CheckEmpPara
                MOVE StaffLoanLimit TO LoanLimitWk
                MOVE StaffLoanDays TO LoanDaysWk
            ELSE
                PERFORM CheckStudentPara
                MOVE StudLoanLimit TO LoanLimitWk
                MOVE StudLoanDays TO LoanDaysWk.
            PERFORM CheckBookOutPara.
            PERFORM CountOpenLoansPara.
            IF StudOk = "N" AND BorrowerIn = "E"
                DISPLAY (11, 10) "Employee Not Eligible For Loans."
            ELSE IF StudOk = "N"
                DISPLAY (11, 10) "Student Not Eligible For Loans."
            ELSE IF BookOutWk = "Y"
                DISPLAY (11, 10) "Book Is Already On Loan."
            ELSE IF OpenLoansWk NOT < LoanLimitWk
                DISPLAY (11, 10) "Loan Limit (" LoanLimitWk
                        ") Reached."
            ELSE
                MOVE RunDate8 TO DueDateWk
                ADD LoanDaysWk TO DueDD
                PERFORM NormDueDatePara
                MOVE "O" TO LlStatus
                MOVE 0 TO LlReturnDate
                DISPLAY (11, 10) "Book Is Not On Loan."
            ELSE
                MOVE HeldPrnWk TO PrnIn
                MOVE HeldTypeWk TO BorrowerIn
                PERFORM ComputeFinePara
                MOVE HeldDueWk TO DueDateWk
                MOVE "R" TO LlStatus
                PERFORM WriteLoanPara
                PERFORM NoteLoanPara
                PERFORM LogAuditPara
                IF FineAmt > 0 AND BorrowerIn = "E"
                    PERFORM CheckEmpPara
                END-IF
                IF FineAmt > 0 AND BorrowerIn = "E" AND EmpLeft = "Y"
                    DISPLAY (11, 10) "Returned. Dues Settled In FNF."
                ELSE IF FineAmt > 0
                    PERFORM PostFinePara
                    MOVE FineAmt TO FineOut
                    DISPLAY (11, 10) "Returned. Fine Posted :- "
        CheckStudentPara.
            MOVE "N" TO StudOk.
            MOVE PrnIn TO EPrnNo.
            IF StudentExtOpen NOT = "Y"
                MOVE "Y" TO StudOk
            ELSE
                READ StudentExtFile
                            MOVE "Y" TO StudOk
                        ELSE
                            MOVE "N" TO StudOk.
      * Staff borrow while active on the master. A separated
      * employee's overdue fines were taken in the full and final
      * settlement up to the leaving date.
        CheckEmpPara.
            MOVE "N" TO StudOk.
            MOVE "N" TO EmpLeft.
            MOVE PrnIn TO EmpNoIn.
            IF EmpMastOpen NOT = "Y"
                MOVE "Y" TO StudOk
            ELSE
                READ EmpMastFile
                    INVALID KEY MOVE "N" TO StudOk
                    NOT INVALID KEY
                        IF EmpStatus = "A"
                            MOVE "Y" TO StudOk
                        ELSE
                            MOVE "Y" TO EmpLeft.
        CheckBookOutPara.
            MOVE "N" TO BookOutWk.
            MOVE 0 TO HeldPrnWk.
            MOVE 0 TO HeldDueWk.
            MOVE "S" TO HeldTypeWk.
            MOVE 0 TO LnIx.
            PERFORM TestBookOutPara UNTIL LnIx NOT < LnCount.
        TestBookOutPara.
               AND LntStat (LnIx) = "O"
                MOVE "Y" TO BookOutWk
                MOVE LntPrnNo (LnIx) TO HeldPrnWk
                MOVE LntDue (LnIx) TO HeldDueWk
                MOVE LntType (LnIx) TO HeldTypeWk.
        CountOpenLoansPara.
            MOVE 0 TO OpenLoansWk.
            MOVE 0 TO LnIx.
        CountOneLoanPara.
            ADD 1 TO LnIx.
            IF LntPrnNo (LnIx) = PrnIn
               AND LntType (LnIx) = BorrowerIn
               AND LntStat (LnIx) = "O"
                ADD 1 TO OpenLoansWk.
        ComputeFinePara.
            MOVE PrnIn TO LlPrnNo.
            MOVE RunDate8 TO LlIssueDate.
            MOVE DueDateWk TO LlDueDate.
            MOVE BorrowerIn TO LlBorrowerType.
            WRITE LibLoanRec.
            CLOSE LoanFile.
        NoteLoanPara.
            IF LnHit NOT = 0
                MOVE PrnIn TO LntPrnNo (LnHit)
                MOVE DueDateWk TO LntDue (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                MOVE BorrowerIn TO LntType (LnHit).
      * Student fines go on the fee ledger; staff fines wait on
      * LibFine.dat for the payroll run.
        PostFinePara.
            IF BorrowerIn = "E"
                PERFORM PostStaffFinePara
            ELSE
                PERFORM PostStudentFinePara.
        PostStaffFinePara.
            OPEN EXTEND LibFineFile.
            IF LibFineStatus = "35"
                OPEN OUTPUT LibFineFile.
            MOVE PrnIn TO LfEmpNo.
            MOVE BookIdIn TO LfBookId.
            MOVE RunDate8 TO LfDate.
            MOVE FineAmt TO LfAmount.
            MOVE "O" TO LfStatus.
            MOVE 0 TO LfRecDate.
            WRITE LibFineRec.
            CLOSE LibFineFile.
        PostStudentFinePara.
            OPEN EXTEND FeeLedgerFile.
            IF FeeLedgerStatus = "35"
                OPEN OUTPUT FeeLedgerFile.
