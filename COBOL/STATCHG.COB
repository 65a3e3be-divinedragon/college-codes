            SELECT LoanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LoanStatus.
            SELECT NoDuesFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NoDuesStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "LibLoan.dat".
            COPY "LIBLOAN.CPY".
        FD NoDuesFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "NoDues.dat".
            COPY "NODUES.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  LoanStatus     PIC XX VALUE "00".
        01  LoanEOF        PIC A VALUE "N".
        01  OpenLoans      PIC 9(3) VALUE 0.
        01  NoDuesStatus   PIC XX VALUE "00".
        01  NoDuesEOF      PIC A VALUE "N".
        01  ClearOnFile    PIC A VALUE "N".
        01  LnIx           PIC 9(3) VALUE 0.
        01  LnHit          PIC 9(3) VALUE 0.
        01  LnCount        PIC 9(3) VALUE 0.
                10  LntBookId PIC X(6).
                10  LntPrnNo  PIC 9(9).
                10  LntStat   PIC A.
                10  LntStaff  PIC A.

        PROCEDURE DIVISION.
        ControlPara.
                ACCEPT EffDateIn
                PERFORM CheckDegAuditPara
                PERFORM CountLoansPara
                PERFORM CheckNoDuesPara
                IF NewStatusIn NOT = "D" AND NewStatusIn NOT = "A"
                   AND NewStatusIn NOT = "W" AND NewStatusIn NOT = "G"
                    DISPLAY (11, 10) "Invalid Status Code."
                   AND OpenLoans > 0
                    DISPLAY (11, 10) "Library Books Still Out."
                            " Clear Loans First."
                ELSE IF (NewStatusIn = "W" OR NewStatusIn = "G")
                   AND ClearOnFile NOT = "Y"
                    DISPLAY (11, 10) "No No-Dues Clearance On"
                            " File. Run NoDuesClearance First."
                ELSE
                    MOVE EStatus TO AuBeforeImage
                    MOVE NewStatusIn TO EStatus
                ELSE
                    MOVE "N" TO AuditOnFile.
            PERFORM ReadDegAuditPara.
      * A move to "W" or "G" needs a no-dues clearance on file; the
      *  latest NoDues row for the student decides.
        CheckNoDuesPara.
            MOVE "N" TO ClearOnFile.
            OPEN INPUT NoDuesFile.
            IF NoDuesStatus = "00"
                PERFORM ReadNoDuesPara
                PERFORM ScanNoDuesPara UNTIL NoDuesEOF = "Y"
                CLOSE NoDuesFile
                MOVE "N" TO NoDuesEOF.
        ReadNoDuesPara.
            READ NoDuesFile AT END MOVE "Y" TO NoDuesEOF.
        ScanNoDuesPara.
            IF NdPrnNo = PrnIn
                IF NdResult = "C"
                    MOVE "Y" TO ClearOnFile
                ELSE
                    MOVE "N" TO ClearOnFile.
            PERFORM ReadNoDuesPara.
        CountLoansPara.
            MOVE 0 TO OpenLoans.
            MOVE 0 TO LnCount.
                MOVE LlBookId TO LntBookId (LnHit).
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                IF LlBorrowerType = "E"
                    MOVE "Y" TO LntStaff (LnHit)
                ELSE
                    MOVE "N" TO LntStaff (LnHit).
            PERFORM ReadLoanPara.
        ScanLoanTabPara.
            ADD 1 TO LnIx.
            IF LntBookId (LnIx) = LlBookId
                MOVE LnIx TO LnHit.
      * Staff loans carry an employee number, not a PRN.
        CountOneLoanPara.
            ADD 1 TO LnIx.
            IF LntPrnNo (LnIx) = PrnIn
               AND LntStat (LnIx) = "O"
               AND LntStaff (LnIx) = "N"
                ADD 1 TO OpenLoans.
        LogAuditPara.
            OPEN EXTEND AuditFile.
