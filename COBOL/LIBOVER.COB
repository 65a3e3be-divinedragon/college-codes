                10  LntPrnNo  PIC 9(9).
                10  LntDue    PIC 9(8).
                10  LntStat   PIC A.
                10  LntType   PIC A.
        01  OverdueCount   PIC 9(4) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(9) VALUE "Book Id ".
            05  BookOut    PIC X(6).
            05  F          PIC X(3) VALUE SPACES.
            05  BorrowerOut PIC X(9).
            05  PrnOut     PIC 9(9).
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(10) VALUE "Due Date ".
            IF LnHit NOT = 0
                MOVE LlPrnNo TO LntPrnNo (LnHit)
                MOVE LlDueDate TO LntDue (LnHit)
                MOVE LlStatus TO LntStat (LnHit)
                MOVE LlBorrowerType TO LntType (LnHit).
            PERFORM ReadLoanPara.
        ScanLoanTabPara.
            ADD 1 TO LnIx.
                ADD 1 TO OverdueCount
                MOVE LntBookId (LnIx) TO BookOut
                MOVE LntPrnNo (LnIx) TO PrnOut
                IF LntType (LnIx) = "E"
                    MOVE "Emp No. " TO BorrowerOut
                ELSE
                    MOVE "Prn No. " TO BorrowerOut
                END-IF
                MOVE LntDue (LnIx) TO DueOut
                WRITE RecOut FROM DetailRec.
