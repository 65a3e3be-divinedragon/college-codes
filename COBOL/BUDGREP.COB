            05  MItemName      PIC X(10).
            05  MReorderLevel  PIC 9(4).
            05  MCostCenter    PIC X(4).
            05  MInspectReq    PIC A.
        FD DeptPayFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "DeptPay.dat".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "BudgetRep.dat".
        01  RecOut             PIC X(132).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
                10  BgtAmount    PIC 9(8)V99.
                10  BgtCommitted PIC 9(9)V99.
                10  BgtActual    PIC S9(9)V99.
                10  BgtSalBudget PIC 9(8)V99.
                10  BgtPayActual PIC 9(9)V99.
        01  PrIx           PIC 9(3) VALUE 0.
        01  PrHit          PIC 9(3) VALUE 0.
        01  PrCount        PIC 9(3) VALUE 0.
                10  PrtQty     PIC 9(5).
                10  PrtRate    PIC 9(4)V99.
                10  PrtStatus  PIC A.
                10  PrtDept    PIC X(4).
        01  VarianceWk     PIC S9(9)V99 VALUE 0.
        01  SalVarianceWk  PIC S9(9)V99 VALUE 0.
        COPY "CALENDAR.CPY".
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  FyOut      PIC 9(4).
            05  F          PIC X(1) VALUE "/".
            05  PdOut      PIC 99.
        01  LineRec        PIC X(132) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(7) VALUE "Dept".
            05  F          PIC X(15) VALUE "Committed".
            05  F          PIC X(15) VALUE "Actual".
            05  F          PIC X(15) VALUE "Headroom".
            05  F          PIC X(14) VALUE "Sal Budget".
            05  F          PIC X(14) VALUE "Sal Actual".
            05  F          PIC X(15) VALUE "Sal Headroom".
            05  F          PIC X(12) VALUE "Flag".
        01  DetailRec.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(3) VALUE SPACES.
            05  HeadOut    PIC -Z(7)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  SalBudgOut PIC Z(7)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  SalActOut  PIC Z(7)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  SalHeadOut PIC -Z(7)9.99.
            05  F          PIC X(3) VALUE SPACES.
            05  FlagOut    PIC X(12).

        PROCEDURE DIVISION.
                MOVE DeptWk TO BgtDept (BgHit)
                MOVE 0 TO BgtAmount (BgHit)
                MOVE 0 TO BgtCommitted (BgHit)
                MOVE 0 TO BgtActual (BgHit)
                MOVE 0 TO BgtSalBudget (BgHit)
                MOVE 0 TO BgtPayActual (BgHit).
            IF BgHit = 0
                MOVE 1 TO BgHit.
        ScanDeptTabPara.
            IF BgFiscalYear = FyIn AND BgPeriod = PdIn
                MOVE BgDept TO DeptWk
                PERFORM FindDeptEntryPara
                IF BgBudgType = "S"
                    MOVE BgAmount TO BgtSalBudget (BgHit)
                ELSE
                    MOVE BgAmount TO BgtAmount (BgHit).
            PERFORM ReadBudgetPara.
        LoadCommitmentsPara.
            OPEN INPUT PoRegFile.
                ELSE
                    MOVE 0 TO PrtRate (PrHit)
                END-IF
                MOVE PoStatus TO PrtStatus (PrHit)
                MOVE PoDept TO PrtDept (PrHit).
            PERFORM ReadPoRegPara.
        ScanPoTabPara.
            ADD 1 TO PrIx.
            IF PrtPoNo (PrIx) = PoNo
                MOVE PrIx TO PrHit.
      * A PO is charged to the department recorded on its register
      * row; older rows without one fall back to the item's cost
      * center.
        CommitOnePoPara.
            ADD 1 TO PrIx.
            IF PrtStatus (PrIx) = "O"
                MOVE PrtDept (PrIx) TO DeptWk
                IF DeptWk = SPACES AND MastStatus = "00"
                    MOVE PrtItem (PrIx) TO MItemCode
                    READ MastFile
                        INVALID KEY MOVE SPACES TO DeptWk
        LoadOnePayPara.
            MOVE DpDept TO DeptWk.
            PERFORM FindDeptEntryPara.
            ADD DpPayTotal TO BgtPayActual (BgHit).
            PERFORM ReadDeptPayPara.
        ReadDeptInvPara.
            READ DeptInvFile AT END MOVE "Y" TO DeptInvEOF.
            PERFORM FindDeptEntryPara.
            ADD DiInvTotal TO BgtActual (BgHit).
            PERFORM ReadDeptInvPara.
      * Pay is measured against the salary budget once one has been
      * loaded for the department; until then it counts against the
      * general budget as it always has.
        PrintOnePara.
            ADD 1 TO BgIx.
            IF BgtSalBudget (BgIx) = 0
                ADD BgtPayActual (BgIx) TO BgtActual (BgIx)
                MOVE 0 TO BgtPayActual (BgIx).
            MOVE BgtDept (BgIx) TO DeptOut.
            MOVE BgtAmount (BgIx) TO BudgetOut.
            MOVE BgtCommitted (BgIx) TO CommitOut.
            COMPUTE VarianceWk = BgtAmount (BgIx)
                - BgtCommitted (BgIx) - BgtActual (BgIx).
            MOVE VarianceWk TO HeadOut.
            MOVE BgtSalBudget (BgIx) TO SalBudgOut.
            MOVE BgtPayActual (BgIx) TO SalActOut.
            COMPUTE SalVarianceWk = BgtSalBudget (BgIx)
                - BgtPayActual (BgIx).
            MOVE SalVarianceWk TO SalHeadOut.
            IF VarianceWk < 0 AND SalVarianceWk < 0
                MOVE "** OVER BOTH" TO FlagOut
            ELSE IF VarianceWk < 0
                MOVE "** OVER" TO FlagOut
            ELSE IF SalVarianceWk < 0
                MOVE "** OVER SAL" TO FlagOut
            ELSE
                MOVE SPACES TO FlagOut.
            WRITE RecOut FROM DetailRec.
