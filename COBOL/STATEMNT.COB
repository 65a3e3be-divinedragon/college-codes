        IDENTIFICATION DIVISION.
        PROGRAM-ID. FinStatements.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GlBalFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlBalStatus.
            SELECT AcctGroupFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctGroupStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CompParamFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CompParamStatus.

        DATA DIVISION.
        FILE SECTION.
        FD GlBalFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "GlBal.dat".
            COPY "GLBAL.CPY".
        FD AcctGroupFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctGroup.dat".
            COPY "ACCTGRP.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FinStmt.dat".
        01  RecOut             PIC X(90).
        FD CompParamFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CompParam.dat".
            COPY "PARAM.CPY".

        WORKING-STORAGE SECTION.
        01  GlBalStatus    PIC XX VALUE "00".
        01  AcctGroupStatus PIC XX VALUE "00".
        01  CompParamStatus PIC XX VALUE "00".
        01  GlBalEOF       PIC A VALUE "N".
        01  AcctGroupEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  FyIn           PIC 9(4).
        01  PdIn           PIC 99.
        01  PriorFy        PIC 9(4).
        01  PriorPd        PIC 99.
        01  RwIx           PIC 9(4) VALUE 0.
        01  RwHit          PIC 9(4) VALUE 0.
        01  RwCount        PIC 9(4) VALUE 0.
        01  RowTable.
            05  RowEntry OCCURS 2000 TIMES.
                10  RwAcct     PIC X(6).
                10  RwFy       PIC 9(4).
                10  RwPd       PIC 99.
                10  RwNet      PIC S9(11)V99.
        01  AcIx           PIC 9(3) VALUE 0.
        01  AcHit          PIC 9(3) VALUE 0.
        01  AcCount        PIC 9(3) VALUE 0.
        01  AcctTable.
            05  AcctEntry OCCURS 300 TIMES.
                10  AtAcct     PIC X(6).
                10  AtClass    PIC A.
                10  AtLine     PIC 9(3).
                10  AtCurPd    PIC S9(11)V99.
                10  AtPriorPd  PIC S9(11)V99.
                10  AtCurCum   PIC S9(11)V99.
                10  AtPriorCum PIC S9(11)V99.
        01  LnIx           PIC 9(3) VALUE 0.
        01  LnHit          PIC 9(3) VALUE 0.
        01  LnCount        PIC 9(3) VALUE 0.
        01  LineTable.
            05  LineEntry OCCURS 100 TIMES.
                10  LtCode     PIC X(4).
                10  LtName     PIC X(24).
                10  LtClass    PIC A.
                10  LtKey.
                    15  LtSeq  PIC 99.
                    15  LtKeyCode PIC X(4).
                10  LtCurPd    PIC S9(11)V99.
                10  LtPriorPd  PIC S9(11)V99.
                10  LtCurCum   PIC S9(11)V99.
                10  LtPriorCum PIC S9(11)V99.
        01  AcctWk         PIC X(6).
        01  ClassWk        PIC A.
        01  StmtWk         PIC A.
        01  LastKey        PIC X(6).
        01  CurKey         PIC X(6).
        01  CurLine        PIC 9(3) VALUE 0.
        01  SignedWk       PIC S9(11)V99 VALUE 0.
        01  ClassCur       PIC S9(11)V99 VALUE 0.
        01  ClassPrior     PIC S9(11)V99 VALUE 0.
        01  IncCur         PIC S9(11)V99 VALUE 0.
        01  IncPrior       PIC S9(11)V99 VALUE 0.
        01  ResultCur      PIC S9(11)V99 VALUE 0.
        01  ResultPrior    PIC S9(11)V99 VALUE 0.
        01  AssetCur       PIC S9(11)V99 VALUE 0.
        01  AssetPrior     PIC S9(11)V99 VALUE 0.
        01  ClaimCur       PIC S9(11)V99 VALUE 0.
        01  ClaimPrior     PIC S9(11)V99 VALUE 0.
        01  DiffCur        PIC S9(11)V99 VALUE 0.
        01  DiffPrior      PIC S9(11)V99 VALUE 0.
        01  UnmappedCount  PIC 9(3) VALUE 0.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(30) VALUE SPACES.
            05  CompanyNameOut PIC A(20) VALUE "XYZ BANK LTD.".
        01  Heading2.
            05  F          PIC X(20) VALUE SPACES.
            05  StmtTitleOut PIC X(24).
            05  F          PIC X(10) VALUE " Period : ".
            05  FyOut      PIC 9(4).
            05  F          PIC X(1) VALUE "/".
            05  PdOut      PIC 99.
            05  F          PIC X(10) VALUE "  Prior : ".
            05  PriorFyOut PIC 9(4).
            05  F          PIC X(1) VALUE "/".
            05  PriorPdOut PIC 99.
        01  LineRec        PIC X(90) VALUE ALL "-".
        01  RecHead.
            05  F          PIC X(3) VALUE SPACES.
            05  F          PIC X(35) VALUE "Schedule Line".
            05  F          PIC X(17) VALUE "   This Period".
            05  F          PIC X(17) VALUE "  Prior Period".
        01  CaptionLine.
            05  F          PIC X(3) VALUE SPACES.
            05  CaptionOut PIC X(40).
        01  DetailRec.
            05  F          PIC X(6) VALUE SPACES.
            05  LineNameOut PIC X(24).
            05  F          PIC X(4) VALUE SPACES.
            05  CurOut     PIC -(11)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  PriorOut   PIC -(11)9.99.
        01  TotalRec.
            05  F          PIC X(3) VALUE SPACES.
            05  TotNameOut PIC X(31).
            05  TotCurOut  PIC -(11)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  TotPriorOut PIC -(11)9.99.
        01  UnmappedRec.
            05  F          PIC X(6) VALUE SPACES.
            05  F          PIC X(18) VALUE "Unmapped Account ".
            05  UmAcctOut  PIC X(6).
            05  F          PIC X(4) VALUE SPACES.
            05  UmCurOut   PIC -(11)9.99.
            05  F          PIC X(2) VALUE SPACES.
            05  UmPriorOut PIC -(11)9.99.
        01  VerdictLine.
            05  F          PIC X(3) VALUE SPACES.
            05  VerdictOut PIC X(40).

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            DISPLAY (3, 10) "Fiscal Year :- ".
            ACCEPT FyIn.
            DISPLAY (4, 10) "Period (1-12) :- ".
            ACCEPT PdIn.
            IF PdIn < 1 OR PdIn > 12
                DISPLAY "Period Out Of Range. Run Refused."
                GOBACK.
            IF PdIn = 1
                COMPUTE PriorFy = FyIn - 1
                MOVE 12 TO PriorPd
            ELSE
                MOVE FyIn TO PriorFy
                COMPUTE PriorPd = PdIn - 1.
            PERFORM ReadCompParamPara.
            PERFORM LoadGroupPara.
            PERFORM LoadBalancesPara.
            PERFORM SumAccountsPara.
            OPEN OUTPUT FileOut.
            PERFORM ProfitLossPara.
            PERFORM BalanceSheetPara.
            PERFORM VerdictPara.
            MOVE AcCount TO CtRecsOut.
            MOVE ResultCur TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY "Accounts Reported :- " AcCount.
            DISPLAY "Unmapped Accounts :- " UnmappedCount.
            GOBACK.
        ReadCompParamPara.
            OPEN INPUT CompParamFile.
            IF CompParamStatus = "00"
                READ CompParamFile
                MOVE CpCompanyName TO CompanyNameOut
                CLOSE CompParamFile.
      * Grouping cards build the account table and the schedule line
      * table; a later card for an account moves it to its new line.
        LoadGroupPara.
            OPEN INPUT AcctGroupFile.
            IF AcctGroupStatus = "00"
                PERFORM ReadGroupPara
                PERFORM LoadOneGroupPara UNTIL AcctGroupEOF = "Y"
                CLOSE AcctGroupFile.
        ReadGroupPara.
            READ AcctGroupFile AT END MOVE "Y" TO AcctGroupEOF.
        LoadOneGroupPara.
            MOVE AgAcctNo TO AcctWk.
            PERFORM FindAcctPara.
            PERFORM FindLinePara.
            IF LnHit = 0 AND LnCount < 100
                ADD 1 TO LnCount
                MOVE LnCount TO LnHit
                MOVE AgLine TO LtCode (LnHit)
                MOVE 0 TO LtCurPd (LnHit)
                MOVE 0 TO LtPriorPd (LnHit)
                MOVE 0 TO LtCurCum (LnHit)
                MOVE 0 TO LtPriorCum (LnHit).
            IF LnHit NOT = 0
                MOVE AgLineName TO LtName (LnHit)
                MOVE AgClass TO LtClass (LnHit)
                MOVE AgSeq TO LtSeq (LnHit)
                MOVE AgLine TO LtKeyCode (LnHit).
            IF AcHit NOT = 0
                MOVE AgClass TO AtClass (AcHit)
                MOVE LnHit TO AtLine (AcHit).
            PERFORM ReadGroupPara.
        FindLinePara.
            MOVE 0 TO LnHit.
            MOVE 0 TO LnIx.
            PERFORM ScanLinePara UNTIL LnIx NOT < LnCount
                                 OR LnHit NOT = 0.
        ScanLinePara.
            ADD 1 TO LnIx.
            IF LtCode (LnIx) = AgLine
                MOVE LnIx TO LnHit.
        FindAcctPara.
            MOVE 0 TO AcHit.
            MOVE 0 TO AcIx.
            PERFORM ScanAcctPara UNTIL AcIx NOT < AcCount
                                 OR AcHit NOT = 0.
            IF AcHit = 0 AND AcCount < 300
                ADD 1 TO AcCount
                MOVE AcCount TO AcHit
                MOVE AcctWk TO AtAcct (AcHit)
                MOVE SPACES TO AtClass (AcHit)
                MOVE 0 TO AtLine (AcHit)
                MOVE 0 TO AtCurPd (AcHit)
                MOVE 0 TO AtPriorPd (AcHit)
                MOVE 0 TO AtCurCum (AcHit)
                MOVE 0 TO AtPriorCum (AcHit).
        ScanAcctPara.
            ADD 1 TO AcIx.
            IF AtAcct (AcIx) = AcctWk
                MOVE AcIx TO AcHit.
      * GlBal.dat is appended to, so the latest row for an account,
      * year and period wins. Only the periods of the two fiscal
      * years up to the chosen and prior periods are kept.
        LoadBalancesPara.
            OPEN INPUT GlBalFile.
            IF GlBalStatus = "00"
                PERFORM ReadGlBalPara
                PERFORM LoadOneBalPara UNTIL GlBalEOF = "Y"
                CLOSE GlBalFile.
        ReadGlBalPara.
            READ GlBalFile AT END MOVE "Y" TO GlBalEOF.
        LoadOneBalPara.
            IF (GbFiscalYear = FyIn AND GbPeriod NOT > PdIn)
               OR (GbFiscalYear = PriorFy AND GbPeriod NOT > PriorPd)
                MOVE 0 TO RwHit
                MOVE 0 TO RwIx
                PERFORM ScanRowPara UNTIL RwIx NOT < RwCount
                                    OR RwHit NOT = 0
                IF RwHit = 0 AND RwCount < 2000
                    ADD 1 TO RwCount
                    MOVE RwCount TO RwHit
                    MOVE GbAcctNo TO RwAcct (RwHit)
                    MOVE GbFiscalYear TO RwFy (RwHit)
                    MOVE GbPeriod TO RwPd (RwHit)
                END-IF
                IF RwHit NOT = 0
                    COMPUTE RwNet (RwHit) = GbDrTotal - GbCrTotal
                END-IF
            END-IF.
            PERFORM ReadGlBalPara.
        ScanRowPara.
            ADD 1 TO RwIx.
            IF RwAcct (RwIx) = GbAcctNo
               AND RwFy (RwIx) = GbFiscalYear
               AND RwPd (RwIx) = GbPeriod
                MOVE RwIx TO RwHit.
      * Each row adds to the account's cumulative figure for its year
      * and, when it is the chosen or prior period itself, to that
      * period's movement. Nets are debit less credit throughout.
        SumAccountsPara.
            MOVE 0 TO RwIx.
            PERFORM SumOneRowPara UNTIL RwIx NOT < RwCount.
            MOVE 0 TO AcIx.
            PERFORM SumOneAcctPara UNTIL AcIx NOT < AcCount.
        SumOneRowPara.
            ADD 1 TO RwIx.
            MOVE RwAcct (RwIx) TO AcctWk.
            PERFORM FindAcctPara.
            IF AcHit NOT = 0
                IF RwFy (RwIx) = FyIn AND RwPd (RwIx) NOT > PdIn
                    ADD RwNet (RwIx) TO AtCurCum (AcHit)
                    IF RwPd (RwIx) = PdIn
                        ADD RwNet (RwIx) TO AtCurPd (AcHit)
                    END-IF
                END-IF
                IF RwFy (RwIx) = PriorFy AND RwPd (RwIx) NOT > PriorPd
                    ADD RwNet (RwIx) TO AtPriorCum (AcHit)
                    IF RwPd (RwIx) = PriorPd
                        ADD RwNet (RwIx) TO AtPriorPd (AcHit).
      * Income, liabilities and equity are shown credit-positive,
      * expenses and assets debit-positive.
        SumOneAcctPara.
            ADD 1 TO AcIx.
            MOVE AtLine (AcIx) TO LnHit.
            IF LnHit NOT = 0
                IF AtClass (AcIx) = "E" OR AtClass (AcIx) = "A"
                    ADD AtCurPd (AcIx) TO LtCurPd (LnHit)
                    ADD AtPriorPd (AcIx) TO LtPriorPd (LnHit)
                    ADD AtCurCum (AcIx) TO LtCurCum (LnHit)
                    ADD AtPriorCum (AcIx) TO LtPriorCum (LnHit)
                ELSE
                    SUBTRACT AtCurPd (AcIx) FROM LtCurPd (LnHit)
                    SUBTRACT AtPriorPd (AcIx) FROM LtPriorPd (LnHit)
                    SUBTRACT AtCurCum (AcIx) FROM LtCurCum (LnHit)
                    SUBTRACT AtPriorCum (AcIx) FROM LtPriorCum (LnHit)
                END-IF
                IF AtClass (AcIx) = "I" OR AtClass (AcIx) = "E"
                    SUBTRACT AtCurCum (AcIx) FROM ResultCur
                    SUBTRACT AtPriorCum (AcIx) FROM ResultPrior.
        ProfitLossPara.
            MOVE "PROFIT AND LOSS" TO StmtTitleOut.
            PERFORM HeadingPara.
            MOVE "P" TO StmtWk.
            MOVE "INCOME" TO CaptionOut.
            MOVE "I" TO ClassWk.
            PERFORM ClassPara.
            MOVE "TOTAL INCOME" TO TotNameOut.
            PERFORM TotalPara.
            MOVE ClassCur TO IncCur.
            MOVE ClassPrior TO IncPrior.
            MOVE "EXPENSES" TO CaptionOut.
            MOVE "E" TO ClassWk.
            PERFORM ClassPara.
            MOVE "TOTAL EXPENSES" TO TotNameOut.
            PERFORM TotalPara.
            WRITE RecOut FROM LineRec.
            SUBTRACT ClassCur FROM IncCur.
            SUBTRACT ClassPrior FROM IncPrior.
            MOVE "NET RESULT FOR THE PERIOD" TO TotNameOut.
            MOVE IncCur TO ClassCur.
            MOVE IncPrior TO ClassPrior.
            PERFORM TotalPara.
            WRITE RecOut FROM LineRec.
      * The balance sheet stands at the end of each period; income
      * and expense heads to that date come in as one equity line.
        BalanceSheetPara.
            MOVE "BALANCE SHEET" TO StmtTitleOut.
            PERFORM HeadingPara.
            MOVE "B" TO StmtWk.
            MOVE "ASSETS" TO CaptionOut.
            MOVE "A" TO ClassWk.
            PERFORM ClassPara.
            MOVE "TOTAL ASSETS" TO TotNameOut.
            PERFORM TotalPara.
            MOVE ClassCur TO AssetCur.
            MOVE ClassPrior TO AssetPrior.
            MOVE "LIABILITIES" TO CaptionOut.
            MOVE "L" TO ClassWk.
            PERFORM ClassPara.
            MOVE "TOTAL LIABILITIES" TO TotNameOut.
            PERFORM TotalPara.
            MOVE ClassCur TO ClaimCur.
            MOVE ClassPrior TO ClaimPrior.
            MOVE "EQUITY" TO CaptionOut.
            MOVE "Q" TO ClassWk.
            PERFORM ClassPara.
            MOVE "Result To Date" TO LineNameOut.
            MOVE ResultCur TO CurOut.
            MOVE ResultPrior TO PriorOut.
            WRITE RecOut FROM DetailRec.
            ADD ResultCur TO ClassCur.
            ADD ResultPrior TO ClassPrior.
            MOVE "TOTAL EQUITY" TO TotNameOut.
            PERFORM TotalPara.
            ADD ClassCur TO ClaimCur.
            ADD ClassPrior TO ClaimPrior.
            WRITE RecOut FROM LineRec.
            MOVE "TOTAL LIABILITIES AND EQUITY" TO TotNameOut.
            MOVE ClaimCur TO ClassCur.
            MOVE ClaimPrior TO ClassPrior.
            PERFORM TotalPara.
            WRITE RecOut FROM LineRec.
        HeadingPara.
            MOVE FyIn TO FyOut.
            MOVE PdIn TO PdOut.
            MOVE PriorFy TO PriorFyOut.
            MOVE PriorPd TO PriorPdOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM RecHead.
            WRITE RecOut FROM LineRec.
      * Lines of one class print in AgSeq order, then by line code.
        ClassPara.
            WRITE RecOut FROM CaptionLine.
            MOVE 0 TO ClassCur.
            MOVE 0 TO ClassPrior.
            MOVE LOW-VALUES TO LastKey.
            PERFORM NextLinePara.
            PERFORM PrintLinePara UNTIL CurLine = 0.
        NextLinePara.
            MOVE HIGH-VALUES TO CurKey.
            MOVE 0 TO CurLine.
            MOVE 0 TO LnIx.
            PERFORM PickLinePara UNTIL LnIx NOT < LnCount.
        PickLinePara.
            ADD 1 TO LnIx.
            IF LtClass (LnIx) = ClassWk
               AND LtKey (LnIx) > LastKey
               AND LtKey (LnIx) < CurKey
                MOVE LtKey (LnIx) TO CurKey
                MOVE LnIx TO CurLine.
        PrintLinePara.
            MOVE LtName (CurLine) TO LineNameOut.
            IF StmtWk = "P"
                MOVE LtCurPd (CurLine) TO CurOut
                MOVE LtPriorPd (CurLine) TO PriorOut
                ADD LtCurPd (CurLine) TO ClassCur
                ADD LtPriorPd (CurLine) TO ClassPrior
            ELSE
                MOVE LtCurCum (CurLine) TO CurOut
                MOVE LtPriorCum (CurLine) TO PriorOut
                ADD LtCurCum (CurLine) TO ClassCur
                ADD LtPriorCum (CurLine) TO ClassPrior.
            WRITE RecOut FROM DetailRec.
            MOVE CurKey TO LastKey.
            PERFORM NextLinePara.
        TotalPara.
            MOVE ClassCur TO TotCurOut.
            MOVE ClassPrior TO TotPriorOut.
            WRITE RecOut FROM TotalRec.
      * Assets must equal liabilities and equity in both columns. An
      * account with no grouping card, or one with a class the
      * statements do not know, holds them apart and is listed.
        VerdictPara.
            MOVE 0 TO AcIx.
            PERFORM ListUnmappedPara UNTIL AcIx NOT < AcCount.
            COMPUTE DiffCur = AssetCur - ClaimCur.
            COMPUTE DiffPrior = AssetPrior - ClaimPrior.
            IF UnmappedCount > 0
                MOVE "** UNMAPPED ACCOUNTS - NOT COMPLETE **"
                    TO VerdictOut
                WRITE RecOut FROM VerdictLine
                MOVE 4 TO RETURN-CODE.
            IF DiffCur = 0 AND DiffPrior = 0
                MOVE "IN BALANCE - ASSETS EQUAL CLAIMS" TO VerdictOut
                WRITE RecOut FROM VerdictLine
            ELSE
                MOVE "** STATEMENTS DO NOT BALANCE **" TO VerdictOut
                WRITE RecOut FROM VerdictLine
                MOVE "DIFFERENCE" TO TotNameOut
                MOVE DiffCur TO ClassCur
                MOVE DiffPrior TO ClassPrior
                PERFORM TotalPara
                MOVE 4 TO RETURN-CODE.
        ListUnmappedPara.
            ADD 1 TO AcIx.
            IF AtLine (AcIx) = 0
               OR (AtClass (AcIx) NOT = "I" AND AtClass (AcIx) NOT = "E"
                   AND AtClass (AcIx) NOT = "A"
                   AND AtClass (AcIx) NOT = "L"
                   AND AtClass (AcIx) NOT = "Q")
                IF AtCurCum (AcIx) NOT = 0 OR AtPriorCum (AcIx) NOT = 0
                    ADD 1 TO UnmappedCount
                    MOVE AtAcct (AcIx) TO UmAcctOut
                    MOVE AtCurCum (AcIx) TO UmCurOut
                    MOVE AtPriorCum (AcIx) TO UmPriorOut
                    WRITE RecOut FROM UnmappedRec.
