            SELECT GlPostCtlFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GlPostCtlStatus.
            SELECT JournalCtlFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JournalCtlStatus.
            SELECT AcctGroupFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AcctGroupStatus.
            SELECT RunLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RunLogStatus.
            VALUE OF FILE-ID IS "GlPostCtl.dat".
        01  GlPostCtlRec.
            05  GpLastDate     PIC 9(8).
        FD JournalCtlFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "JournalCtl.dat".
        01  JournalCtlRec.
            05  JcRunDate      PIC 9(8).
        FD AcctGroupFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AcctGroup.dat".
            COPY "ACCTGRP.CPY".
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
        01  GlBalStatus    PIC XX VALUE "00".
        01  GlHistStatus   PIC XX VALUE "00".
        01  GlPostCtlStatus PIC XX VALUE "00".
        01  JournalCtlStatus PIC XX VALUE "00".
        01  AcctGroupStatus PIC XX VALUE "00".
        01  RunLogStatus   PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  JournalEOF     PIC A VALUE "N".
        01  GlBalEOF       PIC A VALUE "N".
        01  AcctGroupEOF   PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  ModeIn         PIC A VALUE "P".
        01  CloseFyIn      PIC 9(4).
        01  LastPosted     PIC 9(8) VALUE 0.
        01  JournalRunDate PIC 9(8) VALUE 0.
        01  JnCount        PIC 9(5) VALUE 0.
        01  BalIx          PIC 9(3) VALUE 0.
        01  BalHit         PIC 9(3) VALUE 0.
        01  NetWk          PIC S9(11)V99 VALUE 0.
        01  CfIx           PIC 9(3) VALUE 0.
        01  NextFy         PIC 9(4) VALUE 0.
        01  RetainedAcct   PIC X(6) VALUE SPACES.
        01  GrIx           PIC 9(3) VALUE 0.
        01  GrHit          PIC 9(3) VALUE 0.
        01  GrCount        PIC 9(3) VALUE 0.
        01  GroupTable.
            05  GroupEntry OCCURS 300 TIMES.
                10  GtAcct     PIC X(6).
                10  GtClass    PIC A.
        COPY "CALENDAR.CPY".

        PROCEDURE DIVISION.
               AND BtFy (BalIx) = GbFiscalYear
               AND BtPd (BalIx) = GbPeriod
                MOVE BalIx TO BalHit.
      * One journal (one GLJournal run) posts once; the control file
      * keeps the run date last posted, like the item report's
      * control. Voucher lines carry their own dates, so the run
      * date comes from GLJournal's control record; a journal
      * released before that record existed is known by its first
      * line's date.
        PostJournalPara.
            PERFORM ReadCtlPara.
            OPEN INPUT JournalFile.
                DISPLAY "Journal.dat Is Empty. Nothing To Post."
                CLOSE JournalFile
                GOBACK.
            PERFORM ReadJournalCtlPara.
            IF JournalRunDate = LastPosted
                DISPLAY "This Journal Was Already Posted On "
                        LastPosted ". Run Refused."
                CLOSE JournalFile
                END-READ
                MOVE GpLastDate TO LastPosted
                CLOSE GlPostCtlFile.
        ReadJournalCtlPara.
            MOVE JnDate TO JournalRunDate.
            OPEN INPUT JournalCtlFile.
            IF JournalCtlStatus = "00"
                READ JournalCtlFile
                    NOT AT END MOVE JcRunDate TO JournalRunDate
                END-READ
                CLOSE JournalCtlFile.
        WriteCtlPara.
            OPEN OUTPUT GlPostCtlFile.
            MOVE JournalRunDate TO GpLastDate.
            WRITE GlPostCtlRec.
            CLOSE GlPostCtlFile.
        ReadJournalPara.
                MOVE BtCr (BalIx) TO GbCrTotal
                WRITE GlBalRec.
      * Year-end: the net of each account across the closing year
      * becomes the opening row in period 01 of the next year. Once
      * AcctGroup.dat names a retained-result account, income and
      * expense heads are closed into it instead, so each year's
      * statements start those heads from nil.
        CarryForwardPara.
            DISPLAY (5, 10) "Fiscal Year To Carry Forward :- ".
            ACCEPT CloseFyIn.
            COMPUTE NextFy = CloseFyIn + 1.
            PERFORM LoadGroupPara.
            MOVE 0 TO CfIx.
            PERFORM CarryOneAcctPara UNTIL CfIx NOT < BalCount.
            PERFORM SaveBalancesPara.
               AND BtChanged (CfIx) NOT = "Y"
                COMPUTE NetWk = BtDr (CfIx) - BtCr (CfIx)
                MOVE BtAcct (CfIx) TO GbAcctNo
                PERFORM ClosingAcctPara
                MOVE NextFy TO GbFiscalYear
                MOVE 01 TO GbPeriod
                PERFORM AddOpeningPara.
        ClosingAcctPara.
            MOVE 0 TO GrHit.
            MOVE 0 TO GrIx.
            PERFORM ScanGroupPara UNTIL GrIx NOT < GrCount
                                  OR GrHit NOT = 0.
            IF GrHit NOT = 0 AND RetainedAcct NOT = SPACES
                IF GtClass (GrHit) = "I" OR GtClass (GrHit) = "E"
                    MOVE RetainedAcct TO GbAcctNo.
        ScanGroupPara.
            ADD 1 TO GrIx.
            IF GtAcct (GrIx) = GbAcctNo
                MOVE GrIx TO GrHit.
        LoadGroupPara.
            OPEN INPUT AcctGroupFile.
            IF AcctGroupStatus = "00"
                PERFORM ReadGroupPara
                PERFORM LoadOneGroupPara UNTIL AcctGroupEOF = "Y"
                CLOSE AcctGroupFile.
        ReadGroupPara.
            READ AcctGroupFile AT END MOVE "Y" TO AcctGroupEOF.
        LoadOneGroupPara.
            MOVE AgAcctNo TO GbAcctNo.
            MOVE 0 TO GrHit.
            MOVE 0 TO GrIx.
            PERFORM ScanGroupPara UNTIL GrIx NOT < GrCount
                                  OR GrHit NOT = 0.
            IF GrHit = 0 AND GrCount < 300
                ADD 1 TO GrCount
                MOVE GrCount TO GrHit
                MOVE AgAcctNo TO GtAcct (GrHit).
            IF GrHit NOT = 0
                MOVE AgClass TO GtClass (GrHit).
            IF AgRetained = "Y"
                MOVE AgAcctNo TO RetainedAcct.
            PERFORM ReadGroupPara.
        AddOpeningPara.
            PERFORM FindBalEntryPara.
            IF BalHit = 0
            MOVE RunDate8 TO RlRunDate.
            MOVE JnCount TO RlRecRead.
            MOVE JnCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
