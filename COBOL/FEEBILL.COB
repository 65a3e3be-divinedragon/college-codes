            SELECT StandFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StandStatus.
            SELECT InstPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InstPlanStatus.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudStand.dat".
            COPY "STANDING.CPY".
        FD InstPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InstPlan.dat".
            COPY "INSTPLAN.CPY".

        WORKING-STORAGE SECTION.
        COPY "ACCTPCHK.CPY".
                10  DetStat    PIC A.
        01  DetainedWk     PIC A VALUE "N".
        01  SkipDetCount   PIC 9(4) VALUE 0.
        01  InstPlanStatus PIC XX VALUE "00".
        01  InstPlanEOF    PIC A VALUE "N".
        01  PlanFound      PIC A VALUE "N".
        01  PnIx           PIC 9 VALUE 0.
        01  PnCount        PIC 9 VALUE 0.
        01  PnTable.
            05  PnEntry OCCURS 6 TIMES.
                10  PnAmount   PIC 9(7)V99.
                10  PnDueDate  PIC 9(8).
        01  LateDoneTable.
            05  LateDone   PIC A OCCURS 6 TIMES.
        01  NotYetDue      PIC 9(8)V99 VALUE 0.
        01  Overdue        PIC S9(8)V99 VALUE 0.
        01  LatePartOut.
            05  F          PIC X(8) VALUE "LATE PT ".
            05  LatePartNo PIC 9.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(20) VALUE SPACES.
                IF AlreadyBilled = "N"
                    PERFORM RaiseDuePara
                ELSE
                    PERFORM LateCheckPara.
            PERFORM ReadStudentPara.
        CheckDetainedPara.
            MOVE "N" TO DetainedWk.
        ScanLedgerPara.
            MOVE "N" TO AlreadyBilled.
            MOVE "N" TO AlreadyLate.
            MOVE ALL "N" TO LateDoneTable.
            MOVE 0 TO Balance.
            OPEN INPUT FeeLedgerScan.
            IF FeeScanStatus = "00"
                IF SkApprvFlag = "A"
                    IF SkTxnType = "D" OR SkTxnType = "L"
                       OR SkTxnType = "H" OR SkTxnType = "B"
                       OR SkTxnType = "R" OR SkTxnType = "M"
                       OR SkTxnType = "T"
                        ADD SkAmount TO Balance
                    ELSE
                        SUBTRACT SkAmount FROM Balance
                    MOVE "Y" TO AlreadyBilled
                END-IF
                IF SkTxnType = "L" AND SkTerm = TermIn
                    PERFORM NoteLatePara
                END-IF.
            PERFORM ReadScanPara.
      * A late fee raised against one instalment part carries the
      * part number in FlRcptNo; a whole-term late fee carries zero.
        NoteLatePara.
            IF SkRcptNo = 0
                MOVE "Y" TO AlreadyLate
            ELSE IF SkRcptNo NOT > 6
                MOVE "Y" TO LateDone (SkRcptNo).
        RaiseDuePara.
            MOVE EPrnNo TO FlPrnNo.
            MOVE "D" TO FlTxnType.
                MOVE "LATE FEE" TO ActionOut
                MOVE LateFee TO AmtOut
                PERFORM WriteRegPara.
      * A student on an approved instalment plan is charged late fees
      * part by part: only parts past their own due date count, and
      * payments are taken to have cleared the earliest parts first,
      * so the unpaid money sits in the latest overdue parts.
        LateCheckPara.
            PERFORM FindPlanPara.
            IF PlanFound = "Y" AND Balance > 0 AND AlreadyLate = "N"
                PERFORM PlanLateFeePara
            ELSE IF PlanFound = "N" AND Balance > 0
                    AND RunDate8 > UseDueDate AND AlreadyLate = "N"
                PERFORM RaiseLateFeePara.
        PlanLateFeePara.
            MOVE 0 TO NotYetDue.
            MOVE 0 TO PnIx.
            PERFORM SumNotDuePara UNTIL PnIx NOT < PnCount.
            COMPUTE Overdue = Balance - NotYetDue.
            MOVE PnCount TO PnIx.
            PERFORM LateOnePartPara UNTIL PnIx = 0
                                    OR Overdue NOT > 0.
        SumNotDuePara.
            ADD 1 TO PnIx.
            IF PnDueDate (PnIx) NOT < RunDate8
                ADD PnAmount (PnIx) TO NotYetDue.
        LateOnePartPara.
            IF RunDate8 > PnDueDate (PnIx)
                IF LateDone (PnIx) = "N"
                    PERFORM RaisePartLatePara
                END-IF
                SUBTRACT PnAmount (PnIx) FROM Overdue.
            SUBTRACT 1 FROM PnIx.
        RaisePartLatePara.
            COMPUTE LateFee ROUNDED = PnAmount (PnIx) * UseLatePct.
            IF LateFee > 0
                MOVE EPrnNo TO FlPrnNo
                MOVE "L" TO FlTxnType
                MOVE LateFee TO FlAmount
                MOVE RunDate8 TO FlRunDate
                MOVE TermIn TO FlTerm
                MOVE PnIx TO FlRcptNo
                MOVE "A" TO FlApprvFlag
                WRITE FeeLedgerRec
                ADD 1 TO LateCount
                ADD LateFee TO BilledTotal
                MOVE PnIx TO LatePartNo
                MOVE LatePartOut TO ActionOut
                MOVE LateFee TO AmtOut
                PERFORM WriteRegPara.
        FindPlanPara.
            MOVE "N" TO PlanFound.
            MOVE 0 TO PnCount.
            OPEN INPUT InstPlanFile.
            IF InstPlanStatus = "00"
                PERFORM ReadPlanPara
                PERFORM MatchPlanPara UNTIL InstPlanEOF = "Y"
                CLOSE InstPlanFile
                MOVE "N" TO InstPlanEOF.
        ReadPlanPara.
            READ InstPlanFile AT END MOVE "Y" TO InstPlanEOF.
        MatchPlanPara.
            IF IpPrnNo = EPrnNo AND IpTerm = TermIn
               AND IpStatus = "A"
                MOVE "Y" TO PlanFound
                MOVE IpCount TO PnCount
                MOVE 0 TO PnIx
                PERFORM CopyPartPara UNTIL PnIx NOT < PnCount.
            PERFORM ReadPlanPara.
        CopyPartPara.
            ADD 1 TO PnIx.
            MOVE IpAmount (PnIx) TO PnAmount (PnIx).
            MOVE IpDueDate (PnIx) TO PnDueDate (PnIx).
        WriteRegPara.
            MOVE EPrnNo TO PrnOut.
            MOVE EName TO NameOut.
