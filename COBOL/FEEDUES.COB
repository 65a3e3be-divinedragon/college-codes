            SELECT FeeLedgerFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeLedgerStatus.
            SELECT InstPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InstPlanStatus.
            SELECT DuesRptFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeLedger.dat".
            COPY "FEELEDG.CPY".
        FD InstPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InstPlan.dat".
            COPY "INSTPLAN.CPY".
        FD DuesRptFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeDues.dat".
        01  Bkt3160        PIC 9(8)V99 VALUE 0.
        01  Bkt6190        PIC 9(8)V99 VALUE 0.
        01  Bkt90Plus      PIC 9(8)V99 VALUE 0.
        01  InstPlanStatus PIC XX VALUE "00".
        01  InstPlanEOF    PIC A VALUE "N".
        01  NotYetDue      PIC 9(8)V99 VALUE 0.
        01  PlIx           PIC 9 VALUE 0.
        01  PlHit          PIC 9 VALUE 0.
        01  PlCount        PIC 9 VALUE 0.
        01  PartIx         PIC 9 VALUE 0.
        01  TermWk         PIC 99 VALUE 0.
        01  PlanTable.
            05  PlEntry OCCURS 8 TIMES.
                10  PlTerm     PIC 99.
                10  PlParts    PIC 9.
                10  PlPart OCCURS 6 TIMES.
                    15  PlAmount   PIC 9(7)V99.
                    15  PlDueDate  PIC 9(8).
        COPY "CALENDAR.CPY".
        01  Heading1.
            05  F          PIC X(20) VALUE SPACES.
            MOVE EName TO NameOut.
            MOVE ECourse TO CourseOut.
            MOVE Balance TO BalOut.
            IF Balance > NotYetDue
                MOVE "DUES PENDING" TO StatusOut
            ELSE IF Balance > 0
                MOVE "NOT YET DUE" TO StatusOut
            ELSE
                MOVE "CLEAR" TO StatusOut.
            MOVE Bkt030 TO B030Out.
            MOVE 0 TO Balance.
            MOVE 0 TO PayTotal.
            MOVE 0 TO ChgCount.
            MOVE 0 TO NotYetDue.
            PERFORM LoadPlanPara.
            OPEN INPUT FeeLedgerFile.
            IF FeeLedgerStatus = "00"
                PERFORM ReadFeePara
               AND FlRunDate NOT > AsOfDate
                IF FlTxnType = "D" OR FlTxnType = "L"
                   OR FlTxnType = "H" OR FlTxnType = "B"
                   OR FlTxnType = "R" OR FlTxnType = "M"
                   OR FlTxnType = "T"
                    COMPUTE Balance = Balance + FlAmount
                    PERFORM AddChargePara
                ELSE
                    COMPUTE Balance = Balance - FlAmount
                    ADD FlAmount TO PayTotal.
            PERFORM ReadFeePara.
      * A term charge under an approved instalment plan is aged as
      * its parts, each from its own due date; parts not yet due are
      * held out of the chase altogether.
        AddChargePara.
            MOVE 0 TO PlHit.
            MOVE FlTerm TO TermWk.
            IF FlTxnType = "D" AND FlTerm NOT = 0
                PERFORM FindPlanTermPara.
            IF PlHit NOT = 0
                MOVE 0 TO PartIx
                PERFORM AddPartChgPara
                    UNTIL PartIx NOT < PlParts (PlHit)
            ELSE IF ChgCount < 50
                ADD 1 TO ChgCount
                MOVE FlRunDate TO ChgDate (ChgCount)
                MOVE FlAmount TO ChgAmount (ChgCount).
        AddPartChgPara.
            ADD 1 TO PartIx.
            IF PlDueDate (PlHit, PartIx) > AsOfDate
                ADD PlAmount (PlHit, PartIx) TO NotYetDue
            ELSE IF ChgCount < 50
                ADD 1 TO ChgCount
                MOVE PlDueDate (PlHit, PartIx) TO ChgDate (ChgCount)
                MOVE PlAmount (PlHit, PartIx) TO ChgAmount (ChgCount).
        FindPlanTermPara.
            MOVE 0 TO PlHit.
            MOVE 0 TO PlIx.
            PERFORM ScanPlanTabPara UNTIL PlIx NOT < PlCount
                                    OR PlHit NOT = 0.
        ScanPlanTabPara.
            ADD 1 TO PlIx.
            IF PlTerm (PlIx) = TermWk
                MOVE PlIx TO PlHit.
        LoadPlanPara.
            MOVE 0 TO PlCount.
            OPEN INPUT InstPlanFile.
            IF InstPlanStatus = "00"
                PERFORM ReadPlanPara
                PERFORM LoadOnePlanPara UNTIL InstPlanEOF = "Y"
                CLOSE InstPlanFile
                MOVE "N" TO InstPlanEOF.
        ReadPlanPara.
            READ InstPlanFile AT END MOVE "Y" TO InstPlanEOF.
        LoadOnePlanPara.
            IF IpPrnNo = EPrnNo AND IpStatus = "A"
                PERFORM KeepPlanPara.
            PERFORM ReadPlanPara.
        KeepPlanPara.
            MOVE IpTerm TO TermWk.
            PERFORM FindPlanTermPara.
            IF PlHit = 0 AND PlCount < 8
                ADD 1 TO PlCount
                MOVE PlCount TO PlHit
                MOVE IpTerm TO PlTerm (PlHit).
            IF PlHit NOT = 0
                MOVE IpCount TO PlParts (PlHit)
                MOVE 0 TO PartIx
                PERFORM CopyPartPara UNTIL PartIx NOT < IpCount.
        CopyPartPara.
            ADD 1 TO PartIx.
            MOVE IpAmount (PartIx) TO PlAmount (PlHit, PartIx).
            MOVE IpDueDate (PartIx) TO PlDueDate (PlHit, PartIx).
        AgeBucketsPara.
            MOVE 0 TO Bkt030 Bkt3160 Bkt6190 Bkt90Plus.
            MOVE 0 TO ChgIx.
