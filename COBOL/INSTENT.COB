        IDENTIFICATION DIVISION.
        PROGRAM-ID. InstalmentPlanEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT StudentExtFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EPrnNo
            FILE STATUS IS StudentExtStatus.
            SELECT FeeStrucFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FeeStrucStatus.
            SELECT InstPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InstPlanStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD StudentExtFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "StudentExt.dat".
            COPY "STUDEXT.CPY".
        FD FeeStrucFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "FeeStruc.dat".
            COPY "FEESTRUC.CPY".
        FD InstPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InstPlan.dat".
            COPY "INSTPLAN.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "CALENDAR.CPY".
        01  StudentExtStatus PIC XX VALUE "00".
        01  FeeStrucStatus PIC XX VALUE "00".
        01  InstPlanStatus PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  StrucEOF       PIC A VALUE "N".
        01  InstPlanEOF    PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  MoreFlag       PIC A VALUE "Y".
        01  PrnIn          PIC 9(9).
        01  TermIn         PIC 99.
        01  PartsIn        PIC 9.
        01  StudFound      PIC A VALUE "N".
        01  StrucFound     PIC A VALUE "N".
        01  TermAmount     PIC 9(7)V99 VALUE 0.
        01  TermDueDate    PIC 9(8) VALUE 0.
        01  PendingFound   PIC A VALUE "N".
        01  CurStatusWk    PIC A VALUE SPACE.
        01  CurCountWk     PIC 9 VALUE 0.
        01  PartIx         PIC 9 VALUE 0.
        01  KeyRow         PIC 99 VALUE 0.
        01  PartTable.
            05  PartEntry OCCURS 6 TIMES.
                10  PtAmount   PIC 9(7)V99.
                10  PtDueDate  PIC 9(8).
        01  PlanTotal      PIC 9(8)V99 VALUE 0.
        01  PrevDueDate    PIC 9(8) VALUE 0.
        01  BadAmount      PIC A VALUE "N".
        01  BadDate        PIC A VALUE "N".
        01  AmountOut      PIC Z(6)9.99.
        01  TotalOut       PIC Z(7)9.99.
        01  PlanImageWk.
            05  PiStatus   PIC A.
            05  F          PIC X(1) VALUE SPACES.
            05  PiCount    PIC 9.
            05  F          PIC X(7) VALUE " PARTS ".
            05  PiTotal    PIC 9(8).99.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            CALL "GetOper" USING OperLinkRec.
            OPEN INPUT StudentExtFile.
            IF StudentExtStatus NOT = "00"
                DISPLAY "StudentExt.dat Not Found. Run Aborted."
                GOBACK.
            PERFORM PlanPara UNTIL MoreFlag NOT = "Y".
            CLOSE StudentExtFile.
            GOBACK.
      * A student has at most one plan waiting for approval per term;
      * once it is approved or rejected a fresh plan may be keyed,
      * and the latest approved one is the one the fee jobs follow.
        PlanPara.
            DISPLAY (3, 10) "Enter Prn No. :- ".
            ACCEPT PrnIn.
            DISPLAY (4, 10) "Term (1-8) :- ".
            ACCEPT TermIn.
            MOVE PrnIn TO EPrnNo.
            READ StudentExtFile
                INVALID KEY MOVE "N" TO StudFound
                NOT INVALID KEY MOVE "Y" TO StudFound.
            IF StudFound = "Y"
                PERFORM FindStrucPara
                PERFORM FindPlanPara.
            IF StudFound = "N"
                DISPLAY (20, 10) "Student Not On Master."
            ELSE IF EStatus NOT = "A"
                DISPLAY (20, 10) "Student Is Not Active."
            ELSE IF TermIn < 1 OR TermIn > 8
                DISPLAY (20, 10) "Term Must Be 1 To 8."
            ELSE IF StrucFound = "N"
                DISPLAY (20, 10) "No Fee Structure For Course/Term."
            ELSE IF PendingFound = "Y"
                DISPLAY (20, 10) "A Plan Is Already Awaiting Approval."
            ELSE
                MOVE TermAmount TO AmountOut
                DISPLAY (5, 10) "Student :- " EName " " ECourse
                DISPLAY (6, 10) "Term Charge :- " AmountOut
                        "  Due :- " TermDueDate
                PERFORM KeyPlanPara.
            DISPLAY (22, 10) "Another Plan (Y/N) :- ".
            ACCEPT MoreFlag.
        KeyPlanPara.
            IF CurStatusWk = "A"
                DISPLAY (7, 10) "Replaces Approved Plan Of "
                        CurCountWk " Parts.".
            DISPLAY (8, 10) "Number Of Parts (2-6) :- ".
            ACCEPT PartsIn.
            IF PartsIn < 2 OR PartsIn > 6
                DISPLAY (20, 10) "Parts Must Be 2 To 6."
            ELSE
                MOVE 0 TO PartIx
                PERFORM KeyPartPara UNTIL PartIx NOT < PartsIn
                PERFORM CheckPartsPara
                PERFORM ValidatePlanPara.
        KeyPartPara.
            ADD 1 TO PartIx.
            COMPUTE KeyRow = 9 + PartIx.
            DISPLAY (KeyRow, 10) "Part " PartIx " Amount :- ".
            ACCEPT PtAmount (PartIx).
            DISPLAY (KeyRow, 45) "Due (YYYYMMDD) :- ".
            ACCEPT PtDueDate (PartIx).
        ValidatePlanPara.
            MOVE PlanTotal TO TotalOut.
            DISPLAY (17, 10) "Plan Total :- " TotalOut.
            IF BadAmount = "Y"
                DISPLAY (20, 10) "Every Part Needs An Amount."
            ELSE IF BadDate = "Y"
                DISPLAY (20, 10) "Due Dates Must Be Valid And Rising."
            ELSE IF PlanTotal NOT = TermAmount
                DISPLAY (20, 10) "Parts Must Add Up To Term Charge."
            ELSE
                PERFORM WritePlanPara
                PERFORM LogAuditPara
                DISPLAY (20, 10) "Plan Saved For Approval.".
      * Parts fall due in date order, so each due date must be a
      * real date later than the one before it.
        CheckPartsPara.
            MOVE 0 TO PlanTotal.
            MOVE 0 TO PrevDueDate.
            MOVE "N" TO BadAmount.
            MOVE "N" TO BadDate.
            MOVE 0 TO PartIx.
            PERFORM CheckOnePartPara UNTIL PartIx NOT < PartsIn.
        CheckOnePartPara.
            ADD 1 TO PartIx.
            ADD PtAmount (PartIx) TO PlanTotal.
            IF PtAmount (PartIx) NOT > 0
                MOVE "Y" TO BadAmount.
            MOVE PtDueDate (PartIx) TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            IF CalInMM < 1 OR CalInMM > 12
               OR CalInDD < 1 OR CalInDD > 31
               OR PtDueDate (PartIx) NOT > PrevDueDate
                MOVE "Y" TO BadDate.
            MOVE PtDueDate (PartIx) TO PrevDueDate.
        FindStrucPara.
            MOVE "N" TO StrucFound.
            OPEN INPUT FeeStrucFile.
            IF FeeStrucStatus = "00"
                PERFORM ReadStrucPara
                PERFORM MatchStrucPara UNTIL StrucEOF = "Y"
                CLOSE FeeStrucFile
                MOVE "N" TO StrucEOF.
        ReadStrucPara.
            READ FeeStrucFile AT END MOVE "Y" TO StrucEOF.
        MatchStrucPara.
            IF FsCourse = ECourse AND FsTerm = TermIn
                MOVE "Y" TO StrucFound
                MOVE FsAmount TO TermAmount
                MOVE FsDueDate TO TermDueDate.
            PERFORM ReadStrucPara.
        FindPlanPara.
            MOVE "N" TO PendingFound.
            MOVE SPACE TO CurStatusWk.
            MOVE 0 TO CurCountWk.
            OPEN INPUT InstPlanFile.
            IF InstPlanStatus = "00"
                PERFORM ReadPlanPara
                PERFORM MatchPlanPara UNTIL InstPlanEOF = "Y"
                CLOSE InstPlanFile
                MOVE "N" TO InstPlanEOF.
        ReadPlanPara.
            READ InstPlanFile AT END MOVE "Y" TO InstPlanEOF.
        MatchPlanPara.
            IF IpPrnNo = PrnIn AND IpTerm = TermIn
                IF IpStatus = "P"
                    MOVE "Y" TO PendingFound
                ELSE IF IpStatus = "A"
                    MOVE "A" TO CurStatusWk
                    MOVE IpCount TO CurCountWk.
            PERFORM ReadPlanPara.
        WritePlanPara.
            OPEN EXTEND InstPlanFile.
            IF InstPlanStatus = "35"
                OPEN OUTPUT InstPlanFile.
            MOVE PrnIn TO IpPrnNo.
            MOVE TermIn TO IpTerm.
            MOVE PartsIn TO IpCount.
            MOVE 0 TO PartIx.
            PERFORM MovePartPara UNTIL PartIx NOT < 6.
            MOVE "P" TO IpStatus.
            MOVE OperOpId TO IpMaker.
            MOVE RunDate8 TO IpDate.
            MOVE SPACES TO IpChecker.
            MOVE 0 TO IpActionDate.
            WRITE InstPlanRec.
            CLOSE InstPlanFile.
        MovePartPara.
            ADD 1 TO PartIx.
            IF PartIx > PartsIn
                MOVE 0 TO IpAmount (PartIx)
                MOVE 0 TO IpDueDate (PartIx)
            ELSE
                MOVE PtAmount (PartIx) TO IpAmount (PartIx)
                MOVE PtDueDate (PartIx) TO IpDueDate (PartIx).
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "INSTENT" TO AuProgram.
            MOVE "InstPlan.dat" TO AuFileId.
            MOVE PrnIn TO AuKey.
            MOVE SPACES TO AuBeforeImage.
            IF CurStatusWk = "A"
                MOVE "A" TO PiStatus
                MOVE CurCountWk TO PiCount
                MOVE TermAmount TO PiTotal
                MOVE PlanImageWk TO AuBeforeImage.
            MOVE "P" TO PiStatus.
            MOVE PartsIn TO PiCount.
            MOVE PlanTotal TO PiTotal.
            MOVE PlanImageWk TO AuAfterImage.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
