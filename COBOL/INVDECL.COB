        IDENTIFICATION DIVISION.
        PROGRAM-ID. InvDeclEntry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT InvDeclFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvDeclStatus.
            SELECT EmpMastFile ASSIGN TO DISK
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EmpNoIn
            FILE STATUS IS EmpMastStatus.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            SELECT AuditFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditStatus.

        DATA DIVISION.
        FILE SECTION.
        FD InvDeclFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InvDecl.dat".
            COPY "INVDECL.CPY".
        FD EmpMastFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "EMPMAST.DAT".
            COPY "EMPMAST.CPY".
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".
            COPY "EXCPLOG.CPY".
        FD AuditFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Audit.dat".
            COPY "AUDIT.CPY".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "CALENDAR.CPY".
        01  InvDeclStatus  PIC XX VALUE "00".
        01  EmpMastStatus  PIC XX VALUE "00".
        01  EmpMastOpen    PIC A VALUE "N".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  AuditStatus    PIC XX VALUE "00".
        01  EmpFound       PIC A VALUE "N".
        01  MoreFlag       PIC A VALUE "Y".
        01  EditOk         PIC A VALUE "N".
        01  BadValueOut    PIC X(20).
        01  RunDate8       PIC 9(8).
        01  CurFy          PIC 9(4) VALUE 0.
        01  EmpNoWk        PIC 9(4).
        01  FyWk           PIC 9(4).
        01  SectionWk      PIC X(6).
        01  StageWk        PIC A.
        01  AmountWk       PIC 9(7)V99.
        01  AmountOut      PIC Z(6)9.99.
        01  CapWk          PIC 9(7)V99 VALUE 0.

        PROCEDURE DIVISION.
        ControlPara.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO CalInDate.
            CALL "Calendar" USING CalLinkRec.
            MOVE CalFiscalYear TO CurFy.
            MOVE "N" TO EmpMastOpen.
            OPEN INPUT EmpMastFile.
            IF EmpMastStatus = "00"
                MOVE "Y" TO EmpMastOpen.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            IF EmpMastOpen = "Y"
                CLOSE EmpMastFile
                MOVE "N" TO EmpMastOpen.
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Current Fiscal Year Is :- " CurFy.
            DISPLAY (5, 10) "Enter Emp No. :- ".
            ACCEPT EmpNoWk.
            DISPLAY (6, 10) "Fiscal Year (0 = Current) :- ".
            ACCEPT FyWk.
            IF FyWk = 0
                MOVE CurFy TO FyWk.
            DISPLAY (7, 10) "Declared/Proof (D/P) :- ".
            ACCEPT StageWk.
            DISPLAY (8, 10) "Section (80C/80CCD/80D/80E/24B/HRA) :- ".
            ACCEPT SectionWk.
            DISPLAY (9, 10) "Amount :- ".
            ACCEPT AmountWk.
            PERFORM EditPara.
            IF EditOk = "Y"
                MOVE EmpNoWk TO IdEmpNo
                MOVE FyWk TO IdFiscalYear
                MOVE SectionWk TO IdSection
                MOVE StageWk TO IdStage
                MOVE AmountWk TO IdAmount
                MOVE RunDate8 TO IdDate
                MOVE "P" TO IdApprvFlag
                PERFORM OpenExtPara
                WRITE InvDeclRec
                CLOSE InvDeclFile
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Investment Written For Approval."
            ELSE
                DISPLAY (11, 10) "Rejected - " BadValueOut
                PERFORM LogExceptionPara.
            DISPLAY (14, 10) "Another Entry (Y/N) :- ".
            ACCEPT MoreFlag.
        OpenExtPara.
            OPEN EXTEND InvDeclFile.
            IF InvDeclStatus = "35"
                OPEN OUTPUT InvDeclFile.
      * A proof may be keyed for a closed year up to the year-end
      * close, but never for a year that has not started.
        EditPara.
            MOVE "N" TO EditOk.
            PERFORM CheckEmpPara.
            PERFORM FindCapPara.
            IF EmpFound = "N"
                MOVE "EMP NOT ON MASTER" TO BadValueOut
            ELSE IF FyWk > CurFy OR FyWk < CurFy - 1
                MOVE "BAD FISCAL YEAR" TO BadValueOut
            ELSE IF StageWk NOT = "D" AND StageWk NOT = "P"
                MOVE "STAGE NOT D OR P" TO BadValueOut
            ELSE IF SectionWk NOT = "80C" AND SectionWk NOT = "80CCD"
                    AND SectionWk NOT = "80D" AND SectionWk NOT = "80E"
                    AND SectionWk NOT = "24B" AND SectionWk NOT = "HRA"
                MOVE "BAD SECTION" TO BadValueOut
            ELSE IF AmountWk NOT > 0
                MOVE "AMOUNT NOT POSITIVE" TO BadValueOut
            ELSE IF CapWk > 0 AND AmountWk > CapWk
                MOVE "OVER SECTION LIMIT" TO BadValueOut
            ELSE
                MOVE "Y" TO EditOk.
        FindCapPara.
            IF SectionWk = "80C"
                MOVE 150000 TO CapWk
            ELSE IF SectionWk = "80CCD"
                MOVE 50000 TO CapWk
            ELSE IF SectionWk = "80D"
                MOVE 25000 TO CapWk
            ELSE IF SectionWk = "24B"
                MOVE 200000 TO CapWk
            ELSE
                MOVE 0 TO CapWk.
        CheckEmpPara.
            MOVE EmpNoWk TO EmpNoIn.
            IF EmpMastOpen NOT = "Y"
                MOVE "Y" TO EmpFound
            ELSE
                READ EmpMastFile
                    INVALID KEY MOVE "N" TO EmpFound
                    NOT INVALID KEY MOVE "Y" TO EmpFound.
        LogExceptionPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
                OPEN OUTPUT ExcpLogFile.
            MOVE "INVDECL" TO ElProgram.
            MOVE "EditPara" TO ElParagraph.
            MOVE BadValueOut TO ElBadValue.
            MOVE "N" TO ElStatus.
            MOVE SPACES TO ElAssignTo.
            MOVE SPACES TO ElResolveNote.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO ElUserId.
            ACCEPT ElTimestamp FROM DATE YYYYMMDD.
            WRITE ExcpLogRec.
            CLOSE ExcpLogFile.
        LogAuditPara.
            OPEN EXTEND AuditFile.
            IF AuditStatus = "35"
                OPEN OUTPUT AuditFile.
            MOVE "INVDECL" TO AuProgram.
            MOVE "InvDecl.dat" TO AuFileId.
            MOVE EmpNoWk TO AuKey.
            IF StageWk = "P"
                MOVE "NEW PROOF" TO AuBeforeImage
            ELSE
                MOVE "NEW DECLARATION" TO AuBeforeImage.
            MOVE AmountWk TO AmountOut.
            MOVE AmountOut TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
            WRITE AuditRec.
            CLOSE AuditFile.
