        IDENTIFICATION DIVISION.
        PROGRAM-ID. SignOnInquiry.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SignHistFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SignHistStatus.
            SELECT OperFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OperStatus.
            SELECT FileOut ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD SignHistFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SignHist.dat".
            COPY "SIGNHIST.CPY".
        FD OperFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "OperMast.dat".
            COPY "OPERMAST.CPY".
        FD FileOut
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SignInq.dat".
        01  RecOut             PIC X(80).

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        01  SignHistStatus PIC XX VALUE "00".
        01  OperStatus     PIC XX VALUE "00".
        01  SignHistEOF    PIC A VALUE "N".
        01  OperEOF        PIC A VALUE "N".
        01  RunDate8       PIC 9(8).
        01  IdIn           PIC X(4) VALUE SPACES.
        01  FromDateIn     PIC 9(8) VALUE 0.
        01  ToDateIn       PIC 9(8) VALUE 0.
        01  PwdAgeDays     PIC 999 VALUE 90.
        01  DateWk         PIC 9(8).
        01  DateWkX REDEFINES DateWk.
            05  DwYY       PIC 9(4).
            05  DwMM       PIC 99.
            05  DwDD       PIC 99.
        01  DayNoWk        PIC 9(7).
        01  RunDayNo       PIC 9(7).
        01  TimeWk         PIC 9(8).
        01  HhmmssWk       PIC 9(6).
        01  ListCount      PIC 9(6) VALUE 0.
        01  GoodCount      PIC 9(6) VALUE 0.
        01  FailCount      PIC 9(6) VALUE 0.
        01  LockCount      PIC 9(6) VALUE 0.
        01  RefuseCount    PIC 9(6) VALUE 0.
        01  UnknownCount   PIC 9(6) VALUE 0.
        01  ChangeCount    PIC 9(6) VALUE 0.
        01  OpIx           PIC 9(3) VALUE 0.
        01  OpHit          PIC 9(3) VALUE 0.
        01  OpCount        PIC 9(3) VALUE 0.
        01  OperTable.
            05  OperEntry OCCURS 300 TIMES.
                10  OtOpId     PIC X(4).
                10  OtName     PIC X(20).
                10  OtRole     PIC X(2).
                10  OtPwdDate  PIC 9(8).
                10  OtFails    PIC 99.
                10  OtLocked   PIC A.
        COPY "CTLTOT.CPY".
        01  Heading1.
            05  F          PIC X(22) VALUE SPACES.
            05  F          PIC X(26) VALUE "Sign-On History Inquiry".
            05  F          PIC X(6) VALUE "As At ".
            05  HdrDateOut PIC 9(8).
        01  Heading2.
            05  F          PIC X(10) VALUE "Operator ".
            05  HdrIdOut   PIC X(4).
            05  F          PIC X(8) VALUE "  From ".
            05  HdrFromOut PIC 9(8).
            05  F          PIC X(6) VALUE "  To ".
            05  HdrToOut   PIC 9(8).
        01  LineRec        PIC X(80) VALUE ALL "-".
        01  HistHead.
            05  F          PIC X(40) VALUE
                "Date      Time      Oper  Result".
            05  F          PIC X(18) VALUE "          Failures".
        01  HistDetail.
            05  HdDateOut  PIC 9(8).
            05  F          PIC X(2) VALUE SPACES.
            05  HdTimeOut  PIC 99B99B99.
            05  F          PIC X(2) VALUE SPACES.
            05  HdIdOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  HdResultOut PIC X(30).
            05  HdFailsOut PIC Z9.
        01  CountRec.
            05  F          PIC X(3) VALUE SPACES.
            05  CountNameOut PIC X(30).
            05  CountOut   PIC Z(5)9.
        01  OperHead.
            05  F          PIC X(28) VALUE
                "Oper  Name".
            05  F          PIC X(16) VALUE "Role  Pwd Set".
            05  F          PIC X(25) VALUE
                "  Age  Fails  Status".
        01  OperDetail.
            05  OdIdOut    PIC X(4).
            05  F          PIC X(2) VALUE SPACES.
            05  OdNameOut  PIC X(20).
            05  F          PIC X(2) VALUE SPACES.
            05  OdRoleOut  PIC X(2).
            05  F          PIC X(4) VALUE SPACES.
            05  OdPwdDateOut PIC 9(8).
            05  OdAgeOut   PIC Z(6)9.
            05  F          PIC X(5) VALUE SPACES.
            05  OdFailsOut PIC Z9.
            05  F          PIC X(2) VALUE SPACES.
            05  OdStatusOut PIC X(14).

        PROCEDURE DIVISION.
        ControlPara.
            CALL "GetOper" USING OperLinkRec.
            IF OperRole NOT = "SU"
                DISPLAY "Supervisor Role Required. Run Refused."
                GOBACK.
            ACCEPT RunDate8 FROM DATE YYYYMMDD.
            MOVE RunDate8 TO DateWk.
            PERFORM DayNoPara.
            MOVE DayNoWk TO RunDayNo.
            DISPLAY (3, 10) "Operator Id (Blank = All) :- ".
            ACCEPT IdIn.
            DISPLAY (4, 10) "From Date (YYYYMMDD, 0 = Start) :- ".
            ACCEPT FromDateIn.
            DISPLAY (5, 10) "To Date (YYYYMMDD, 0 = Today) :- ".
            ACCEPT ToDateIn.
            IF ToDateIn = 0
                MOVE RunDate8 TO ToDateIn.
            OPEN OUTPUT FileOut.
            MOVE RunDate8 TO HdrDateOut.
            MOVE IdIn TO HdrIdOut.
            IF IdIn = SPACES
                MOVE "ALL" TO HdrIdOut.
            MOVE FromDateIn TO HdrFromOut.
            MOVE ToDateIn TO HdrToOut.
            WRITE RecOut FROM Heading1.
            WRITE RecOut FROM Heading2.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM HistHead.
            WRITE RecOut FROM LineRec.
            OPEN INPUT SignHistFile.
            IF SignHistStatus = "00"
                PERFORM ReadHistPara
                PERFORM ListHistPara UNTIL SignHistEOF = "Y"
                CLOSE SignHistFile.
            WRITE RecOut FROM LineRec.
            PERFORM CountsPara.
            WRITE RecOut FROM LineRec.
            PERFORM LoadOperPara.
            WRITE RecOut FROM OperHead.
            WRITE RecOut FROM LineRec.
            MOVE 0 TO OpIx.
            PERFORM ListOperPara UNTIL OpIx NOT < OpCount.
            WRITE RecOut FROM LineRec.
            MOVE ListCount TO CtRecsOut.
            MOVE FailCount TO CtKeyTotOut.
            MOVE RunDate8 TO CtRunDateOut.
            WRITE RecOut FROM CtlTotRec.
            CLOSE FileOut.
            DISPLAY "Sign-On Rows Listed :- " ListCount.
            GOBACK.
        ReadHistPara.
            READ SignHistFile AT END MOVE "Y" TO SignHistEOF.
        ListHistPara.
            IF (IdIn = SPACES OR ShOpId = IdIn)
               AND ShDate NOT < FromDateIn
               AND ShDate NOT > ToDateIn
                ADD 1 TO ListCount
                MOVE ShDate TO HdDateOut
                MOVE ShTime TO TimeWk
                DIVIDE TimeWk BY 100 GIVING HhmmssWk
                MOVE HhmmssWk TO HdTimeOut
                MOVE ShOpId TO HdIdOut
                MOVE ShFailCount TO HdFailsOut
                PERFORM ResultTextPara
                WRITE RecOut FROM HistDetail.
            PERFORM ReadHistPara.
        ResultTextPara.
            IF ShResult = "S"
                MOVE "Signed On" TO HdResultOut
                ADD 1 TO GoodCount
            ELSE IF ShResult = "F"
                MOVE "Wrong Password" TO HdResultOut
                ADD 1 TO FailCount
            ELSE IF ShResult = "K"
                MOVE "Wrong Password - Locked Out" TO HdResultOut
                ADD 1 TO FailCount
                ADD 1 TO LockCount
            ELSE IF ShResult = "L"
                MOVE "Refused - Locked Out" TO HdResultOut
                ADD 1 TO RefuseCount
            ELSE IF ShResult = "U"
                MOVE "Unknown Operator Id" TO HdResultOut
                ADD 1 TO UnknownCount
            ELSE IF ShResult = "C"
                MOVE "Password Changed" TO HdResultOut
                ADD 1 TO ChangeCount
            ELSE IF ShResult = "X"
                MOVE "Refused - Password Expired" TO HdResultOut
                ADD 1 TO RefuseCount
            ELSE
                MOVE ShResult TO HdResultOut.
        CountsPara.
            MOVE "Successful Sign-Ons" TO CountNameOut.
            MOVE GoodCount TO CountOut.
            WRITE RecOut FROM CountRec.
            MOVE "Wrong Passwords" TO CountNameOut.
            MOVE FailCount TO CountOut.
            WRITE RecOut FROM CountRec.
            MOVE "Lockouts" TO CountNameOut.
            MOVE LockCount TO CountOut.
            WRITE RecOut FROM CountRec.
            MOVE "Refused (Locked Or Expired)" TO CountNameOut.
            MOVE RefuseCount TO CountOut.
            WRITE RecOut FROM CountRec.
            MOVE "Unknown Operator Ids" TO CountNameOut.
            MOVE UnknownCount TO CountOut.
            WRITE RecOut FROM CountRec.
            MOVE "Password Changes" TO CountNameOut.
            MOVE ChangeCount TO CountOut.
            WRITE RecOut FROM CountRec.
      * The latest OperMast.dat row gives each operator's standing.
        LoadOperPara.
            OPEN INPUT OperFile.
            IF OperStatus = "00"
                PERFORM ReadOperPara
                PERFORM LoadOneOperPara UNTIL OperEOF = "Y"
                CLOSE OperFile.
        ReadOperPara.
            READ OperFile AT END MOVE "Y" TO OperEOF.
        LoadOneOperPara.
            IF IdIn = SPACES OR OpId = IdIn
                MOVE 0 TO OpHit
                MOVE 0 TO OpIx
                PERFORM ScanOperPara UNTIL OpIx NOT < OpCount
                                     OR OpHit NOT = 0
                IF OpHit = 0 AND OpCount < 300
                    ADD 1 TO OpCount
                    MOVE OpCount TO OpHit
                    MOVE OpId TO OtOpId (OpHit)
                END-IF
                IF OpHit NOT = 0
                    MOVE OpName TO OtName (OpHit)
                    MOVE OpRole TO OtRole (OpHit)
                    MOVE 0 TO OtPwdDate (OpHit)
                    MOVE 0 TO OtFails (OpHit)
                    MOVE OpLocked TO OtLocked (OpHit)
                    IF OpPwdDate IS NUMERIC
                        MOVE OpPwdDate TO OtPwdDate (OpHit)
                    END-IF
                    IF OpFailCount IS NUMERIC
                        MOVE OpFailCount TO OtFails (OpHit).
            PERFORM ReadOperPara.
        ScanOperPara.
            ADD 1 TO OpIx.
            IF OtOpId (OpIx) = OpId
                MOVE OpIx TO OpHit.
        ListOperPara.
            ADD 1 TO OpIx.
            MOVE OtOpId (OpIx) TO OdIdOut.
            MOVE OtName (OpIx) TO OdNameOut.
            MOVE OtRole (OpIx) TO OdRoleOut.
            MOVE OtPwdDate (OpIx) TO OdPwdDateOut.
            MOVE OtFails (OpIx) TO OdFailsOut.
            MOVE 0 TO OdAgeOut.
            MOVE 0 TO DayNoWk.
            IF OtPwdDate (OpIx) NOT = 0
                MOVE OtPwdDate (OpIx) TO DateWk
                PERFORM DayNoPara
                COMPUTE OdAgeOut = RunDayNo - DayNoWk.
            IF OtLocked (OpIx) = "Y"
                MOVE "LOCKED OUT" TO OdStatusOut
            ELSE IF OtPwdDate (OpIx) = 0
                MOVE "MUST CHANGE" TO OdStatusOut
            ELSE IF DayNoWk + PwdAgeDays < RunDayNo
                MOVE "PWD EXPIRED" TO OdStatusOut
            ELSE
                MOVE "ACTIVE" TO OdStatusOut.
            WRITE RecOut FROM OperDetail.
        DayNoPara.
            COMPUTE DayNoWk = DwYY * 360 + DwMM * 30 + DwDD.
