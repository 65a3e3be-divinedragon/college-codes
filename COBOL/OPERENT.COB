        01  RoleIn         PIC X(2).
        01  NameIn         PIC X(20).
        01  MoreFlag       PIC A VALUE "Y".
        01  ModeIn         PIC A VALUE SPACE.
        01  OperEOF        PIC A VALUE "N".
        01  OperFound      PIC A VALUE "N".
        01  FoundOper.
            05  FoOpId     PIC X(4).
            05  FoPassword PIC X(8).
            05  FoRole     PIC X(2).
            05  FoName     PIC X(20).
            05  FoPwdDate  PIC 9(8).
            05  FoFailCount PIC 99.
            05  FoLocked   PIC A.
            05  FoOldPwd1  PIC X(8).
            05  FoOldPwd2  PIC X(8).
            05  FoOldPwd3  PIC X(8).
        01  BeforeWk       PIC X(30).
        01  AfterWk        PIC X(30).
        01  BeforeImageWk.
            05  F          PIC X(7) VALUE "LOCKED ".
            05  BiLockedOut PIC A.
            05  F          PIC X(7) VALUE " FAILS ".
            05  BiFailsOut PIC 99.
        COPY "SIGNON.CPY".

        PROCEDURE DIVISION.
            PERFORM EntryPara UNTIL MoreFlag NOT = "Y".
            GOBACK.
        EntryPara.
            DISPLAY (3, 10) "Add/Change Operator Or Reset Lockout"
                    " (A/R) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "R"
                PERFORM ResetPara
            ELSE
                PERFORM AddChangePara.
            DISPLAY (14, 10) "Another Operator (Y/N) :- ".
            ACCEPT MoreFlag.
      * A password set here is temporary: OpPwdDate zero makes the
      * operator choose their own at the next sign-on.
        AddChangePara.
            DISPLAY (5, 10) "Operator Id :- ".
            ACCEPT IdIn.
            DISPLAY (6, 10) "Password :- ".
            ELSE IF IdIn = SPACES OR PasswordIn = SPACES
                DISPLAY (11, 10) "Id And Password Are Required."
            ELSE
                PERFORM FindOperPara
                IF OperFound = "Y" AND PasswordIn NOT = FoPassword
                    PERFORM ShiftPwdPara
                END-IF
                MOVE IdIn TO FoOpId
                MOVE PasswordIn TO FoPassword
                MOVE RoleIn TO FoRole
                MOVE NameIn TO FoName
                MOVE 0 TO FoPwdDate
                MOVE 0 TO FoFailCount
                MOVE "N" TO FoLocked
                PERFORM AppendPara
                MOVE "OPERATOR ROW" TO BeforeWk
                MOVE RoleIn TO AfterWk
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Operator Written.".
      * Clears the failed-attempt count and the lockout; a temporary
      * password, if one is given, must be changed at sign-on.
        ResetPara.
            DISPLAY (5, 10) "Operator Id :- ".
            ACCEPT IdIn.
            DISPLAY (6, 10) "Temporary Password (Blank = Keep) :- ".
            MOVE SPACES TO PasswordIn.
            ACCEPT PasswordIn.
            PERFORM FindOperPara.
            IF OperFound = "N"
                DISPLAY (11, 10) "Operator Not Found."
            ELSE
                MOVE FoLocked TO BiLockedOut
                MOVE FoFailCount TO BiFailsOut
                IF PasswordIn NOT = SPACES
                    PERFORM ShiftPwdPara
                    MOVE PasswordIn TO FoPassword
                    MOVE 0 TO FoPwdDate
                END-IF
                MOVE 0 TO FoFailCount
                MOVE "N" TO FoLocked
                PERFORM AppendPara
                MOVE BeforeImageWk TO BeforeWk
                MOVE "LOCKOUT RESET" TO AfterWk
                PERFORM LogAuditPara
                DISPLAY (11, 10) "Operator Reset.".
        FindOperPara.
            MOVE "N" TO OperFound.
            MOVE SPACES TO FoundOper.
            MOVE 0 TO FoPwdDate.
            MOVE 0 TO FoFailCount.
            OPEN INPUT OperFile.
            IF OperStatus = "00"
                PERFORM ReadOperPara
                PERFORM ScanOperPara UNTIL OperEOF = "Y"
                CLOSE OperFile
                MOVE "N" TO OperEOF.
            IF FoPwdDate NOT NUMERIC
                MOVE 0 TO FoPwdDate.
            IF FoFailCount NOT NUMERIC
                MOVE 0 TO FoFailCount.
        ReadOperPara.
            READ OperFile AT END MOVE "Y" TO OperEOF.
        ScanOperPara.
            IF OpId = IdIn
                MOVE "Y" TO OperFound
                MOVE OperMastRec TO FoundOper.
            PERFORM ReadOperPara.
        ShiftPwdPara.
            MOVE FoOldPwd2 TO FoOldPwd3.
            MOVE FoOldPwd1 TO FoOldPwd2.
            MOVE FoPassword TO FoOldPwd1.
        AppendPara.
            OPEN EXTEND OperFile.
            IF OperStatus = "35"
                OPEN OUTPUT OperFile.
            MOVE FoundOper TO OperMastRec.
            WRITE OperMastRec.
            CLOSE OperFile.
        LogAuditPara.
            MOVE "OPERENT" TO AuProgram.
            MOVE "OperMast.dat" TO AuFileId.
            MOVE IdIn TO AuKey.
            MOVE BeforeWk TO AuBeforeImage.
            MOVE AfterWk TO AuAfterImage.
            CALL "GetOper" USING OperLinkRec.
            MOVE OperOpId TO AuUserId.
            ACCEPT AuTimestamp FROM DATE YYYYMMDD.
