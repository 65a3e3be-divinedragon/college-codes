            FILE STATUS IS AwardStatus.
            SELECT AwardNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT InvDeclFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvDeclStatus.
            SELECT InvDeclNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ReqFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReqStatus.
            SELECT ReqNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT InstPlanFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InstPlanStatus.
            SELECT InstPlanNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SquadFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SquadStatus.
            SELECT SquadNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT VoucherFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VoucherStatus.
            SELECT VoucherNewFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ExcpLogFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExcpLogStatus.
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "AwardNew.dat".
        01  AwardNewRec        PIC X(14).
        FD InvDeclFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InvDecl.dat".
            COPY "INVDECL.CPY".
        FD InvDeclNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InvDeclNew.dat".
        01  InvDeclNewRec      PIC X(33).
        FD ReqFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Requisition.dat".
            COPY "REQUISN.CPY".
        FD ReqNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ReqNew.dat".
        01  ReqNewRec          PIC X(71).
        FD InstPlanFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InstPlan.dat".
            COPY "INSTPLAN.CPY".
        FD InstPlanNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "InstPlanNew.dat".
        01  InstPlanNewRec     PIC X(139).
        FD SquadFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Squad.dat".
            COPY "SQUAD.CPY".
        FD SquadNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "SquadNew.dat".
        01  SquadNewRec        PIC X(44).
        FD VoucherFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "Voucher.dat".
            COPY "VOUCHER.CPY".
        FD VoucherNewFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "VoucherNew.dat".
        01  VoucherNewRec      PIC X(123).
        FD ExcpLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "ExcpLog.dat".

        WORKING-STORAGE SECTION.
        COPY "SIGNON.CPY".
        COPY "ACCTPCHK.CPY".
        01  SalChgStatus   PIC XX VALUE "00".
        01  FeeLedgerStatus PIC XX VALUE "00".
        01  AttendStatus   PIC XX VALUE "00".
        01  ClaimsStatus   PIC XX VALUE "00".
        01  AwardStatus    PIC XX VALUE "00".
        01  InvDeclStatus  PIC XX VALUE "00".
        01  ReqStatus      PIC XX VALUE "00".
        01  InstPlanStatus PIC XX VALUE "00".
        01  SquadStatus    PIC XX VALUE "00".
        01  VoucherStatus  PIC XX VALUE "00".
        01  ExcpLogStatus  PIC XX VALUE "00".
        01  FileEOF        PIC A VALUE "N".
        01  ModeIn         PIC A VALUE SPACES.
        01  RejectedCount  PIC 9(4) VALUE 0.
        01  NewBasicOut    PIC Z(4)9.99.
        01  AmountOut      PIC Z(6)9.99.
        01  QtyOut         PIC Z(3)9.
        01  VoucherNoWk    PIC 9(6) VALUE 0.
        01  VoucherAction  PIC A VALUE "S".
        01  VoucherTotOut  PIC Z(8)9.99.

        PROCEDURE DIVISION.
        ControlPara.
                DISPLAY "Supervisor Role Required. Run Refused."
                GOBACK.
            DISPLAY (3, 10)
                "Approve - SalChg/Fees/Attend/Claims/aWards/Invest"
                "/reQn/instPlan/sqUad/Jv (S/F/T/C/W/I/Q/P/U/J) :- ".
            ACCEPT ModeIn.
            IF ModeIn = "S"
                PERFORM SalChgPassPara
                PERFORM ClaimPassPara
            ELSE IF ModeIn = "W"
                PERFORM AwardPassPara
            ELSE IF ModeIn = "I"
                PERFORM InvDeclPassPara
            ELSE IF ModeIn = "Q"
                PERFORM ReqPassPara
            ELSE IF ModeIn = "P"
                PERFORM PlanPassPara
            ELSE IF ModeIn = "U"
                PERFORM SquadPassPara
            ELSE IF ModeIn = "J"
                PERFORM VoucherPassPara
            ELSE
                DISPLAY (11, 10) "Invalid Choice.".
            DISPLAY (20, 10) "Approved :- " ApprovedCount.
        CopyBackAwardPara.
            WRITE ScholAwardRec FROM AwardNewRec.
            PERFORM ReadAwardNewPara.
        InvDeclPassPara.
            OPEN INPUT InvDeclFile.
            IF InvDeclStatus NOT = "00"
                DISPLAY (11, 10) "No Investments On File."
            ELSE
                OPEN OUTPUT InvDeclNewFile
                PERFORM ReadInvDeclPara
                PERFORM JudgeInvDeclPara UNTIL FileEOF = "Y"
                CLOSE InvDeclFile InvDeclNewFile
                MOVE "N" TO FileEOF
                PERFORM PutBackInvDeclPara.
        ReadInvDeclPara.
            READ InvDeclFile AT END MOVE "Y" TO FileEOF.
        JudgeInvDeclPara.
            IF IdApprvFlag = "P"
                MOVE IdAmount TO AmountOut
                DISPLAY (8, 10) "Invest Emp " IdEmpNo
                        " FY " IdFiscalYear " Sec " IdSection
                        " Stage " IdStage " Amount " AmountOut
                PERFORM AskPara
                IF ActionIn = "A"
                    MOVE "A" TO IdApprvFlag
                    ADD 1 TO ApprovedCount
                    WRITE InvDeclNewRec FROM InvDeclRec
                ELSE IF ActionIn = "R"
                    ADD 1 TO RejectedCount
                    MOVE IdEmpNo TO BadValueOut
                    PERFORM LogRejectPara
                ELSE
                    WRITE InvDeclNewRec FROM InvDeclRec
                END-IF
            ELSE
                WRITE InvDeclNewRec FROM InvDeclRec.
            PERFORM ReadInvDeclPara.
        PutBackInvDeclPara.
            OPEN INPUT InvDeclNewFile.
            OPEN OUTPUT InvDeclFile.
            PERFORM ReadInvDeclNewPara.
            PERFORM CopyBackInvDeclPara UNTIL FileEOF = "Y".
            CLOSE InvDeclNewFile InvDeclFile.
            MOVE "N" TO FileEOF.
        ReadInvDeclNewPara.
            READ InvDeclNewFile AT END MOVE "Y" TO FileEOF.
        CopyBackInvDeclPara.
            WRITE InvDeclRec FROM InvDeclNewRec.
            PERFORM ReadInvDeclNewPara.
      * Requisition lines keep their rejected rows ("R") so the open
      * requisitions report and the requester can see the outcome,
      * and a supervisor cannot pass a requisition they keyed.
        ReqPassPara.
            OPEN INPUT ReqFile.
            IF ReqStatus NOT = "00"
                DISPLAY (11, 10) "No Requisitions On File."
            ELSE
                OPEN OUTPUT ReqNewFile
                PERFORM ReadReqPara
                PERFORM JudgeReqPara UNTIL FileEOF = "Y"
                CLOSE ReqFile ReqNewFile
                MOVE "N" TO FileEOF
                PERFORM PutBackReqPara.
        ReadReqPara.
            READ ReqFile AT END MOVE "Y" TO FileEOF.
        JudgeReqPara.
            IF RqStatus = "P" AND RqMaker = OperOpId
                DISPLAY (8, 10) "Reqn " RqReqNo "/" RqLineNo
                        " Keyed By You - Skipped."
            ELSE IF RqStatus = "P"
                MOVE RqQty TO QtyOut
                DISPLAY (8, 10) "Reqn " RqReqNo "/" RqLineNo
                        " Dept " RqCostCenter " Item " RqItemCode
                        " Qty " QtyOut
                PERFORM AskPara
                IF ActionIn = "A"
                    MOVE "A" TO RqStatus
                    MOVE OperOpId TO RqChecker
                    ACCEPT RqActionDate FROM DATE YYYYMMDD
                    ADD 1 TO ApprovedCount
                ELSE IF ActionIn = "R"
                    MOVE "R" TO RqStatus
                    MOVE OperOpId TO RqChecker
                    ACCEPT RqActionDate FROM DATE YYYYMMDD
                    ADD 1 TO RejectedCount
                    MOVE RqReqNo TO BadValueOut
                    PERFORM LogRejectPara
                END-IF
                END-IF.
            WRITE ReqNewRec FROM ReqRec.
            PERFORM ReadReqPara.
        PutBackReqPara.
            OPEN INPUT ReqNewFile.
            OPEN OUTPUT ReqFile.
            PERFORM ReadReqNewPara.
            PERFORM CopyBackReqPara UNTIL FileEOF = "Y".
            CLOSE ReqNewFile ReqFile.
            MOVE "N" TO FileEOF.
        ReadReqNewPara.
            READ ReqNewFile AT END MOVE "Y" TO FileEOF.
        CopyBackReqPara.
            WRITE ReqRec FROM ReqNewRec.
            PERFORM ReadReqNewPara.
      * Instalment plans are judged whole, one row per student and
      * term; rejected plans stay on file as "R" so the fee office
      * can see the outcome, and the operator who keyed a plan may
      * not pass it.
        PlanPassPara.
            OPEN INPUT InstPlanFile.
            IF InstPlanStatus NOT = "00"
                DISPLAY (11, 10) "No Instalment Plans On File."
            ELSE
                OPEN OUTPUT InstPlanNewFile
                PERFORM ReadPlanPara
                PERFORM JudgePlanPara UNTIL FileEOF = "Y"
                CLOSE InstPlanFile InstPlanNewFile
                MOVE "N" TO FileEOF
                PERFORM PutBackPlanPara.
        ReadPlanPara.
            READ InstPlanFile AT END MOVE "Y" TO FileEOF.
        JudgePlanPara.
            IF IpStatus = "P" AND IpMaker = OperOpId
                DISPLAY (8, 10) "Plan Prn " IpPrnNo " Term " IpTerm
                        " Keyed By You - Skipped."
            ELSE IF IpStatus = "P"
                MOVE IpAmount (1) TO AmountOut
                DISPLAY (8, 10) "Plan Prn " IpPrnNo " Term " IpTerm
                        " Parts " IpCount " First " AmountOut
                        " Due " IpDueDate (1)
                PERFORM AskPara
                IF ActionIn = "A"
                    MOVE "A" TO IpStatus
                    MOVE OperOpId TO IpChecker
                    ACCEPT IpActionDate FROM DATE YYYYMMDD
                    ADD 1 TO ApprovedCount
                ELSE IF ActionIn = "R"
                    MOVE "R" TO IpStatus
                    MOVE OperOpId TO IpChecker
                    ACCEPT IpActionDate FROM DATE YYYYMMDD
                    ADD 1 TO RejectedCount
                    MOVE IpPrnNo TO BadValueOut
                    PERFORM LogRejectPara
                END-IF
                END-IF.
            WRITE InstPlanNewRec FROM InstPlanRec.
            PERFORM ReadPlanPara.
        PutBackPlanPara.
            OPEN INPUT InstPlanNewFile.
            OPEN OUTPUT InstPlanFile.
            PERFORM ReadPlanNewPara.
            PERFORM CopyBackPlanPara UNTIL FileEOF = "Y".
            CLOSE InstPlanNewFile InstPlanFile.
            MOVE "N" TO FileEOF.
        ReadPlanNewPara.
            READ InstPlanNewFile AT END MOVE "Y" TO FileEOF.
        CopyBackPlanPara.
            WRITE InstPlanRec FROM InstPlanNewRec.
            PERFORM ReadPlanNewPara.
      * Squad replacements keyed after a tournament's closing date;
      * a passed row joins the squad and takes out the player it
      * replaces, a rejected row stays on file as "R".
        SquadPassPara.
            OPEN INPUT SquadFile.
            IF SquadStatus NOT = "00"
                DISPLAY (11, 10) "No Squad Registrations On File."
            ELSE
                OPEN OUTPUT SquadNewFile
                PERFORM ReadSquadPara
                PERFORM JudgeSquadPara UNTIL FileEOF = "Y"
                CLOSE SquadFile SquadNewFile
                MOVE "N" TO FileEOF
                PERFORM PutBackSquadPara.
        ReadSquadPara.
            READ SquadFile AT END MOVE "Y" TO FileEOF.
        JudgeSquadPara.
            IF SqStatus = "P" AND SqMaker = OperOpId
                DISPLAY (8, 10) "Squad " SqTourn " " SqTeam
                        " Player " SqPlayerId " Keyed By You - Skipped."
            ELSE IF SqStatus = "P"
                DISPLAY (8, 10) "Squad " SqTourn " " SqTeam
                        " In " SqPlayerId " For " SqReplaces
                        " Overseas " SqOverseas
                PERFORM AskPara
                IF ActionIn = "A"
                    MOVE "A" TO SqStatus
                    MOVE OperOpId TO SqChecker
                    ACCEPT SqActionDate FROM DATE YYYYMMDD
                    ADD 1 TO ApprovedCount
                ELSE IF ActionIn = "R"
                    MOVE "R" TO SqStatus
                    MOVE OperOpId TO SqChecker
                    ACCEPT SqActionDate FROM DATE YYYYMMDD
                    ADD 1 TO RejectedCount
                    MOVE SqPlayerId TO BadValueOut
                    PERFORM LogRejectPara
                END-IF
                END-IF.
            WRITE SquadNewRec FROM SquadRec.
            PERFORM ReadSquadPara.
        PutBackSquadPara.
            OPEN INPUT SquadNewFile.
            OPEN OUTPUT SquadFile.
            PERFORM ReadSquadNewPara.
            PERFORM CopyBackSquadPara UNTIL FileEOF = "Y".
            CLOSE SquadNewFile SquadFile.
            MOVE "N" TO FileEOF.
        ReadSquadNewPara.
            READ SquadNewFile AT END MOVE "Y" TO FileEOF.
        CopyBackSquadPara.
            WRITE SquadRec FROM SquadNewRec.
            PERFORM ReadSquadNewPara.
      * Journal vouchers are judged whole: the first line of each
      * pending voucher carries the question and the answer is
      * applied to every line under that voucher number. A rejected
      * voucher stays on file as "R"; the operator who keyed it may
      * not pass it. The GL period of the voucher date is checked
      * again before it is passed, as it may have been closed since
      * entry; such a voucher is refused and stays pending.
        VoucherPassPara.
            OPEN INPUT VoucherFile.
            IF VoucherStatus NOT = "00"
                DISPLAY (11, 10) "No Journal Vouchers On File."
            ELSE
                OPEN OUTPUT VoucherNewFile
                MOVE 0 TO VoucherNoWk
                PERFORM ReadVoucherPara
                PERFORM JudgeVoucherPara UNTIL FileEOF = "Y"
                CLOSE VoucherFile VoucherNewFile
                MOVE "N" TO FileEOF
                PERFORM PutBackVoucherPara.
        ReadVoucherPara.
            READ VoucherFile AT END MOVE "Y" TO FileEOF.
        JudgeVoucherPara.
            IF VcVoucherNo NOT = VoucherNoWk
                MOVE VcVoucherNo TO VoucherNoWk
                MOVE "S" TO VoucherAction
                IF VcStatus = "P" AND VcMaker = OperOpId
                    DISPLAY (8, 10) "Voucher " VcVoucherNo
                            " Keyed By You - Skipped."
                ELSE IF VcStatus = "P"
                    MOVE VcVoucherTot TO VoucherTotOut
                    DISPLAY (8, 10) "Voucher " VcVoucherNo
                            " Date " VcDate " Total " VoucherTotOut
                    DISPLAY (9, 10) VcNarration
                    PERFORM AskPara
                    MOVE ActionIn TO VoucherAction
                    IF ActionIn = "A"
                        PERFORM CheckVoucherPeriodPara
                    END-IF
                    IF VoucherAction = "A"
                        ADD 1 TO ApprovedCount
                    ELSE IF ActionIn = "A"
                        DISPLAY (13, 10) "GL Period Is Closed For"
                                " That Date. Voucher Not Passed."
                        MOVE "GL PERIOD CLOSED" TO ReasonIn
                        MOVE VcVoucherNo TO BadValueOut
                        PERFORM LogRejectPara
                    ELSE IF ActionIn = "R"
                        ADD 1 TO RejectedCount
                        MOVE VcVoucherNo TO BadValueOut
                        PERFORM LogRejectPara.
            IF VcStatus = "P"
                IF VoucherAction = "A"
                    MOVE "A" TO VcStatus
                    MOVE OperOpId TO VcChecker
                    ACCEPT VcActionDate FROM DATE YYYYMMDD
                ELSE IF VoucherAction = "R"
                    MOVE "R" TO VcStatus
                    MOVE OperOpId TO VcChecker
                    ACCEPT VcActionDate FROM DATE YYYYMMDD.
            WRITE VoucherNewRec FROM VoucherRec.
            PERFORM ReadVoucherPara.
        CheckVoucherPeriodPara.
            MOVE "GL " TO AckStream.
            MOVE VcDate TO AckDate.
            CALL "AcctPeriodChk" USING AcctChkRec.
            IF AckStatus = "C"
                MOVE "S" TO VoucherAction.
        PutBackVoucherPara.
            OPEN INPUT VoucherNewFile.
            OPEN OUTPUT VoucherFile.
            PERFORM ReadVoucherNewPara.
            PERFORM CopyBackVoucherPara UNTIL FileEOF = "Y".
            CLOSE VoucherNewFile VoucherFile.
            MOVE "N" TO FileEOF.
        ReadVoucherNewPara.
            READ VoucherNewFile AT END MOVE "Y" TO FileEOF.
        CopyBackVoucherPara.
            WRITE VoucherRec FROM VoucherNewRec.
            PERFORM ReadVoucherNewPara.
        LogRejectPara.
            OPEN EXTEND ExcpLogFile.
            IF ExcpLogStatus = "35"
