        FD WorkFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "CvtWork.dat".
        01  WorkRec            PIC X(200).
        FD RunLogFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RunLog.dat".
            MOVE 0 TO PoRecvDate.
            MOVE 0 TO PoRecvQty.
            MOVE 0 TO PoRate.
            MOVE SPACES TO PoDept.
            MOVE SPACES TO WorkRec.
            MOVE PoRegRec TO WorkRec.
            WRITE WorkRec.
            MOVE 0 TO EmpHireDate.
            MOVE 0 TO EmpLeaveDate.
            MOVE "A" TO EmpStatus.
            MOVE SPACES TO EmpGrade.
            MOVE SPACES TO EmpSkillCat.
            MOVE SPACES TO WorkRec.
            MOVE EmpMastRec TO WorkRec.
            WRITE WorkRec.
            MOVE OStudCourse TO ECourse.
            MOVE "A" TO EStatus.
            MOVE 0 TO EStatDate.
            MOVE SPACES TO EGuardian.
            MOVE SPACES TO WorkRec.
            MOVE ExtRec TO WorkRec.
            WRITE WorkRec.
            MOVE RecsConverted TO RlRecRead.
            MOVE RecsConverted TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
