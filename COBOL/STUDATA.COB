            MOVE SrNoIn TO RlRecRead.
            MOVE SrNoIn TO RlRecWrit.
            MOVE 0 TO RlReturnCode.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
        ReadCompParamPara.
            MOVE CourseIn TO ECourse.
            MOVE "A" TO EStatus.
            ACCEPT EStatDate FROM DATE YYYYMMDD.
            MOVE SPACES TO EGuardian.
            WRITE ExtRec
                INVALID KEY
                    DISPLAY (12, 10) "PRN No. Already On Master."
