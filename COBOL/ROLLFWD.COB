                PERFORM ApplyStudPara.
            WRITE RecOut FROM DetailRec.
      * Only images the audit writers leave in a reusable form are
      * replayed: PAYROLL basic changes, DEPTTRF department moves
      * and GRADEENT grade assignments on the employee master,
      * STATCHG status letters on the student master. Everything
      * else is reported as not applied.
        ApplyEmpPara.
            MOVE AuKey TO KeyXWk.
            IF KeyXWk (1:4) NOT NUMERIC
                REWRITE EmpMastRec
                ADD 1 TO AppliedCount
                MOVE "APPLIED-DEPT" TO DispOut
            ELSE IF AuProgram = "GRADEENT"
                MOVE AuAfterImage (1:2) TO EmpGrade
                REWRITE EmpMastRec
                ADD 1 TO AppliedCount
                MOVE "APPLIED-GRADE" TO DispOut
            ELSE IF AuProgram = "PAYROLL"
                PERFORM ParseAmountPara
                IF ParseOk = "Y"
            MOVE RunDate8 TO RlRunDate.
            MOVE AppliedCount TO RlRecRead.
            MOVE AppliedCount TO RlRecWrit.
            MOVE 0 TO RlStartTime.
            MOVE 0 TO RlEndTime.
            WRITE RunLogRec.
            CLOSE RunLogFile.
