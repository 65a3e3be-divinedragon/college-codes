      *  OperMast.dat by OperatorMaint; latest row for an operator
      *  id wins. OpRole: "SU" supervisor (everything), "OP"
      *  operator (entry and batch), "IN" inquiry only. MainMenu
      *  signs operators on against this file and appends a fresh
      *  row whenever the failed-attempt count, the lockout or the
      *  password changes. OpPwdDate is the date the operator last
      *  set the password; zero (as OperatorMaint leaves it) forces
      *  a change at the next sign-on. OpLocked "Y" refuses sign-on
      *  until a supervisor resets the operator in OperatorMaint.
      *  OpOldPwd1-3 are the three passwords before the current one,
      *  newest first, none of which may be chosen again.
      *================================================================
       01  OperMastRec.
           05  OpId                PIC X(4).
           05  OpPassword          PIC X(8).
           05  OpRole              PIC X(2).
           05  OpName              PIC X(20).
           05  OpPwdDate           PIC 9(8).
           05  OpFailCount         PIC 99.
           05  OpLocked            PIC A.
           05  OpOldPwd1           PIC X(8).
           05  OpOldPwd2           PIC X(8).
           05  OpOldPwd3           PIC X(8).
