      *================================================================
      *  SIGNHIST.CPY -- one row per sign-on attempt, appended to
      *  SignHist.dat by MainMenu and listed by SignOnInquiry.
      *  ShResult: "S" signed on, "F" wrong password, "K" wrong
      *  password that locked the operator out, "L" refused because
      *  already locked out, "U" unknown operator id, "C" password
      *  changed, "X" refused because an expired password was not
      *  changed. ShFailCount is the operator's failed-attempt
      *  count after the attempt.
      *================================================================
       01  SignHistRec.
           05  ShOpId              PIC X(4).
           05  ShDate              PIC 9(8).
           05  ShTime              PIC 9(8).
           05  ShResult            PIC A.
           05  ShFailCount         PIC 99.
