      *  the PROGRAM-ID that gets CALLed; BsEnabled "N" skips the
      *  step without a program change; BsOnError "A" aborts the
      *  chain on a nonzero return code, "C" carries on.
      *  BsTargetSecs is the step's target run time in seconds; zero
      *  lets its average over the last 30 nights stand as its norm.
      *================================================================
       01  BatchStepRec.
           05  BsSeq               PIC 999.
           05  BsProgram           PIC X(12).
           05  BsEnabled           PIC A.
           05  BsOnError           PIC A.
           05  BsTargetSecs        PIC 9(5).
