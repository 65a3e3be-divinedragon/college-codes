            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "Overtime   : ".
            05  OTOut      PIC Z(5)9.99.
        01  SlipShift.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "Shift Allow: ".
            05  ShiftOut   PIC Z(5)9.99.
        01  SlipEncash.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "Leave Encash: ".
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "T.D.S.     : ".
            05  TDSOut     PIC Z(5)9.99.
        01  SlipESI.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "E.S.I.     : ".
            05  EsiOut     PIC Z(5)9.99.
        01  SlipLoan.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "Loan E.M.I.: ".
            05  LoanOut    PIC Z(5)9.99.
        01  SlipLib.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC X(14) VALUE "Library Fine: ".
            05  LibOut     PIC Z(5)9.99.
        01  SlipReimb.
            05  F          PIC X(2) VALUE SPACES.
            05  F          PIC A(14) VALUE "Reimburse  : ".
            MOVE PSDA TO DAOut.
            MOVE PSHRA TO HRAOut.
            MOVE PSOvertime TO OTOut.
            IF PSShiftAlw NUMERIC
                MOVE PSShiftAlw TO ShiftOut
            ELSE
                MOVE 0 TO ShiftOut.
            MOVE PSLeaveEnc TO EncashOut.
            MOVE PSBonus TO BonusOut.
            MOVE PSArrears TO ArrearsOut.
            MOVE PSTotSal TO TotSalOut.
            MOVE PSPFDed TO PFOut.
            MOVE PSTDS TO TDSOut.
            IF PSEsiDed NUMERIC
                MOVE PSEsiDed TO EsiOut
            ELSE
                MOVE 0 TO EsiOut.
            MOVE PSLoanDed TO LoanOut.
            IF PSLibDed NUMERIC
                MOVE PSLibDed TO LibOut
            ELSE
                MOVE 0 TO LibOut.
            MOVE PSReimb TO ReimbOut.
            MOVE PSNetSal TO NetSalOut.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM SlipDA.
            WRITE RecOut FROM SlipHRA.
            WRITE RecOut FROM SlipOT.
            WRITE RecOut FROM SlipShift.
            WRITE RecOut FROM SlipEncash.
            WRITE RecOut FROM SlipBonus.
            WRITE RecOut FROM SlipArrears.
            WRITE RecOut FROM SlipGross.
            WRITE RecOut FROM SlipPF.
            WRITE RecOut FROM SlipTDS.
            WRITE RecOut FROM SlipESI.
            WRITE RecOut FROM SlipLoan.
            WRITE RecOut FROM SlipLib.
            WRITE RecOut FROM SlipReimb.
            WRITE RecOut FROM LineRec.
            WRITE RecOut FROM SlipNet.
