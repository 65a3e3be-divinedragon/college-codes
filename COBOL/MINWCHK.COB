        IDENTIFICATION DIVISION.
        PROGRAM-ID. MinWageChk.
        AUTHOR. Deepak.
        INSTALLATION. Kirpa Bhawan.
        DATE-WRITTEN. 02-09-2026.
        DATE-COMPILED.
        SECURITY. General.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RateFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RateStatus.
            SELECT MinWageFile ASSIGN TO DISK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MinWageStatus.

        DATA DIVISION.
        FILE SECTION.
        FD RateFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "RateMast.dat".
            COPY "RATEMAST.CPY".
        FD MinWageFile
            LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "MinWage.dat".
            COPY "MINWAGE.CPY".

        WORKING-STORAGE SECTION.
        01  RateStatus     PIC XX VALUE "00".
        01  MinWageStatus  PIC XX VALUE "00".
        01  RateEOF        PIC A VALUE "N".
        01  MinWageEOF     PIC A VALUE "N".
        01  RateHit        PIC A VALUE "N".
        01  BestDept       PIC A VALUE "N".
        01  BestEff        PIC 9(8) VALUE 0.

        LINKAGE SECTION.
        COPY "MWCHK.CPY".

        PROCEDURE DIVISION USING MinWageChkRec.
        ControlPara.
            PERFORM FindDaPara.
            COMPUTE MwcWage ROUNDED =
                MwcBasic + MwcBasic * MwcDaRate.
            PERFORM FindMinPara.
            IF MwcMinimum > 0 AND MwcWage < MwcMinimum
                MOVE "N" TO MwcResult
            ELSE
                MOVE "Y" TO MwcResult.
            GOBACK.
      * DA is picked the way the payroll run picks it: the latest
      * row in force, a row for the department beating a general
      * one, 25 per cent when RateMast.dat has none.
        FindDaPara.
            MOVE 0.25 TO MwcDaRate.
            MOVE "N" TO RateHit.
            MOVE "N" TO BestDept.
            MOVE 0 TO BestEff.
            MOVE "N" TO RateEOF.
            OPEN INPUT RateFile.
            IF RateStatus = "00"
                PERFORM ReadRatePara
                PERFORM TestRatePara UNTIL RateEOF = "Y"
                CLOSE RateFile.
        ReadRatePara.
            READ RateFile AT END MOVE "Y" TO RateEOF.
        TestRatePara.
            IF RtRateType = "DA" AND RtEffDate NOT > MwcAsOfDate
                IF RtDept = MwcDept AND RtDept NOT = SPACES
                    IF BestDept = "N" OR RtEffDate > BestEff
                        MOVE "Y" TO BestDept
                        MOVE "Y" TO RateHit
                        MOVE RtEffDate TO BestEff
                        MOVE RtPercent TO MwcDaRate
                    END-IF
                ELSE
                    IF RtDept = SPACES AND BestDept = "N"
                       AND (RateHit = "N" OR RtEffDate > BestEff)
                        MOVE "Y" TO RateHit
                        MOVE RtEffDate TO BestEff
                        MOVE RtPercent TO MwcDaRate
                    END-IF
                END-IF
            END-IF.
            PERFORM ReadRatePara.
        FindMinPara.
            MOVE 0 TO MwcMinimum.
            MOVE 0 TO MwcMinEff.
            MOVE "N" TO MinWageEOF.
            OPEN INPUT MinWageFile.
            IF MinWageStatus = "00"
                PERFORM ReadMinWagePara
                PERFORM TestMinWagePara UNTIL MinWageEOF = "Y"
                CLOSE MinWageFile.
        ReadMinWagePara.
            READ MinWageFile AT END MOVE "Y" TO MinWageEOF.
        TestMinWagePara.
            IF MwSkillCat = MwcSkillCat
               AND MwEffDate NOT > MwcAsOfDate
               AND MwEffDate NOT < MwcMinEff
                MOVE MwMinMonthly TO MwcMinimum
                MOVE MwEffDate TO MwcMinEff.
            PERFORM ReadMinWagePara.
