            MOVE FoundCourse TO ECourse.
            MOVE "D" TO EStatus.
            MOVE RunDate8 TO EStatDate.
            MOVE SPACES TO EGuardian.
            WRITE ExtRec.
            CLOSE StudentExtFile.
      * First term's charge goes on in FeeBilling's own format, so
