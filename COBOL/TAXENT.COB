            IF TaxRateStatus = "35"
                OPEN OUTPUT TaxRateFile.
        EntryPara.
            DISPLAY (5, 10) "Rate Type (PF/TDS/ESI/ESIR) :- ".
            ACCEPT TypeIn.
            DISPLAY (6, 10) "Effective Date (YYYYMMDD) :- ".
            ACCEPT EffDateIn.
            DISPLAY (7, 10) "Slab From (0 PF, Ceiling ESI) :- ".
            ACCEPT SlabFromIn.
            DISPLAY (8, 10) "Percentage (0.1200 = 12 Pct) :- ".
            ACCEPT PercentIn.
            IF TypeIn NOT = "PF" AND TypeIn NOT = "TDS"
                    AND TypeIn NOT = "ESI" AND TypeIn NOT = "ESIR"
                DISPLAY (11, 10) "Rate Type Must Be PF/TDS/ESI/ESIR."
            ELSE IF PercentIn NOT > 0
                DISPLAY (11, 10) "Percentage Must Be Positive."
            ELSE IF EffDateIn NOT NUMERIC OR EffDateIn = 0
