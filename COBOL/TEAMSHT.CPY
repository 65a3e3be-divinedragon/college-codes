      *  TEAMSHT.CPY -- playing-eleven row, written to TeamSheet.dat
      *  by TeamSheetEntry: eleven rows per side per FxMatchId,
      *  validated against NewFile.dat and the transfer history as
      *  of that match and, for a fixture within a tournament,
      *  against the side's registered squad and the overseas limit
      *  for the eleven (TOURNMT.CPY, SQUAD.CPY). ScorecardEntry
      *  refuses any batting or bowling line for a player who is not
      *  on the match's sheet.
      *  Re-keying a side replaces its previous eleven.
      *================================================================
       01  TeamSheetRec.
