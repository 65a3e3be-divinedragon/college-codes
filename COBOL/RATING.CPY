      *================================================================
      *  RATING.CPY -- player rating history, appended to Rating.dat
      *  by PlayerRating for every rated player on each stats run
      *  that finds new matches; the latest row for a player is the
      *  current rating and its ranks are the "last run" positions
      *  for the next run's movement. RtLastMatch is the highest
      *  match id taken in so far - the next run rates only later
      *  matches from transac.dat and BowlTransac.dat. Ratings are
      *  recency weighted: each innings or spell moves the rating
      *  toward its points by (100 - RATING-DECAY) percent, and a
      *  player idle for a whole run decays by RATING-DECAY.
      *  RtAllRating is batting times bowling over 100. A rank of 0
      *  means not ranked in that list.
      *================================================================
       01  RatingRec.
           05  RtPlayerId          PIC X(4).
           05  RtRunDate           PIC 9(8).
           05  RtLastMatch         PIC 999.
           05  RtBatRating         PIC 9(4)V99.
           05  RtBowlRating        PIC 9(4)V99.
           05  RtAllRating         PIC 9(4)V99.
           05  RtBatRank           PIC 9(3).
           05  RtBowlRank          PIC 9(3).
           05  RtAllRank           PIC 9(3).
           05  RtBatInns           PIC 9(4).
           05  RtBowlInns          PIC 9(4).
