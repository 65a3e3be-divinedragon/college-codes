      *================================================================
      *  BUSSTOP.CPY -- pick-up stop on a bus route, appended to
      *  BusStop.dat by BusRouteMaint. Stops are numbered in the
      *  order the bus reaches them; the latest row for a route and
      *  stop wins. SpFare is the transport charge for one term from
      *  that stop. SpStatus "A" in use, "X" dropped.
      *================================================================
       01  BusStopRec.
           05  SpRouteNo           PIC X(4).
           05  SpStopNo            PIC 99.
           05  SpStopName          PIC X(20).
           05  SpFare              PIC 9(5)V99.
           05  SpStatus            PIC A.
