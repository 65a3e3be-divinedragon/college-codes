      *================================================================
      *  BUSROUTE.CPY -- college bus route, appended to BusRoute.dat
      *  by BusRouteMaint. The latest row for a route carries its
      *  name, the bus on it and the seats on that bus. BrStatus "A"
      *  the route is running, "X" withdrawn (no new passes).
      *================================================================
       01  BusRouteRec.
           05  BrRouteNo           PIC X(4).
           05  BrName              PIC X(20).
           05  BrBusRegNo          PIC X(10).
           05  BrCapacity          PIC 9(3).
           05  BrStatus            PIC A.
