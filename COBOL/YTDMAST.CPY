           05  YtdPFDed       PIC 9(9)V99.
           05  YtdTDS         PIC 9(9)V99.
           05  YtdNetSal      PIC 9(9)V99.
           05  YtdEsiDed      PIC 9(9)V99.
           05  YtdEsiEmpr     PIC 9(9)V99.
           05  YtdShiftAlw    PIC 9(9)V99.
