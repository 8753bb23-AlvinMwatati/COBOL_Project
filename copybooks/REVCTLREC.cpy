      *> RevControlRecord layout - holds the last reversal number
      *> assigned, so reversal numbers stay unique across runs (same
      *> single-record technique as rmactl.dat).
       01  RevControlRecord.
           05  RevCtlLastNumber PIC 9(6).
