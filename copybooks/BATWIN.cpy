      *> ---------------------------------------------------------
      *> BATWIN.cpy
      *> Batch window control - read by the elapsed-time trend
      *> report to know which stream each run-control step belongs
      *> to and when each stream's window closes.
      *>   W - a stream's window: BwWindowEnd the clock time (HHMM)
      *>       the stream must be finished by, BwTolerance the
      *>       percentage over its 30-day average a step may run
      *>       before it is flagged
      *>   S - a step (the name it records run control under) in
      *>       BwStream, in the order the stream runs it
      *> A stream with no W line keeps the report's compiled-in
      *> window; a step with no S line is reported on its own.
      *> ---------------------------------------------------------
       01 BatchWindowRecord.
           02 BwType PIC X(1).
               88 BwWindowLine VALUE "W".
               88 BwStepLine VALUE "S".
           02 BwStream PIC X(8).
           02 BwStepName PIC X(8).
           02 BwWindowEnd PIC 9(4).
           02 BwTolerance PIC 9(3).
