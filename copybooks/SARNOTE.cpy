      *> ---------------------------------------------------------
      *> SARNOTE.cpy
      *> Suspicious activity case note - the investigator's log,
      *> one line per entry, in the order written. Every status
      *> decision writes its grounds here as well, so the file
      *> is the case's full narrative for the regulator.
      *> ---------------------------------------------------------
       01 SarNoteRecord.
           02 SnCaseNumber PIC 9(7).
           02 SnDate PIC 9(8).
           02 SnTime PIC 9(8).
           02 SnOperator PIC X(8).
           02 SnStatus PIC X(1).
           02 SnText PIC X(60).
