      *> ---------------------------------------------------------
      *> GLCLOSE.cpy
      *> GL year-end control - GLClosed.dat carries one optional
      *> "P" record with the financial year's closing month and
      *> the retained-earnings account the close books into, and
      *> one "Y" record per financial year the year-end close has
      *> closed. Posting into a closed year is refused everywhere
      *> the ledger is written to, except by an approved
      *> adjustment journal for the latest closed year; the shared
      *> GLLOCK routine answers the question from this file.
      *> ---------------------------------------------------------
       01 GLCloseRecord.
           02 GcRecordType PIC X(1).
               88 GcIsParameter VALUE "P".
               88 GcIsClosedYear VALUE "Y".
           02 GcRest PIC X(59).
       01 GLCloseParameter REDEFINES GLCloseRecord.
           02 FILLER PIC X(1).
           02 GcYearEndMonth PIC 99.
           02 GcRetainedAcct PIC 9(4).
           02 FILLER PIC X(53).
       01 GLClosedYear REDEFINES GLCloseRecord.
           02 FILLER PIC X(1).
           02 GcYearEnd PIC 9(8).
           02 GcClosedOn PIC 9(8).
           02 GcRetainedEarnings PIC 9(4).
           02 GcNetResult PIC S9(13)V99.
           02 GcAccountsClosed PIC 9(5).
           02 FILLER PIC X(19).
