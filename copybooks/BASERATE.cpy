      *> ---------------------------------------------------------
      *> BASERATE.cpy
      *> Base-rate change event - one entry each time a reference
      *> rate (the central bank repo rate, our prime rate) moves,
      *> keyed by the rate code and the date the move takes
      *> effect. Products, rate bands, debit rates and variable
      *> loans linked to the code carry a margin over it; the
      *> nightly repricing run applies each pending event on its
      *> effective date and marks it applied. Entries are only
      *> ever appended, so the file is the rate's history.
      *> ---------------------------------------------------------
       01 BaseRateRecord.
           02 BrRateCode PIC X(4).
           02 BrEffDate PIC 9(8).
           02 BrRate PIC 9V9999.
           02 BrEnteredBy PIC X(8).
           02 BrEnteredDate PIC 9(8).
           02 BrStatus PIC X(1).
               88 BrPending VALUE "P".
               88 BrApplied VALUE "A".
           02 BrAppliedDate PIC 9(8).
