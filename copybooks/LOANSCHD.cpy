      *> its due date arrives and flips the entry to posted; an
      *> entry still due past its date is an arrear, and the aging
      *> report buckets those at 30/60/90 days for collections.
      *> An early settlement closes every entry still due, so the
      *> collection run and the aging report pass them by.
      *> ---------------------------------------------------------
       01 LoanScheduleRecord.
           02 LsLoanNumber PIC 9(7).
           02 LsStatus PIC X(1).
               88 LsDue VALUE "D".
               88 LsPosted VALUE "P".
               88 LsClosed VALUE "C".
