      *> ---------------------------------------------------------
      *> PROVRATE.cpy
      *> Loan-loss provisioning rate record - ProvisionRates.dat
      *> holds the percentage of each aging bucket's exposure the
      *> month-end provisioning run sets aside. Rates are
      *> effective-dated and appended, never edited in place, so
      *> the file is its own history; the run takes each book and
      *> bucket's latest rate in force on its business date.
      *> Loan buckets follow the arrears aging: 0 performing
      *> (outstanding not yet due), 1 up to 30 days overdue,
      *> 2 31-60, 3 61-90, 4 over 90. Overdraft buckets follow
      *> the excess monitor: 1 1-7 days past the floor, 2 8-30,
      *> 3 over 30. Maintained through provision maintenance.
      *> ---------------------------------------------------------
       01 ProvisionRateRecord.
           02 PrBook PIC X(1).
               88 PrBookLoan VALUE "L".
               88 PrBookOverdraft VALUE "O".
           02 PrBucket PIC 9(1).
           02 PrEffDate PIC 9(8).
           02 PrRate PIC 9V9999.
