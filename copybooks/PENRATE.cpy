      *> ---------------------------------------------------------
      *> PENRATE.cpy
      *> Penalty interest rate record - PenaltyRates.dat holds the
      *> annual rate charged, day by day, on a loan installment
      *> left unpaid past its due date. Rates are kept per
      *> product, keyed on the borrower's account product the way
      *> the debit-rate table is (blank product reads as "CHQ"),
      *> and are effective-dated and appended, never edited in
      *> place, so the file is its own history; the nightly
      *> penalty run takes each product's latest rate in force on
      *> its business date. Maintained through penalty rate
      *> maintenance.
      *> ---------------------------------------------------------
       01 PenaltyRateRecord.
           02 PnProductCode PIC X(3).
           02 PnEffDate PIC 9(8).
           02 PnAnnualRate PIC 9V9999.
