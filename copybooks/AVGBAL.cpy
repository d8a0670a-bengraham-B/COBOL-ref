      *> ---------------------------------------------------------
      *> AVGBAL.cpy
      *> Monthly average daily balance - one record per account
      *> per calendar month, worked from the daily balance history
      *> with each close carried over the non-business days behind
      *> it. AbDays is the number of days averaged over (fewer
      *> than the month for an account opened during it). The
      *> average is in the account's currency, with the home
      *> equivalent at the month's last business day mid rate for
      *> the branch and product reports.
      *> ---------------------------------------------------------
       01 AvgBalRecord.
           02 AbPeriod PIC 9(6).
           02 AbIDNum PIC 9(5).
           02 AbBranch PIC X(4).
           02 AbProductCode PIC X(3).
           02 AbCurrency PIC X(3).
           02 AbDays PIC 99.
           02 AbAverage PIC S9(9)V99.
           02 AbAverageHome PIC S9(9)V99.
