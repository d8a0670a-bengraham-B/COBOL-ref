      *> ---------------------------------------------------------
      *> DQHIST.cpy
      *> Customer data quality history - one line per branch per
      *> month, written by the monthly scorecard: records scored,
      *> records failing at least one rule, rules broken and the
      *> branch's average score. A rerun for the same month
      *> replaces that month's lines. The scorecard prints its
      *> month-by-month trend from here.
      *> ---------------------------------------------------------
       01 DqHistoryRecord.
           02 DqhPeriod PIC 9(6).
           02 DqhBranch PIC X(4).
           02 DqhRecords PIC 9(7).
           02 DqhFailing PIC 9(7).
           02 DqhErrors PIC 9(7).
           02 DqhAvgScore PIC 9(3).
