      *> cataloged report; the retention sweep purges archives
      *> past the holding period and marks the entry, the way the
      *> generation retention run treats its snapshots.
      *> A report split by branch keeps its whole-bank entry (branch
      *> blank), marked burst once the bursting run has cut it up,
      *> and gains one entry per branch part under the same report
      *> name with that part's branch; entries written before the
      *> split existed read both fields as blank.
      *> ---------------------------------------------------------
       01 ReportCatalogRecord.
           02 RcName PIC X(30).
           02 RcPageCount PIC 9(3).
           02 RcPurgedFlag PIC X(1).
               88 RcIsPurged VALUE "Y".
           02 RcBranch PIC X(4).
           02 RcBurstFlag PIC X(1).
               88 RcIsBurst VALUE "Y".
