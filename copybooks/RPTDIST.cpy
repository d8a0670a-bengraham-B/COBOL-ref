      *> ---------------------------------------------------------
      *> RPTDIST.cpy
      *> Report distribution table (ReportDist.dat) - which
      *> cataloged reports the bursting run cuts into branch parts
      *> and who receives each part.
      *>   R - a report split by branch: RdReport the name it is
      *>       cataloged under, RdKeyType what its detail lines
      *>       are keyed on and RdKeyColumn the print column the
      *>       key starts in
      *>         C  customer IDNum (5)  - branch from CustBranch
      *>         O  operator ID (8)     - branch from OperBranch
      *>         T  transaction ID (16) - branch from TranBranch
      *>   B - a recipient of RdReport's part for RdBranch; a
      *>       branch may have several
      *> A report with no R line is never split.
      *> ---------------------------------------------------------
       01 ReportDistRecord.
           02 RdType PIC X(1).
               88 RdReportLine VALUE "R".
               88 RdRecipientLine VALUE "B".
           02 RdReport PIC X(30).
           02 RdKeyType PIC X(1).
               88 RdKeyCustomer VALUE "C".
               88 RdKeyOperator VALUE "O".
               88 RdKeyTransaction VALUE "T".
           02 RdKeyColumn PIC 9(3).
           02 RdBranch PIC X(4).
           02 RdRecipient PIC X(30).
