      *> ---------------------------------------------------------
      *> PSTMTREC.cpy
      *> Portal statement file - the electronic cycle statement,
      *> cut by the cycle run for every customer who takes the
      *> statement on the portal. One statement is a header line,
      *> one detail line per ledger item carrying the TranCodes.dat
      *> statement text the customer sees, and an end line with
      *> the closing balance and the statement's own line count.
      *> PortalStmt.ctl carries the file's control trailer the way
      *> PortalHist.ctl does, so the portal side can prove it
      *> loaded every statement.
      *>   PsRecType - H header, D detail, E end of statement
      *> ---------------------------------------------------------
       01 PortalStmtHeader.
           02 PsRecType PIC X(1).
               88 PsHeader VALUE "H".
               88 PsDetail VALUE "D".
               88 PsEnd VALUE "E".
           02 PsCustomerID PIC 9(5).
           02 PsStmtDate PIC 9(8).
           02 PsCycle PIC 99.
           02 PsCurrency PIC X(3).
       01 PortalStmtDetail.
           02 PsDRecType PIC X(1).
           02 PsDCustomerID PIC 9(5).
           02 PsDItemDate PIC 9(8).
           02 PsDAmount PIC S9(9)V99.
           02 PsDRunning PIC S9(11)V99.
           02 PsDStmtText PIC X(30).
           02 PsDCounterparty PIC X(30).
       01 PortalStmtEnd.
           02 PsERecType PIC X(1).
           02 PsECustomerID PIC 9(5).
           02 PsEClosing PIC S9(11)V99.
           02 PsELineCount PIC 9(5).
