      *> ---------------------------------------------------------
      *> SETLDIFF.cpy
      *> Settlement difference register - SettleDiffs.dat keeps
      *> every settlement window and institution where what the
      *> clearing house moved on the statement date differed from
      *> the net position our own registers expected. Amounts are
      *> from our side: positive is money in to our settlement
      *> account, negative money out. A difference stays open,
      *> and ages on every reconciliation run, until an operator
      *> records what explains it through the settlement
      *> difference queue.
      *> ---------------------------------------------------------
       01 SettleDiffRecord.
           02 SdStmtDate PIC 9(8).
           02 SdWindow PIC 99.
           02 SdInstitution PIC X(8).
           02 SdExpected PIC S9(11)V99.
           02 SdActual PIC S9(11)V99.
           02 SdDifference PIC S9(11)V99.
           02 SdStatus PIC X(1).
               88 SdOpen VALUE "O".
               88 SdExplained VALUE "E".
           02 SdExplainedDate PIC 9(8).
           02 SdExplainedBy PIC X(8).
           02 SdExplanation PIC X(40).
