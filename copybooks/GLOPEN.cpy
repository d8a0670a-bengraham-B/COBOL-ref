      *> ---------------------------------------------------------
      *> GLOPEN.cpy
      *> GL opening balance - GLOpening.dat carries the asset and
      *> liability balances the year-end close brings forward into
      *> the financial year after GoYearEnd, one row per account
      *> and side. An approved adjustment journal into the closed
      *> year appends further rows for the same year end, so an
      *> account's opening balance is the sum of its rows. The
      *> trial balance reads them for its financial-year view.
      *> ---------------------------------------------------------
       01 GLOpeningRecord.
           02 GoYearEnd PIC 9(8).
           02 GoAccount PIC 9(4).
           02 GoSide PIC X(1).
               88 GoDebit VALUE "D".
               88 GoCredit VALUE "C".
           02 GoAmount PIC S9(11)V99.
           02 GoSource PIC X(8).
