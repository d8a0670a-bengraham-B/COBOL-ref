       01 CreditLimitRecord.
           02 CLCustomerID PIC 9(5).
           02 CLLimitAmount PIC S9(9)V99.
      *> Business date the facility was first granted - the
      *> account opening date the credit bureau file reports.
      *> Entries from before it was kept read as spaces, which
      *> the readers treat as zero (not known).
           02 CLGrantDate PIC 9(8).
