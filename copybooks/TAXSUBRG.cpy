      *> ---------------------------------------------------------
      *> TAXSUBRG.cpy
      *> Revenue submission register (TaxSubReg.dat) - one entry
      *> per customer line sent to the revenue authority in the
      *> annual third-party data submission, original or
      *> correction. The latest entry for a customer and tax year
      *> is what the authority now holds for that customer, which
      *> is what a corrections run compares the ledger against.
      *> ---------------------------------------------------------
       01 TaxSubRegRecord.
           02 TsTaxYear PIC 9(4).
           02 TsCustomerID PIC 9(5).
           02 TsInterest PIC S9(11)V99.
           02 TsWithheld PIC S9(11)V99.
           02 TsSubmitType PIC X(1).
               88 TsOriginal VALUE "O".
               88 TsCorrection VALUE "C".
           02 TsSubmitDate PIC 9(8).
