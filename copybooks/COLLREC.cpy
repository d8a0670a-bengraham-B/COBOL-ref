      *> ---------------------------------------------------------
      *> COLLREC.cpy
      *> Collateral register record - one entry per item of
      *> security behind a loan, keyed to LnNumber with a running
      *> item number. A pledged term deposit carries its TDNumber
      *> and is valued at its principal; while the lien is held
      *> and the loan is not settled, the maturity run will not
      *> pay it out to the customer. Settling the loan releases
      *> every lien held against it. The month-end loan-to-value
      *> report reads the valuations and their dates back.
      *> ---------------------------------------------------------
       01 CollateralRecord.
           02 ColLoanNumber PIC 9(7).
           02 ColItemNo PIC 9(2).
           02 ColType PIC X(1).
               88 ColProperty VALUE "P".
               88 ColVehicle VALUE "V".
               88 ColTermDeposit VALUE "T".
               88 ColOther VALUE "O".
           02 ColDescription PIC X(30).
           02 ColValuation PIC S9(9)V99.
           02 ColValuationDate PIC 9(8).
           02 ColLienFlag PIC X(1).
               88 ColLienHeld VALUE "Y".
               88 ColLienReleased VALUE "N".
           02 ColTDNumber PIC 9(7).
