           02 ProdStatus PIC X(1).
               88 ProdActive VALUE "A" " ".
               88 ProdRetired VALUE "R".
      *> Early-break terms for a term product - a deposit broken
      *> before maturity earns interest to the break date at
      *> ProdBreakRate when one is set; otherwise it earns its own
      *> rate less ProdBreakPenalty, a flat amount that never eats
      *> into principal. Lines from before breaks existed read as
      *> spaces, which the readers treat as zero.
           02 ProdBreakRate PIC 9V9999.
           02 ProdBreakPenalty PIC 9(9)V99.
      *> Base-rate link - a product priced off a reference rate
      *> names the BaseRates.dat code and carries its margin over
      *> it (negative below); the repricing run resets
      *> ProdInterestRate to base plus margin whenever the base
      *> moves. Blank code (and older lines) means a fixed rate.
           02 ProdBaseCode PIC X(4).
           02 ProdBaseMargin PIC S9V9999.
      *> Product currency - accounts opened on the product are
      *> held in it, and the product's fee, floor and limit figures
      *> are stated in it. Blank (and older lines) is home currency.
           02 ProdCurrency PIC X(3).
      *> Passbook product - a savings product whose customers keep
      *> a passbook the teller writes up at the passbook update
      *> screen; how far each account's book is printed is kept on
      *> PassbookPos.dat. Blank (and older lines) is a statement
      *> product.
           02 ProdPassbook PIC X(1).
               88 ProdIsPassbook VALUE "Y".
