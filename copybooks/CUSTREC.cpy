      *> reads as head office "HO". The branch-dimension reports
      *> and extracts select on this.
           02 CustBranch PIC X(4) VALUE SPACES.
      *> Account currency - the ISO code the balance is held in,
      *> set from the product at account opening. CustBalance and
      *> every figure the account is charged or paid in is in this
      *> currency; postings convert only when the transaction's
      *> currency differs. Blank (records from before currency
      *> accounts existed) reads as home currency "ZAR".
           02 CustCurrency PIC X(3) VALUE SPACES.
      *> Customer type - a natural person, or a legal entity
      *> (company, trust, partnership, club) whose registered name,
      *> registration number, incorporation date and entity type
      *> live on Entities.dat, with its directors and beneficial
      *> owners on EntityParties.dat. An entity carries a zero
      *> CustSSN and birth date; CustName holds the first 30
      *> characters of the registered name. Space (records from
      *> before entities existed) reads as a person.
           02 CustType PIC X(1) VALUE SPACE.
               88 CustPerson VALUE "P" SPACE.
               88 CustLegalEntity VALUE "E".
      *> Mail hold - set when the post office returns something we
      *> sent to CustAddress (ReturnedMail.dat keeps each return),
      *> cleared once the address is confirmed with the customer.
      *> While it is set nothing goes by post: statements, posted
      *> alerts, mailings and letters are held back. The date is
      *> when the hold went on. Space (records from before mail
      *> holds existed) reads as no hold.
           02 CustMailHold PIC X(1) VALUE SPACE.
               88 CustAddrUnverified VALUE "U".
           02 CustMailHoldDate PIC 9(8) VALUE ZERO.
