      *> ---------------------------------------------------------
      *> BRXFER.cpy
      *> Branch portfolio transfer journal - BranchXfer.dat holds
      *> one entry for every master record a branch closure or
      *> merge moved from one branch to another: which record,
      *> the transfer's effective date, who authorised it and
      *> when, with a note where the move was more than a change
      *> of branch code (a safe deposit box renumbered to clear a
      *> number already in use at the receiving branch, or a
      *> report recipient dropped as already receiving there).
      *>   C - customer, keyed by IDNum (the full before and after
      *>       images also go to CustJournal.dat)
      *>   O - operator, keyed by operator ID
      *>   B - safe deposit box, keyed by its old box number
      *>   D - report distribution recipient, keyed by report
      *> ---------------------------------------------------------
       01 BranchXferRecord.
           02 BxDate PIC 9(8).
           02 BxTime PIC 9(8).
           02 BxEffDate PIC 9(8).
           02 BxOperator PIC X(8).
           02 BxFromBranch PIC X(4).
           02 BxToBranch PIC X(4).
           02 BxRecordType PIC X(1).
               88 BxCustomer VALUE "C".
               88 BxOperatorRecord VALUE "O".
               88 BxSafeBox VALUE "B".
               88 BxDistribution VALUE "D".
           02 BxKey PIC X(30).
           02 BxNote PIC X(40).
