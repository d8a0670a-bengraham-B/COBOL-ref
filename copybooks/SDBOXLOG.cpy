      *> ---------------------------------------------------------
      *> SDBOXLOG.cpy
      *> Safe deposit box key and access log - appended by the box
      *> register screen for every visit to the vault, key issued
      *> or handed back, rental opened or closed, and box drilled,
      *> with who came (the renter or a joint access holder) and
      *> the operator who let them in. A box moved to another
      *> branch by a branch closure is logged transferred in at
      *> its new branch and number, against its renter.
      *> ---------------------------------------------------------
       01 SafeBoxLogRecord.
           02 BlBranch PIC X(4).
           02 BlNumber PIC 9(4).
           02 BlDate PIC 9(8).
           02 BlTime PIC 9(8).
           02 BlEvent PIC X(1).
               88 BlAccess VALUE "A".
               88 BlKeyIssued VALUE "K".
               88 BlKeyReturned VALUE "R".
               88 BlRentalOpened VALUE "O".
               88 BlRentalClosed VALUE "C".
               88 BlBoxDrilled VALUE "D".
               88 BlTransferredIn VALUE "T".
           02 BlPartyID PIC 9(5).
           02 BlOperator PIC X(8).
