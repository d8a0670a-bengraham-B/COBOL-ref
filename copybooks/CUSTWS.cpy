           02 WSStmtCycle PIC 99 VALUE ZERO.
           02 WSSegment PIC X(1) VALUE SPACE.
           02 WSCustBranch PIC X(4) VALUE SPACES.
           02 WSCurrency PIC X(3) VALUE SPACES.
           02 WSCustType PIC X(1) VALUE SPACE.
           02 WSMailHold PIC X(1) VALUE SPACE.
           02 WSMailHoldDate PIC 9(8) VALUE ZERO.
