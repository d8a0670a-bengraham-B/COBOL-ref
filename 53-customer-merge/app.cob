       01 WSBothFound PIC A(1) VALUE "N".
       01 WSRepointCount PIC 9(7) VALUE 0.
       01 WSDisplayName PIC X(32) VALUE SPACES.
      *>   SSNs as this operator may see them - in full for
      *>   compliance, last four for anyone else.
       01 WSSSNOut PIC X(11) VALUE SPACES.
       01 WSLsSSNOut PIC X(11) VALUE SPACES.
       01 WSBirthOut PIC X(10) VALUE SPACES.

      *>   Working copies of the two records - WSCustomer (the
      *>   copybook area) holds the survivor while it is being
           DISPLAY "Address:      " WSAddress
           DISPLAY "              " WSLsAddress
           DISPLAY "Phone:        " WSPhone "      " WSLsPhone
           CALL 'MASKPII' USING WSOperatorRole, WSOperatorID,
               WSProgramName, WSIDNum, WSCustSSN, WSCustBirthDate,
               WSSSNOut, WSBirthOut
           CALL 'MASKPII' USING WSOperatorRole, WSOperatorID,
               WSProgramName, WSLsIDNum, WSLsSSN, WSLsBirthDate,
               WSLsSSNOut, WSBirthOut
           DISPLAY "SSN:          " WSSSNOut "     " WSLsSSNOut
           DISPLAY "Balance:      " WSBalance "        "
               WSLsBalance.

