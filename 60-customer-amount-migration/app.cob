                   MOVE OldCustBalance TO CustBalance
                   MOVE OldCustProductCode TO CustProductCode
                   MOVE ZERO TO CustGuardianID
                   MOVE SPACE TO CustMailHold
                   MOVE ZERO TO CustMailHoldDate
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Duplicate ID during migration: "
