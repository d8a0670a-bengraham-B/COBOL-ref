               MOVE "CHQ" TO CustProductCode
           END-IF
           MOVE ZERO TO CustGuardianID
           MOVE SPACE TO CustMailHold
           MOVE ZERO TO CustMailHoldDate
           SET AcctActive TO TRUE
           MOVE ZERO TO CustBalance
           MOVE "N" TO WSDuplicateFound
