       01 WSNewProduct PIC X(3) VALUE SPACES.
       01 WSOwnerSeen PIC A(1) VALUE "N".
       01 WSProductSeen PIC A(1) VALUE "N".
       01 WSNewCurrency PIC X(3) VALUE SPACES.
       01 WSNewTaken PIC A(1) VALUE "N".
       01 WSListOwner PIC 9(5) VALUE 0.
       01 WSLinkedCount PIC 9(3) VALUE 0.
               NOT AT END
                   IF ProdCode = WSNewProduct AND ProdActive
                       MOVE "Y" TO WSProductSeen
                       MOVE ProdCurrency TO WSNewCurrency
                       IF WSNewCurrency = SPACES
                           MOVE "ZAR" TO WSNewCurrency
                       END-IF
                   END-IF
           END-READ.

           MOVE WSCustBirthDate TO CustBirthDate
           MOVE ZERO TO CustBalance
           MOVE WSNewProduct TO CustProductCode
           MOVE WSNewCurrency TO CustCurrency
           MOVE WSGuardianID TO CustGuardianID
           MOVE WSOwnerIDIn TO CustOwnerID
      *>     The new account shares the identity's address, so it
      *>     shares any mail hold on it too.
           MOVE WSMailHold TO CustMailHold
           MOVE WSMailHoldDate TO CustMailHoldDate
           IF CustMailHoldDate IS NOT NUMERIC
               MOVE 0 TO CustMailHoldDate
           END-IF
           WRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to write account " WSNewAccountID
                   PERFORM WRITE-OPEN-AUDIT
                   DISPLAY "Account " WSNewAccountID " opened for "
                       "customer " WSOwnerIDIn " on product "
                       WSNewProduct " in " WSNewCurrency
           END-WRITE.

       ROLL-CONTROL-FORWARD.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE "Y" TO WSEOF
           END-START
           DISPLAY "ACCOUNT  PRODUCT  CCY  BALANCE"
           PERFORM LIST-ONE-ACCOUNT-ROW UNTIL WSEOF = "Y"
           IF WSLinkedCount = 0
               DISPLAY "  (no accounts found)"
                       WSOwnerID = WSListOwner)
                       ADD 1 TO WSLinkedCount
                       MOVE WSBalance TO WSBalanceOut
                       MOVE WSCurrency TO WSNewCurrency
                       IF WSNewCurrency = SPACES
                           MOVE "ZAR" TO WSNewCurrency
                       END-IF
                       DISPLAY WSIDNum "    " WSProductCode
                           "      " WSNewCurrency "  " WSBalanceOut
                   END-IF
           END-READ.
