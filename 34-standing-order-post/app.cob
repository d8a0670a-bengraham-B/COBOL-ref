       01 WSPartyLast PIC X(35) VALUE SPACES.
       01 WSPartyPointer PIC 99 VALUE 1.

      *>   The order amount is in home currency. A payer or
      *>   receiver whose account runs in another currency moves
      *>   by the equivalent at the day's mid rate; with no rate on
      *>   file the order fails and stays due for the next run.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSPayerAmount PIC S9(9)V99 VALUE 0.
       01 WSReceiverAmount PIC S9(9)V99 VALUE 0.
       01 WSRatesOK PIC A(1) VALUE "Y".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.


      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
                   SOCustomerID " not on Customer.dat"
           ELSE
               PERFORM FIND-ORDER-RECEIVER
               IF WSRatesOK = "N"
                   ADD 1 TO WSFailedCount
                   DISPLAY "Order " SOOrderNumber " failed - no rate "
                       "on file for " WSAcctCurrency
               ELSE
                   PERFORM POST-ORDER-LEGS
                   PERFORM ADVANCE-NEXT-DUE-DATE
                   ADD 1 TO WSPostedCount
                   ADD SOAmount TO WSPostedAmount
                   PERFORM SAVE-CHECKPOINT
                   DISPLAY "Order " SOOrderNumber " posted: "
                       SOAmount " from " WSPayerName " to "
                       SOCounterparty
               END-IF
           END-IF.

       LOAD-CHECKPOINT.

       FIND-ORDER-PAYER.
           MOVE "N" TO WSPayerFound
           MOVE "Y" TO WSRatesOK
           MOVE SOCustomerID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
                       SPACE
                       LastName DELIMITED BY SIZE
                       INTO WSPayerName
                   PERFORM SET-ACCOUNT-AMOUNT
                   MOVE WSAcctAmount TO WSPayerAmount
           END-READ.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSToday, WSFxMidRate,
               WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSAcctAmount ROUNDED = SOAmount / WSFxMidRate
           ELSE
               MOVE "N" TO WSRatesOK
           END-IF.

       FIND-ORDER-RECEIVER.
      *>     The counterparty is a free-text name that may or may not
      *>     be one of our own customers - Customer.dat's alternate
               NOT INVALID KEY
                   MOVE "Y" TO WSReceiverFound
                   MOVE IDNum TO WSReceiverID
                   IF WSRatesOK = "Y"
                       PERFORM SET-ACCOUNT-AMOUNT
                       MOVE WSAcctAmount TO WSReceiverAmount
                   END-IF
           END-READ.

       POST-ORDER-LEGS.
                   DISPLAY "Payer ID " SOCustomerID
                       " not found for balance update"
               NOT INVALID KEY
                   SUBTRACT WSPayerAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to update payer balance "
                   DISPLAY "Receiver ID " WSReceiverID
                       " not found for balance update"
               NOT INVALID KEY
                   ADD WSReceiverAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to update receiver balance "
