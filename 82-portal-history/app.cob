       01 WSWorkCustomer PIC 9(5) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   CustBalance is held in the account's own currency, so
      *>   each side's amount is too - the leg's own amount when
      *>   it was posted in that currency, otherwise its home
      *>   amount converted at the mid rate of its date, the way
      *>   the customer statement shows it.
       01 WSSideCustomer PIC 9(5) VALUE 0.
       01 WSSideAmount PIC S9(9)V99 VALUE 0.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

      *>   Nightly portal history feed - cut after TRANTOTL has
      *>   proved the day. Every ledger item that touched a real
      *>   customer becomes one line per side (a signed amount in
      *>   the account's currency: debits negative, credits
      *>   positive) with the counterparty
      *>   name and a running balance, sorted per customer, so the
      *>   portal can finally show WHY a balance changed. The
      *>   trailer control file carries a count and hash like
           IF TranSenderID NOT = 0 AND
               TranSenderID NOT = WSSuspenseID
               MOVE TranSenderID TO SortCustomerID
               MOVE TranSenderID TO WSSideCustomer
               PERFORM SET-SIDE-ACCOUNT-AMOUNT
               COMPUTE SortSignedAmount = 0 - WSSideAmount
               MOVE TranReceiver (1:30) TO SortCounterparty
               PERFORM RELEASE-ONE-SIDE
           END-IF
               TranReceiverID NOT = WSSuspenseID AND
               TranReceiverID NOT = TranSenderID
               MOVE TranReceiverID TO SortCustomerID
               MOVE TranReceiverID TO WSSideCustomer
               PERFORM SET-SIDE-ACCOUNT-AMOUNT
               MOVE WSSideAmount TO SortSignedAmount
               MOVE TranSender (1:30) TO SortCounterparty
               PERFORM RELEASE-ONE-SIDE
           END-IF.

       SET-SIDE-ACCOUNT-AMOUNT.
           MOVE "ZAR" TO WSAcctCurrency
           MOVE WSSideCustomer TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CustCurrency NOT = SPACES
                       MOVE CustCurrency TO WSAcctCurrency
                   END-IF
           END-READ
           IF TranCurrency = WSAcctCurrency OR
              (TranCurrency = SPACES AND WSAcctCurrency = "ZAR")
               MOVE TranAmount TO WSSideAmount
           ELSE
               IF WSAcctCurrency = "ZAR"
                   MOVE TranHomeAmount TO WSSideAmount
               ELSE
                   CALL 'FXRATE' USING WSAcctCurrency, WSRecordDate,
                       WSFxMidRate, WSFxEffDate, WSFxStatus
                   IF NOT WSFxFound
                       MOVE 1 TO WSFxMidRate
                   END-IF
                   COMPUTE WSSideAmount ROUNDED =
                       TranHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       RELEASE-ONE-SIDE.
           MOVE WSRecordDate TO SortDate
           MOVE TranID TO SortTranID
