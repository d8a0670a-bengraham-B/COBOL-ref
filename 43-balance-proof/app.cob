       01 WSVariance PIC S9(11)V99 VALUE 0.
       01 WSListingLegs PIC A(1) VALUE "N".

      *>   CustBalance is held in the account's own currency, so
      *>   every leg is taken in that currency too - its own
      *>   amount when it was posted in the account currency,
      *>   otherwise its home amount converted at the mid rate of
      *>   its date, the way the customer statement shows it.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSLegAmount PIC S9(11)V99 VALUE 0.
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSCheckedCount PIC 9(5) VALUE 0.
       01 WSVarianceCount PIC 9(5) VALUE 0.
       01 WSRepairedCount PIC 9(5) VALUE 0.

      *>   Balance rebuild-and-proof - recomputes what every
      *>   customer's CustBalance SHOULD be from the ledger legs on
      *>   Transactions.dat, in the account's own currency, and
      *>   compares it to the master. Only the postings that
      *>   actually move CustBalance count: transfer debit legs
      *>   against the sender, credit legs for the receiver,
      *>   interest credits, and the reversal the teller program
      *>   appends when it rolls a failed transfer's debit leg
      *>   back. A variance is reported with every leg that
      *>   went into the rebuilt figure; in repair mode the
      *>   operator confirms each fix before the master is set to
      *>   the rebuilt amount.
                   ADD 1 TO WSCheckedCount
                   MOVE IDNum TO WSProofIDNum
                   MOVE CustBalance TO WSMasterBalance
                   MOVE CustCurrency TO WSAcctCurrency
                   IF WSAcctCurrency = SPACES
                       MOVE "ZAR" TO WSAcctCurrency
                   END-IF
                   MOVE "N" TO WSListingLegs
                   PERFORM REBUILD-ONE-BALANCE
                   SUBTRACT WSRebuiltBalance FROM WSMasterBalance
                   ELSE
                       EVALUATE TRUE
                           WHEN TranLegDebit
                               PERFORM SET-LEG-ACCOUNT-AMOUNT
                               SUBTRACT WSLegAmount
                                   FROM WSRebuiltBalance
                               PERFORM LIST-LEG-IF-LISTING
                           WHEN TranTypeReversal AND
      *>                         The teller program's rollback of a
      *>                         failed transfer re-credits the
      *>                         sender it had just debited.
                               PERFORM SET-LEG-ACCOUNT-AMOUNT
                               ADD WSLegAmount TO WSRebuiltBalance
                               PERFORM LIST-LEG-IF-LISTING
                       END-EVALUATE
                   END-IF
                   IF TranReceiverID NOT = WSProofIDNum
                       MOVE "Y" TO WSTranEOF
                   ELSE
                       IF TranLegCredit OR TranTypeInterest
                           PERFORM SET-LEG-ACCOUNT-AMOUNT
                           ADD WSLegAmount TO WSRebuiltBalance
                           PERFORM LIST-LEG-IF-LISTING
                       END-IF
                   END-IF
           END-READ.

       SET-LEG-ACCOUNT-AMOUNT.
           IF TranCurrency = WSAcctCurrency OR
              (TranCurrency = SPACES AND WSAcctCurrency = "ZAR")
               MOVE TranAmount TO WSLegAmount
           ELSE
               IF WSAcctCurrency = "ZAR"
                   MOVE TranHomeAmount TO WSLegAmount
               ELSE
                   COMPUTE WSFxDate = (TranYear * 10000)
                       + (TranMonth * 100) + TranDay
                   CALL 'FXRATE' USING WSAcctCurrency, WSFxDate,
                       WSFxMidRate, WSFxEffDate, WSFxStatus
                   IF NOT WSFxFound
                       MOVE 1 TO WSFxMidRate
                   END-IF
                   COMPUTE WSLegAmount ROUNDED =
                       TranHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       LIST-LEG-IF-LISTING.
           IF WSListingLegs = "Y"
               DISPLAY "  " TranID "  " TranType "  "
                   TranLegType "  " WSLegAmount " " TranCurrency "  "
                   TranSender (1:20) " -> " TranReceiver (1:20)
           END-IF.

