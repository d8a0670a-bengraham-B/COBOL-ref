           02 WSSystemDay PIC 99.
       01 WSCustomerName PIC X(31) VALUE SPACES.

      *>   A foreign-currency account is charged in its own
      *>   currency: a product fee is already stated in it, a
      *>   schedule tier (home currency, floors against the home
      *>   equivalent of the balance) converts at the mid rate for
      *>   the business date. The ledger and the run totals carry
      *>   the home equivalent.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSBandBalance PIC S9(11)V99 VALUE 0.
       01 WSFeeHome PIC 9(9)V99 VALUE 0.


      *>   Open deceased estates - from the date of death the
      *>   account is left alone by this run; the estate process
      *>     account balance apply, so a premium balance band can
      *>     carry a reduced (or zero) service fee without a
      *>     program change.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           COMPUTE WSBandBalance = CustBalance * WSFxMidRate
           MOVE CustProductCode TO WSLookupProduct
           PERFORM FIND-PRODUCT-ENTRY
           IF WSProdFound = "Y" AND WSProdFee (WSProdSlot) > 0
               MOVE WSProdFee (WSProdSlot) TO WSFoundFee
           ELSE
               PERFORM FIND-MONTHLY-FEE
               IF WSFxFound
                   COMPUTE WSFoundFee ROUNDED =
                       WSFoundFee / WSFxMidRate
               END-IF
           END-IF
           IF NOT WSFxFound
               DISPLAY "No " WSAcctCurrency " rate in force - "
                   "customer " IDNum " not charged"
               MOVE 0 TO WSFoundFee
           END-IF
           IF WSFoundFee = 0
               ADD 1 TO WSAccountsSkipped
                   ADD 1 TO WSAccountsSkipped
               ELSE
                   MOVE WSChargeAmount TO WSFoundFee
                   COMPUTE WSFeeHome ROUNDED =
                       WSFoundFee * WSFxMidRate
                   PERFORM POST-SERVICE-FEE
                   SUBTRACT WSFoundFee FROM CustBalance
                   REWRITE CustomerData
                               "customer " IDNum
                   END-REWRITE
                   ADD 1 TO WSAccountsCharged
                   ADD WSFeeHome TO WSFeeIncomeTotal
               END-IF
           END-IF.

               VARYING WSSegIdx FROM 1 BY 1
               UNTIL WSSegIdx > WSSegCount
           IF WSWaivedAmount > 0
               COMPUTE WSWaivedAmount ROUNDED =
                   WSWaivedAmount * WSFxMidRate
               PERFORM WRITE-WAIVED-REGISTER
               ADD WSWaivedAmount TO WSWaivedTotal
           END-IF.

       CHECK-ONE-MONTHLY-TIER.
           IF WSFeeType (WSFeeIdx) = "M" AND
               WSFeeFloor (WSFeeIdx) <= WSBandBalance AND
               (WSFeeChosen = "N" OR
                WSFeeFloor (WSFeeIdx) > WSFeeChosenFloor)
               MOVE WSFeeAmount (WSFeeIdx) TO WSFoundFee
           MOVE "FEE INCOME" TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "FEEASSES" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSFeeHome TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
           MOVE "F" TO TranType
