       01 RateRecord.
           02 RateBandFloor PIC S9(9)V99.
           02 RateAnnualRate PIC 9V9999.
      *>   Base-rate link - blank code means a fixed band rate;
      *>   otherwise the repricing run keeps the rate at the base
      *>   plus this margin.
           02 RateBaseCode PIC X(4).
           02 RateBaseMargin PIC S9V9999.

       FD ProductFile.
       COPY PRODREC.
       01 WSInterestCredited PIC S9(11)V99 VALUE 0.
       01 WSInterestCharged PIC S9(11)V99 VALUE 0.

      *>   A foreign-currency account earns and pays in its own
      *>   currency; the ledger carries the home equivalent at the
      *>   mid rate for the business date, the balance bands (home
      *>   currency floors) price the home equivalent of the
      *>   balance, and the run totals stay in home currency.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSBandBalance PIC S9(11)V99 VALUE 0.
       01 WSHomeAmount PIC S9(9)V99 VALUE 0.

       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
           02 WSSystemMonth PIC 99.
           END-READ.

       POST-INTEREST-FOR-ACCOUNT.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSRunDate, WSFxMidRate,
               WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               DISPLAY "No " WSAcctCurrency " rate in force - "
                   "customer " IDNum " not accrued"
               ADD 1 TO WSAccountsSkipped
           ELSE
               COMPUTE WSBandBalance = CustBalance * WSFxMidRate
               PERFORM ACCRUE-IN-ACCOUNT-CURRENCY
           END-IF.

       ACCRUE-IN-ACCOUNT-CURRENCY.
      *>     A product with its own nonzero rate overrides the
      *>     general balance-band table - that is what makes a
      *>     savings account pay differently from a cheque account.
                           IDNum
               END-REWRITE
               ADD 1 TO WSAccountsPosted
               COMPUTE WSHomeAmount ROUNDED =
                   WSInterestAmount * WSFxMidRate
               IF WSInterestAmount > 0
                   ADD WSHomeAmount TO WSInterestCredited
               ELSE
                   ADD WSHomeAmount TO WSInterestCharged
               END-IF
           END-IF.

           MOVE "REVENUE WITHHOLDING" TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "INTACCR" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE TranHomeAmount ROUNDED =
               WSWithheldAmount * WSFxMidRate
           MOVE ZERO TO TranTransferID
           MOVE SPACE TO TranLegType
           MOVE "H" TO TranType
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile
           ADD TranHomeAmount TO WSWithheldTotal.

       LOAD-TAX-STATUS.
      *>     The exempt list and the configured rate; with no
               UNTIL WSRateIdx > WSRateCount.

       CHECK-ONE-RATE-BAND.
           IF WSRateBandFloor (WSRateIdx) <= WSBandBalance AND
               (WSRateChosen = "N" OR
                WSRateBandFloor (WSRateIdx) > WSChosenFloor)
               MOVE WSRateAnnualRate (WSRateIdx) TO WSFoundRate
           MOVE WSCustomerName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "INTACCR" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE TranHomeAmount ROUNDED =
               WSInterestAmount * WSFxMidRate
           MOVE ZERO TO TranTransferID
           MOVE SPACE TO TranLegType
           MOVE "I" TO TranType
