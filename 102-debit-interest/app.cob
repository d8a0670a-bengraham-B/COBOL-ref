       01 DebitRateRecord.
           02 DbrProductCode PIC X(3).
           02 DbrAnnualRate PIC 9V9999.
      *>   Base-rate link - blank code means a fixed debit rate;
      *>   otherwise the repricing run keeps the rate at the base
      *>   plus this margin.
           02 DbrBaseCode PIC X(4).
           02 DbrBaseMargin PIC S9V9999.

       FD CheckpointFile.
       01 CheckpointRecord.
       01 WSChargedTotal PIC S9(11)V99 VALUE 0.
       01 WSCustomerName PIC X(31) VALUE SPACES.

      *>   A foreign-currency account is charged in its own
      *>   currency; the ledger carries the home equivalent at the
      *>   mid rate for the business date, and the run and branch
      *>   totals stay in home currency.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSChargeHome PIC S9(9)V99 VALUE 0.

      *>   Charge totals per branch for the sign-off report.
       01 WSBranchTable.
           02 WSBranchEntry OCCURS 10 TIMES
           IF WSChargeBranch = SPACES
               MOVE "HO" TO WSChargeBranch
           END-IF
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           MOVE 0 TO WSFoundRate
           PERFORM FIND-ONE-DEBIT-RATE
               VARYING WSRateIdx FROM 1 BY 1
               UNTIL WSRateIdx > WSRateCount
           IF NOT WSFxFound
               DISPLAY "No " WSAcctCurrency " rate in force - "
                   "customer " IDNum " not charged"
               MOVE 0 TO WSFoundRate
           END-IF
           IF WSFoundRate = 0
               ADD 1 TO WSSkippedCount
           ELSE
               IF WSChargeAmount = 0
                   ADD 1 TO WSSkippedCount
               ELSE
                   COMPUTE WSChargeHome ROUNDED =
                       WSChargeAmount * WSFxMidRate
                   PERFORM POST-DEBIT-INTEREST
                   SUBTRACT WSChargeAmount FROM CustBalance
                   REWRITE CustomerData
                               IDNum
                   END-REWRITE
                   ADD 1 TO WSChargedCount
                   ADD WSChargeHome TO WSChargedTotal
                   PERFORM TALLY-BRANCH-CHARGE
               END-IF
           END-IF.
           MOVE "DEBIT INTEREST" TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "DRINT" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSChargeHome TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
           MOVE "B" TO TranType
           IF WSBranchSlot > 0
               SET WSBranchIdx TO WSBranchSlot
               ADD 1 TO WSBranchCount (WSBranchIdx)
               ADD WSChargeHome TO WSBranchAmount (WSBranchIdx)
           END-IF.

       CHECK-ONE-BRANCH-SLOT.
