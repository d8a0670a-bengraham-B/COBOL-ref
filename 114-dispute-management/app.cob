       01 WSOrigReceiver PIC X(50) VALUE SPACES.
       01 WSPostedID PIC 9(16) VALUE 0.
       01 WSPostDirection PIC X(1) VALUE SPACE.
       01 WSProvPosted PIC A(1) VALUE "N".

      *>   The provisional credit and its recovery move the account
      *>   in its own currency. Where that differs from the disputed
      *>   item's currency the home amount converts at the mid on
      *>   the item's own date (the date part of its TranID), so
      *>   the recovery takes back exactly what the credit gave.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSOrigTranKey.
           02 WSOrigTranDay PIC 99.
           02 WSOrigTranMonth PIC 99.
           02 WSOrigTranYear PIC 9(4).
           02 FILLER PIC 9(8).
       01 WSFxAsOfDate PIC 9(8) VALUE 0.
       01 WSFxAsOfParts REDEFINES WSFxAsOfDate.
           02 WSFxAsOfYear PIC 9(4).
           02 WSFxAsOfMonth PIC 99.
           02 WSFxAsOfDay PIC 99.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSDaysOpen PIC S9(5) VALUE 0.
       01 WSAge30 PIC 9(5) VALUE 0.
                           "provisional credit"
                   ELSE
                       PERFORM POST-PROV-CREDIT-LEG
                       IF WSProvPosted = "Y"
                           SET DspProvCredited TO TRUE
                           MOVE WSPostedID TO DspProvTranID
                       END-IF
                   END-IF
               WHEN "F"
                   SET DspResolvedFor TO TRUE
      *>     the case runs - a 9000-band item pointing at the
      *>     disputed original, so the reversal convention shows
      *>     the linkage.
           MOVE "N" TO WSProvPosted
           MOVE DspTranID TO WSNewTranID
           PERFORM READ-DISPUTED-ITEM
           IF WSOrigSeen = "Y"
               PERFORM SET-ACCOUNT-AMOUNT
           END-IF
           IF WSOrigSeen = "N"
               DISPLAY "Disputed item no longer on the ledger - "
                   "no provisional credit posted"
           ELSE
           IF NOT WSFxFound
               DISPLAY "No rate on file for " WSAcctCurrency
                   " - no provisional credit posted"
           ELSE
               MOVE "Y" TO WSProvPosted
               MOVE "C" TO WSPostDirection
               PERFORM POST-DISPUTE-MOVEMENT
               PERFORM MOVE-CUSTOMER-BALANCE
               DISPLAY "Provisional credit of " WSAcctCurrency
                   " " WSAcctAmount " posted as " WSPostedID
           END-IF
           END-IF.

       REVERSE-PROV-CREDIT.
           MOVE DspTranID TO WSNewTranID
           PERFORM READ-DISPUTED-ITEM
           IF WSOrigSeen = "Y"
               PERFORM SET-ACCOUNT-AMOUNT
               IF NOT WSFxFound
                   MOVE "N" TO WSOrigSeen
               END-IF
           END-IF
           IF WSOrigSeen = "Y"
               MOVE "D" TO WSPostDirection
               PERFORM POST-DISPUTE-MOVEMENT
      *>         Never swallow a failed recovery - the case still
      *>         closes, but the branch is told the money is out.
               DISPLAY "*** DISPUTED ORIGINAL " DspTranID
                   " NOT FOUND OR NOT VALUED (NO RATE) - "
                   "PROVISIONAL CREDIT " DspProvTranID
                   " NOT RECOVERED, REVIEW BY HAND ***"
           END-IF.
           ADD 9000 TO WSTranCode
           MOVE WSTransactionID TO WSPostedID
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           IF WSPostDirection = "C"
               MOVE "DISPUTE PROVISIONAL" TO TranSender
               MOVE WSOrigSender TO TranReceiver
           END-IF
           MOVE DspTranID TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSOrigHomeAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "R" TO TranType
           WRITE TransactionRecord
           CLOSE TransactionFile.

       SET-ACCOUNT-AMOUNT.
      *>     The case customer's currency decides the amount; an
      *>     account in the disputed item's own currency takes the
      *>     item amount as it stands. A customer no longer on file
      *>     is left to the balance update to report.
           MOVE WSOrigCurrency TO WSAcctCurrency
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE DspCustomerID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CustCurrency TO WSAcctCurrency
               END-READ
               CLOSE CustomerFile
           END-IF
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           MOVE DspTranID TO WSOrigTranKey
           MOVE WSOrigTranYear TO WSFxAsOfYear
           MOVE WSOrigTranMonth TO WSFxAsOfMonth
           MOVE WSOrigTranDay TO WSFxAsOfDay
           CALL 'FXRATE' USING WSAcctCurrency, WSFxAsOfDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSAcctCurrency = WSOrigCurrency
               MOVE 0 TO WSFxStatus
               MOVE WSOrigAmount TO WSAcctAmount
           ELSE
               IF WSFxFound
                   COMPUTE WSAcctAmount ROUNDED =
                       WSOrigHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       MOVE-CUSTOMER-BALANCE.
           OPEN I-O CustomerFile
           IF WSCustFileStatus NOT = "00"
                           " not found for balance update"
                   NOT INVALID KEY
                       IF WSPostDirection = "C"
                           ADD WSAcctAmount TO CustBalance
                       ELSE
                           SUBTRACT WSAcctAmount
                               FROM CustBalance
                       END-IF
                       REWRITE CustomerData
