       01 WSLineReason PIC X(20) VALUE SPACES.
       01 WSBeneficiaryName PIC X(31) VALUE SPACES.

      *>   The file is in home currency. An employer or beneficiary
      *>   account kept in another currency moves by the equivalent
      *>   at the day's mid; a beneficiary whose currency has no
      *>   rate on file fails validation like a bad account.
       01 WSHomeAmount PIC 9(11)V99 VALUE 0.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(11)V99 VALUE 0.
       01 WSEmployerCurrency PIC X(3) VALUE "ZAR".
       01 WSEmployerAmount PIC S9(11)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
               "account - nothing posted"
           STOP RUN
       END-IF
       IF NOT WSFxFound
           DISPLAY "No rate on file for employer currency "
               WSEmployerCurrency " - nothing posted"
           STOP RUN
       END-IF
       IF WSEmployerAmount > CustBalance
           DISPLAY "Employer " WSEmployerID " has insufficient "
               "funds for the valid total " WSValidTotal
               " - nothing posted"
                       MOVE "N" TO WSLineOK
                       MOVE "NOT ON FILE" TO WSLineReason
                   NOT INVALID KEY
                       MOVE BDAmount TO WSHomeAmount
                       PERFORM SET-ACCOUNT-AMOUNT
                       EVALUATE TRUE
                           WHEN NOT AcctActive
                               MOVE "N" TO WSLineOK
                               MOVE "NOT ACTIVE" TO WSLineReason
                           WHEN NOT WSFxFound
                               MOVE "N" TO WSLineOK
                               MOVE "NO EXCHANGE RATE"
                                   TO WSLineReason
                       END-EVALUATE
               END-READ
           END-IF.

                           SPACE
                           LastName DELIMITED BY SIZE
                           INTO WSEmployerName
                       MOVE WSValidTotal TO WSHomeAmount
                       PERFORM SET-ACCOUNT-AMOUNT
                       MOVE WSAcctCurrency TO WSEmployerCurrency
                       MOVE WSAcctAmount TO WSEmployerAmount
                   END-IF
           END-READ.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSAcctAmount ROUNDED =
                   WSHomeAmount / WSFxMidRate
           END-IF.

       POST-EMPLOYER-DEBIT.
      *>     One debit leg for the funded total of the lines that
      *>     will credit - the batch's own transfer id ties the
           MOVE 0 TO WSLegReceiverID
           MOVE WSEmployerName TO WSLegSender
           MOVE "BULK SALARY CREDITS" TO WSLegReceiver
           MOVE WSEmployerCurrency TO WSAcctCurrency
           MOVE WSEmployerAmount TO WSAcctAmount
           PERFORM WRITE-BULK-LEG
           MOVE WSEmployerID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Employer not found for debit"
               NOT INVALID KEY
                   SUBTRACT WSEmployerAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to debit employer "
                   DISPLAY "Beneficiary " BDBeneficiaryID
                       " not found for balance update"
               NOT INVALID KEY
                   ADD WSAcctAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to credit beneficiary "

       WRITE-BULK-LEG.
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           MOVE WSLegSender TO TranSender
           MOVE WSLegReceiver TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "BULKCR" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSLegAmount TO TranHomeAmount
           MOVE WSTransferID TO TranTransferID
           MOVE WSLegType TO TranLegType
