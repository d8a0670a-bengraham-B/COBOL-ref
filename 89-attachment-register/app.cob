       01 WSRemitRef PIC X(20) VALUE SPACES.
       01 WSRemitAmount PIC 9(9)V99 VALUE 0.
       01 WSRemitDone PIC A(1) VALUE "N".
       01 WSRemitPosted PIC A(1) VALUE "N".

      *>   Orders and remittances are in home currency. A customer
      *>   whose account runs in another currency is debited the
      *>   equivalent at the day's mid; with no rate on file nothing
      *>   is remitted and the attached amount stands.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSCancelCustomer PIC 9(5) VALUE 0.
       01 WSCancelRef PIC X(20) VALUE SPACES.
       01 WSEntryCount PIC 9(5) VALUE 0.
           END-READ.

       REMIT-THIS-ORDER.
           MOVE "N" TO WSRemitPosted
           IF WSRemitAmount > AttAmount
               DISPLAY "Remit exceeds the attached amount "
                   AttAmount " - nothing remitted"
           ELSE
               PERFORM POST-REMITTANCE-DEBIT
           END-IF
           IF WSRemitPosted = "Y"
               SUBTRACT WSRemitAmount FROM AttAmount
               IF AttAmount = 0
                   SET AttPaid TO TRUE
      *>     The payout leaves the customer through an ordinary
      *>     debit leg so the balance proof and the control totals
      *>     see it like any other posting.
           MOVE "N" TO WSRemitPosted
           OPEN I-O CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                       DISPLAY "Customer " WSRemitCustomer
                           " not on file - remittance not posted"
                   NOT INVALID KEY
                       PERFORM SET-ACCOUNT-AMOUNT
                       IF WSFxFound
                           PERFORM DEBIT-REMITTING-CUSTOMER
                       ELSE
                           DISPLAY "No rate on file for "
                               WSAcctCurrency
                               " - remittance not posted"
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       DEBIT-REMITTING-CUSTOMER.
           MOVE SPACES TO WSCustomerName
           STRING FirstName DELIMITED BY SPACE
               SPACE
               LastName DELIMITED BY SIZE
               INTO WSCustomerName
           PERFORM WRITE-REMITTANCE-TRANSACTION
           SUBTRACT WSAcctAmount FROM CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to debit customer "
                       WSRemitCustomer
           END-REWRITE
           MOVE "Y" TO WSRemitPosted.

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
                   WSRemitAmount / WSFxMidRate
           END-IF.

       WRITE-REMITTANCE-TRANSACTION.
           CALL 'TRANSEQ' USING WSSeqCounter
           MOVE WSBusinessDate TO WSSystemDate
               REMAINDER WSTranCode
           ADD 3000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           MOVE WSCustomerName TO TranSender
           MOVE AttAuthorityName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSRemitAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
