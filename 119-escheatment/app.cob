               03 WSDormID PIC 9(5).
               03 WSDormLastMonth PIC 9(6).
               03 WSDormSeen PIC X(1).
               03 WSDormMailHold PIC X(1).
       01 WSDormCount PIC 999 VALUE 0.
       01 WSDormSub PIC 999 VALUE 0.

       01 WSCustomerName PIC X(31) VALUE SPACES.
       01 WSSurrenderAmount PIC S9(9)V99 VALUE 0.

      *>   The unclaimed-funds ledger and its register are home
      *>   currency. A balance kept in another currency surrenders
      *>   at the day's mid; with no rate on file the account is
      *>   left for review rather than guessed at.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSSurrenderHome PIC S9(9)V99 VALUE 0.
       01 WSLegCurrency PIC X(3) VALUE "ZAR".
       01 WSLegAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSNoticedCount PIC 9(5) VALUE 0.
       01 WSSurrenderedCount PIC 9(5) VALUE 0.
       01 WSSurrenderedTotal PIC S9(11)V99 VALUE 0.
                           MOVE IDNum TO WSDormID (WSDormIdx)
                           MOVE 0 TO WSDormLastMonth (WSDormIdx)
                           MOVE "N" TO WSDormSeen (WSDormIdx)
                           MOVE "N" TO WSDormMailHold (WSDormIdx)
                           IF CustAddrUnverified
                               MOVE "Y" TO WSDormMailHold (WSDormIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE "FN" TO AlertType
           MOVE "FINAL NOTICE - UNCLAIMED FUNDS SURRENDER PENDING"
               TO AlertText
      *>     The notice is still given and the clock still runs - a
      *>     returned address is part of the due-diligence record -
      *>     but the mail house does not post it again.
           MOVE WSDormMailHold (WSDormIdx) TO AlertMailHold
           OPEN EXTEND AlertFile
           IF WSAlertFileStatus NOT = "00"
               OPEN OUTPUT AlertFile
                       SPACE
                       LastName DELIMITED BY SIZE
                       INTO WSCustomerName
                   PERFORM SET-SURRENDER-HOME-AMOUNT
           END-READ
           IF WSSurrenderOK = "Y"
               PERFORM SURRENDER-READ-ACCOUNT
           END-IF.

       SET-SURRENDER-HOME-AMOUNT.
      *>     Works on the customer record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSSurrenderHome ROUNDED =
                   WSSurrenderAmount * WSFxMidRate
           ELSE
               MOVE "N" TO WSSurrenderOK
               ADD 1 TO WSIneligibleCount
               DISPLAY "Account " WSCheckID " - no rate on file "
                   "for " WSAcctCurrency " - not surrendered, "
                   "review by hand"
           END-IF.

       SURRENDER-READ-ACCOUNT.
           PERFORM ENSURE-UNCLAIMED-ACCOUNT
           IF WSSurrenderAmount > 0
           PERFORM WRITE-UNCLAIMED-REGISTER
           PERFORM WRITE-ESCHEAT-AUDIT
           ADD 1 TO WSSurrenderedCount
           ADD WSSurrenderHome TO WSSurrenderedTotal
           DISPLAY "Account " WSCheckID " surrendered "
               WSSurrenderHome " to unclaimed funds".

       ENSURE-UNCLAIMED-ACCOUNT.
      *>     The unclaimed-funds ledger is an ordinary Customer.dat
                   MOVE "SYS" TO CustProductCode
                   MOVE ZERO TO CustGuardianID
                   MOVE ZERO TO CustOwnerID
                   MOVE SPACE TO CustMailHold
                   MOVE ZERO TO CustMailHoldDate
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to create the "
           MOVE WSUnclaimedID TO WSLegReceiverID
           MOVE WSCustomerName TO WSLegSender
           MOVE "UNCLAIMED FUNDS" TO WSLegReceiver
           MOVE WSAcctCurrency TO WSLegCurrency
           MOVE WSSurrenderAmount TO WSLegAmount
           PERFORM WRITE-ESCHEAT-LEG
           PERFORM BUILD-ESCHEAT-TRANSACTION-ID
           MOVE "C" TO WSLegType
           MOVE "ZAR" TO WSLegCurrency
           MOVE WSSurrenderHome TO WSLegAmount
           PERFORM WRITE-ESCHEAT-LEG
           MOVE WSUnclaimedID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD WSSurrenderHome TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to credit unclaimed "

       WRITE-ESCHEAT-LEG.
           MOVE WSTransactionID TO TranID
           MOVE WSLegAmount TO TranAmount
           MOVE WSLegSender TO TranSender
           MOVE WSLegReceiver TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "ESCHEAT" TO TranOperator
           MOVE WSLegCurrency TO TranCurrency
           MOVE WSSurrenderHome TO TranHomeAmount
           MOVE WSTransferID TO TranTransferID
           MOVE WSLegType TO TranLegType
           MOVE "T" TO TranType
       WRITE-UNCLAIMED-REGISTER.
           MOVE WSCheckID TO UnIDNum
           MOVE WSCustomerName TO UnName
           MOVE WSSurrenderHome TO UnAmount
           MOVE WSBusinessDate TO UnSurrenderDate
           SET UnHeld TO TRUE
           OPEN EXTEND UnclaimedRegFile
