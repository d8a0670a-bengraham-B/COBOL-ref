      *> direction byte: "C" (or the blank the old files carry)
      *> credits our customer, "D" is a debit presented AGAINST
      *> our customer - the direction the return path answers.
      *> The header names the clearing house settlement window the
      *> file settles in; zero or blank (older files) is window 1.
       FD ClearingFile.
       01 ClearingLine.
           02 CLRecordType PIC X(1).
           02 FILLER PIC X(1).
           02 CHFileDate PIC 9(8).
           02 CHOriginBank PIC X(8).
           02 CHWindow PIC 99.
           02 FILLER PIC X(81).
       01 ClearingDetail REDEFINES ClearingLine.
           02 FILLER PIC X(1).
           02 CDReceiverID PIC 9(5).
           02 RRAmount PIC 9(9)V99.
           02 RRReasonCode PIC X(2).
           02 RROriginBank PIC X(8).
           02 RRWindow PIC 99.

       FD MandateFile.
       COPY MANDREC.

       01 WSReturnFileName PIC X(30) VALUE SPACES.
       01 WSOriginBank PIC X(8) VALUE SPACES.
       01 WSOriginWindow PIC 99 VALUE 1.
       01 WSReturnOpen PIC A(1) VALUE "N".
       01 WSReturnedCount PIC 9(7) VALUE 0.
       01 WSDebitPostedCount PIC 9(7) VALUE 0.
       01 WSSuspItem PIC 9(7) VALUE 0.
       01 WSReceiverFound PIC A(1) VALUE "N".

      *>   Clearing items settle in home currency. An account kept
      *>   in another currency is posted the equivalent at the
      *>   day's mid, the ledger leg carrying both amounts.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSystemDate.
                   EVALUATE TRUE
                       WHEN CLRecordType = "H"
                           MOVE CHOriginBank TO WSOriginBank
                           MOVE 1 TO WSOriginWindow
                           IF CHWindow IS NUMERIC AND CHWindow > 0
                               MOVE CHWindow TO WSOriginWindow
                           END-IF
                       WHEN CLRecordType = "D" AND CDIsDebit
                           PERFORM POST-ONE-DEBIT-ITEM
                       WHEN CLRecordType = "D"
                   MOVE "NA" TO WSReturnReasonCode
                   MOVE "NO SUCH ACCOUNT" TO WSReturnReasonText
               NOT INVALID KEY
                   PERFORM SET-ACCOUNT-AMOUNT
                   EVALUATE TRUE
                       WHEN AcctClosed
                           MOVE "N" TO WSDebitOK
                           MOVE "AF" TO WSReturnReasonCode
                           MOVE "ACCOUNT FROZEN"
                               TO WSReturnReasonText
                       WHEN NOT WSFxFound
                           MOVE "N" TO WSDebitOK
                           MOVE "XR" TO WSReturnReasonCode
                           MOVE "NO EXCHANGE RATE"
                               TO WSReturnReasonText
                       WHEN CustBalance < WSAcctAmount
                           MOVE "N" TO WSDebitOK
                           MOVE "NF" TO WSReturnReasonCode
                           MOVE "INSUFFICIENT FUNDS"

       POST-DEBIT-TO-CUSTOMER.
           PERFORM WRITE-DEBIT-TRANSACTION
           SUBTRACT WSAcctAmount FROM CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to debit customer " CDReceiverID
               REMAINDER WSTranCode
           ADD 2000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           MOVE CDReceiverName TO TranSender
           MOVE CDSenderName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "CLEARIN" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE CDAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
           WRITE TransactionRecord
           CLOSE TransactionFile.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read. An account in
      *>     the item's own currency takes the item amount as it
      *>     stands.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSAcctCurrency = CDCurrency
               MOVE 0 TO WSFxStatus
               MOVE CDAmount TO WSAcctAmount
           ELSE
               IF WSFxFound
                   COMPUTE WSAcctAmount ROUNDED =
                       CDAmount / WSFxMidRate
               END-IF
           END-IF.

       WRITE-OUTWARD-RETURN.
      *>     EXTEND with the first-use fallback, the register's
      *>     own pattern below - a second clearing file processed
           MOVE CDAmount TO RRAmount
           MOVE WSReturnReasonCode TO RRReasonCode
           MOVE WSOriginBank TO RROriginBank
           MOVE WSOriginWindow TO RRWindow
           OPEN EXTEND ReturnsRegFile
           IF WSRetRegStatus NOT = "00"
               OPEN OUTPUT ReturnsRegFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WSReceiverFound
           END-READ
      *>     A credit for an account whose currency has no rate on
      *>     file cannot be valued - it waits in suspense under the
      *>     receiver's name like any other unapplied item.
           IF WSReceiverFound = "Y"
               PERFORM SET-ACCOUNT-AMOUNT
               IF NOT WSFxFound
                   MOVE "N" TO WSReceiverFound
                   DISPLAY "Item " CDItemRef " for " CDReceiverID
                       " - no rate on file for " WSAcctCurrency
                       " - routed to suspense"
               END-IF
           END-IF
           IF WSReceiverFound = "Y"
               PERFORM POST-TO-CUSTOMER
           ELSE

       POST-TO-CUSTOMER.
           PERFORM WRITE-CLEARING-TRANSACTION
           ADD WSAcctAmount TO CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to credit customer " CDReceiverID
               INVALID KEY
                   DISPLAY "Suspense account unavailable"
               NOT INVALID KEY
                   PERFORM SET-ACCOUNT-AMOUNT
                   PERFORM WRITE-CLEARING-TRANSACTION
                   ADD WSAcctAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to credit suspense"
                   MOVE "SYS" TO CustProductCode
                   MOVE ZERO TO CustGuardianID
                   MOVE ZERO TO CustOwnerID
                   MOVE SPACE TO CustMailHold
                   MOVE ZERO TO CustMailHoldDate
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to create suspense account"
               REMAINDER WSTranCode
           ADD 1000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           MOVE CDSenderName TO TranSender
           MOVE CDReceiverName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "CLEARIN" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE CDAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "C" TO TranLegType
