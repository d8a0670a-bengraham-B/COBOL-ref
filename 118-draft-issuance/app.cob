               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT ApprSeqFile ASSIGN TO "AppSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprSeqStatus.

       data division.

       FILE SECTION.
       FD TransactionFile.
       COPY TRANREC.

       FD ApprovalFile.
       COPY APPRREC.

       FD ApprSeqFile.
       01 ApprSeqRecord.
           02 ApprSeqCounter PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WSDraftFileStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSOutstandingTotal PIC S9(11)V99 VALUE 0.
       01 WSPayableBalance PIC S9(11)V99 VALUE 0.

      *>   Drafts are drawn in home currency. A customer whose
      *>   account runs in another currency funds the draft with
      *>   the equivalent at the day's mid; the drafts-payable
      *>   account is always home currency.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   A draft asked for soon after the customer's address or
      *>   phone changed waits on the approval queue; the
      *>   supervisor who approves it issues it from there.
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSApprItem PIC 9(7) VALUE 0.
       01 WSIssueOwner PIC 9(5) VALUE 0.
       01 WSCoolStatus PIC 99 VALUE 0.
           88 WSInCoolingOff VALUE 1.
       01 WSCoolChangeDate PIC 9(8) VALUE 0.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
           02 WSTranProtocol PIC 9999.
       01 WSTransferID PIC 9(16) VALUE ZERO.
       01 WSLegType PIC X(1) VALUE SPACE.
       01 WSLegCurrency PIC X(3) VALUE "ZAR".
       01 WSLegAmount PIC S9(9)V99 VALUE 0.
       01 WSLegSenderID PIC 9(5) VALUE 0.
       01 WSLegReceiverID PIC 9(5) VALUE 0.
       01 WSLegSender PIC X(50) VALUE SPACES.
                   "nothing issued"
           ELSE
               MOVE "N" TO WSCustSeen
               MOVE 0 TO WSIssueOwner
               MOVE WSIssueCustomer TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustOwnerID IS NUMERIC
                           MOVE CustOwnerID TO WSIssueOwner
                       END-IF
                       PERFORM SET-ACCOUNT-AMOUNT
                       IF NOT WSFxFound
                           DISPLAY "No rate on file for account "
                               "currency " WSAcctCurrency
                       END-IF
                       IF AcctActive AND WSFxFound AND
                           CustBalance >= WSAcctAmount
                           MOVE "Y" TO WSCustSeen
                           MOVE SPACES TO WSCustomerName
                           STRING FirstName DELIMITED BY SPACE
                       "active or cannot fund the draft - "
                       "nothing issued"
               ELSE
                   CALL 'CONTCHK' USING WSIssueCustomer,
                       WSIssueOwner, WSCoolStatus, WSCoolChangeDate
                   IF WSInCoolingOff
                       PERFORM QUEUE-DRAFT-FOR-APPROVAL
                   ELSE
                       PERFORM ENSURE-DRAFTS-PAYABLE-ACCOUNT
                       PERFORM NEXT-DRAFT-NUMBER
                       PERFORM POST-DRAFT-TRANSFER
                       PERFORM WRITE-DRAFT-REGISTER
                       DISPLAY "Draft " WSDraftNumber " issued to "
                           WSPayeeName " for " WSDraftAmount
                   END-IF
               END-IF
               CLOSE CustomerFile
           END-IF.

      *>   The item carries everything the approval queue needs to
      *>   issue the draft itself - customer, amount, the name for
      *>   the debit leg and the payee.
       QUEUE-DRAFT-FOR-APPROVAL.
           MOVE SPACES TO PendingApprovalRecord
           MOVE "DRAFT" TO AppAction
           MOVE WSIssueCustomer TO AppCustomerID
           MOVE WSDraftAmount TO AppAmount
           MOVE "ZAR" TO AppCurrency
           MOVE WSDraftAmount TO AppHomeAmount
           MOVE WSDraftsPayableID TO AppReceiverID
           MOVE WSCustomerName TO AppSenderName
           MOVE WSPayeeName TO AppReceiverName
           MOVE 0 TO AppReference
           PERFORM QUEUE-APPROVAL-ITEM
           DISPLAY "Contact details on " WSIssueCustomer
               " changed on " WSCoolChangeDate " - draft queued as "
               "approval item " WSApprItem " for a supervisor".

       QUEUE-APPROVAL-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE WSApprItem TO AppItemNumber
           ACCEPT AppDate FROM DATE YYYYMMDD
           ACCEPT AppTime FROM TIME
           MOVE WSOperatorID TO AppMaker
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           OPEN EXTEND ApprovalFile
           IF WSApprFileStatus NOT = "00"
               OPEN OUTPUT ApprovalFile
           END-IF
           WRITE PendingApprovalRecord
           CLOSE ApprovalFile.

       NEXT-APPROVAL-ITEM-NUMBER.
           MOVE 0 TO WSApprItem
           OPEN INPUT ApprSeqFile
           IF WSApprSeqStatus = "00"
               READ ApprSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE ApprSeqCounter TO WSApprItem
               END-READ
               CLOSE ApprSeqFile
           END-IF
           ADD 1 TO WSApprItem
           MOVE WSApprItem TO ApprSeqCounter
           OPEN OUTPUT ApprSeqFile
               WRITE ApprSeqRecord
           CLOSE ApprSeqFile.

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
                   WSDraftAmount / WSFxMidRate
           END-IF.

       ENSURE-DRAFTS-PAYABLE-ACCOUNT.
      *>     The drafts-payable position is an ordinary
      *>     Customer.dat record under the reserved ID 99998, the
                   MOVE "SYS" TO CustProductCode
                   MOVE ZERO TO CustGuardianID
                   MOVE ZERO TO CustOwnerID
                   MOVE SPACE TO CustMailHold
                   MOVE ZERO TO CustMailHoldDate
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to create the drafts-"
           MOVE WSDraftsPayableID TO WSLegReceiverID
           MOVE WSCustomerName TO WSLegSender
           MOVE "DRAFTS PAYABLE" TO WSLegReceiver
           MOVE WSAcctCurrency TO WSLegCurrency
           MOVE WSAcctAmount TO WSLegAmount
           PERFORM WRITE-DRAFT-LEG
           MOVE WSIssueCustomer TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT WSAcctAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to debit " IDNum

           PERFORM BUILD-DRAFT-TRANSACTION-ID
           MOVE "C" TO WSLegType
           MOVE "ZAR" TO WSLegCurrency
           MOVE WSDraftAmount TO WSLegAmount
           PERFORM WRITE-DRAFT-LEG
           MOVE WSDraftsPayableID TO IDNum
           READ CustomerFile

       WRITE-DRAFT-LEG.
           MOVE WSTransactionID TO TranID
           MOVE WSLegAmount TO TranAmount
           MOVE WSLegSender TO TranSender
           MOVE WSLegReceiver TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSLegCurrency TO TranCurrency
           MOVE WSDraftAmount TO TranHomeAmount
           MOVE WSTransferID TO TranTransferID
           MOVE WSLegType TO TranLegType
