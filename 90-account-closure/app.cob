       COPY CREDLIM.

       FD NewCreditLimitFile.
       01 NewCreditLimitRecord PIC X(24).

       FD AuditFile.
       COPY AUDITREC.
       01 WSLiveAttachments PIC 9(3) VALUE 0.
       01 WSHadCreditLimit PIC A(1) VALUE "N".
       01 WSResidual PIC S9(9)V99 VALUE 0.

      *>   The residual is settled in the account's own currency;
      *>   the ledger leg carries its home value at the day's mid,
      *>   and an account whose currency has no rate on file is not
      *>   closed until one is loaded.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSResidualHome PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSCustomerName PIC X(31) VALUE SPACES.
       01 WSSweepDone PIC A(1) VALUE "N".
       01 WSStatementLines PIC 9(5) VALUE 0.
       01 WSRptLine PIC X(100) VALUE SPACES.
       01 WSMoneyOut PIC +Z(8)9.99.

      *>   Closure confirmation letter, with the residual settled.
       COPY LTRREQ.
       01 WSLtrStatus PIC 99 VALUE 0.

      *>   Account closure workflow - the checklist AcctClosed
      *>   never enforced. Closure is blocked while the account
      *>   has active standing orders, unreleased holds or a live
      *>   leg so the account closes at exactly zero; a final
      *>   statement prints; and the status flip writes the audit
      *>   and journal entries every other maintenance action
      *>   writes. The customer is sent the CLOSED confirmation
      *>   letter through the nightly letter run.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsSupervisor
           STOP RUN
       END-IF

       PERFORM SET-RESIDUAL-HOME-AMOUNT
       IF NOT WSFxFound
           DISPLAY "CLOSURE BLOCKED - no rate on file for account "
               "currency " WSAcctCurrency
           CLOSE CustomerFile
           STOP RUN
       END-IF

       MOVE WSResidual TO WSMoneyOut
       DISPLAY "Residual balance " WSAcctCurrency " " WSMoneyOut
           " will be "
           "settled and the account closed. Proceed? (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
           MOVE WSTransactionID TO TranID
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE ZERO TO TranTransferID
           MOVE WSOperatorBranch TO TranBranch
           MOVE SPACE TO TranExtracted
               ADD 2000 TO WSTranCode
               MOVE WSTransactionID TO TranID
               MOVE WSResidual TO TranAmount
               MOVE WSResidualHome TO TranHomeAmount
               MOVE WSCustomerName TO TranSender
               MOVE "CLOSURE PAYOUT" TO TranReceiver
               MOVE "D" TO TranLegType
               ADD 1000 TO WSTranCode
               MOVE WSTransactionID TO TranID
               COMPUTE TranAmount = 0 - WSResidual
               COMPUTE TranHomeAmount = 0 - WSResidualHome
               MOVE "CLOSURE SETTLEMENT" TO TranSender
               MOVE WSCustomerName TO TranReceiver
               MOVE "C" TO TranLegType
           MOVE 0 TO CustBalance
           DISPLAY "Residual settled - balance now zero".

       SET-RESIDUAL-HOME-AMOUNT.
      *>     Works on the account record read at the start.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSResidualHome ROUNDED =
                   WSResidual * WSFxMidRate
           END-IF.

       REMOVE-CREDIT-LIMIT-ENTRY.
      *>     Same copy-and-swap CREDMNT uses on its own file.
           MOVE "N" TO WSEOF
                   MOVE CustomerData TO JrnAfterImage
                   PERFORM WRITE-CLOSURE-JOURNAL
                   PERFORM WRITE-CLOSURE-AUDIT
                   PERFORM QUEUE-CLOSURE-LETTER
                   DISPLAY "Account " WSCloseID " closed clean - "
                       "the yearend archive sweeps it in due course"
           END-REWRITE.

       QUEUE-CLOSURE-LETTER.
           MOVE SPACES TO LetterRequestRecord
           MOVE WSCloseID TO LqIDNum
           MOVE "CLOSED" TO LqLetterCode
           MOVE WSResidual TO LqAmount1
           MOVE 0 TO LqAmount2
           MOVE WSBusinessDate TO LqDate1
           MOVE WSProgramName TO LqProgram
           CALL 'LTRQUE' USING LetterRequestRecord, WSLtrStatus
           IF WSLtrStatus NOT = 0
               DISPLAY "Closure letter could not be queued - "
                   "status " WSLtrStatus " - send it by hand"
           END-IF.

       WRITE-CLOSURE-JOURNAL.
           MOVE WSCloseID TO JrnIDNum
           MOVE "CLOSE" TO JrnAction
