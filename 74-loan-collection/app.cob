               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

           SELECT CollateralFile ASSIGN TO "Collateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollFileStatus.

           SELECT NewCollateralFile ASSIGN TO "CollateralNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewCollStatus.

       data division.

       FILE SECTION.
       COPY LOANREC.

       FD NewLoanFile.
       01 NewLoanRecord PIC X(120).

       FD CustomerFile.
       COPY CUSTREC.
       FD TransactionFile.
       COPY TRANREC.

       FD GLMovementFile.
       COPY GLMOVE.

       FD CollateralFile.
       COPY COLLREC.

       FD NewCollateralFile.
       01 NewCollateralRecord PIC X(70).

       WORKING-STORAGE SECTION.
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSNewSchedStatus PIC X(2) VALUE "00".
       01 WSNewLoanStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSCollFileStatus PIC X(2) VALUE "00".
       01 WSNewCollStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSToday PIC 9(8) VALUE 0.
       01 WSBorrowerName PIC X(31) VALUE SPACES.
       01 WSPostedOK PIC A(1) VALUE "N".

      *>   The installment is a home-currency figure; a borrower
      *>   whose account runs in another currency is debited the
      *>   equivalent at the day's mid rate.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

      *>   Each loan's fall in outstanding moves from items in
      *>   transit, where GLPOST lands the installment debit, to
      *>   the loans control account.
       01 WSAcctTransit PIC 9(4) VALUE 2090.
       01 WSAcctLoans PIC 9(4) VALUE 1200.
       01 WSAcctUnearned PIC 9(4) VALUE 2400.
       01 WSGlDrAccount PIC 9(4) VALUE 0.
       01 WSGlCrAccount PIC 9(4) VALUE 0.
       01 WSGlAmount PIC S9(11)V99 VALUE 0.
       01 WSGlOutstandingBefore PIC S9(11)V99 VALUE 0.

      *>   The grant puts the loan's whole interest on unearned
      *>   loan interest; each installment collected earns its
      *>   share, the annuity split of a level installment -
      *>   amount x (1 - 1 / (1 + r) ** m), m the installments
      *>   left counting this one - which moves to loan interest
      *>   income.
       01 WSAcctLoanIntInc PIC 9(4) VALUE 4400.
       01 WSLoanRate PIC 9V9999 VALUE 0.
       01 WSLoanTerm PIC 9(3) VALUE 0.
       01 WSMonthlyRate PIC 9V9(8) VALUE 0.
       01 WSCompound PIC 9(7)V9(8) VALUE 0.
       01 WSRemaining PIC 9(3) VALUE 0.
       01 WSStep PIC 9(3) VALUE 0.
       01 WSInterestPart PIC S9(9)V99 VALUE 0.

      *>   Installments collected this run, rolled into the loan
      *>   master's outstanding figure in one pass afterwards.
       01 WSPaidTable.
       01 WSPaidCount PIC 999 VALUE 0.
       01 WSPaidSlot PIC 999 VALUE 0.

      *>   Loans collected down to zero this run - settling a loan
      *>   releases every lien held against it on the collateral
      *>   register, as a settlement through LOANMNT does.
       01 WSSettledTable.
           02 WSSettledLoan PIC 9(7) OCCURS 200 TIMES
               INDEXED BY WSSettledIdx.
       01 WSSettledCount PIC 999 VALUE 0.
       01 WSSettledMatch PIC A(1) VALUE "N".
       01 WSColReleased PIC 9(5) VALUE 0.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
      *>   debit through the locked sequence service and
      *>   Transactions.dat, the way STOPOST posts a standing
      *>   order's debit leg, and debits the borrower's
      *>   CustBalance. A borrower missing from the master, or
      *>   whose account currency has no rate on file, keeps the
      *>   entry due, so tomorrow retries it and the arrears
      *>   aging report sees it in the meantime. The fall in each
      *>   loan's outstanding is booked to the loans control
      *>   account on GLMovements.dat, and the interest each
      *>   installment earns moves from unearned loan interest to
      *>   loan interest income. A loan collected down to zero is
      *>   settled and its liens on Collateral.dat are released.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSToday
       MOVE WSToday TO WSRunDate

       PERFORM SWAP-SCHEDULE-FILE-BACK
       PERFORM ROLL-PAYMENTS-INTO-MASTER
       PERFORM RELEASE-SETTLED-LIENS

       MOVE WSPostedCount TO WSRunCount
       MOVE "C" TO WSRunAction
       DISPLAY "LOAN COLLECTION FOR " WSToday
       DISPLAY "INSTALLMENTS POSTED: " WSPostedCount
       DISPLAY "INSTALLMENTS FAILED: " WSFailedCount
       DISPLAY "AMOUNT COLLECTED:    " WSCollectedAmount
       DISPLAY "LOANS SETTLED:       " WSSettledCount
       DISPLAY "LIENS RELEASED:      " WSColReleased.

       STOP RUN.

               DISPLAY "Installment " LsInstallmentNo " of loan "
                   LsLoanNumber " failed - borrower not on "
                   "Customer.dat"
           ELSE
           IF NOT WSFxFound
               ADD 1 TO WSFailedCount
               DISPLAY "Installment " LsInstallmentNo " of loan "
                   LsLoanNumber " failed - no rate on file for "
                   WSAcctCurrency
           ELSE
               PERFORM POST-INSTALLMENT-DEBIT
               IF WSPostedOK = "Y"
                   SUBTRACT WSAcctAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to debit borrower "
                   ADD 1 TO WSPostedCount
                   ADD LsAmount TO WSCollectedAmount
                   PERFORM NOTE-PAYMENT-FOR-MASTER
                   PERFORM BOOK-INTEREST-EARNED
               ELSE
                   ADD 1 TO WSFailedCount
               END-IF
           END-IF
           END-IF.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the borrower's record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSToday, WSFxMidRate,
               WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSAcctAmount ROUNDED = LsAmount / WSFxMidRate
           END-IF.

       FIND-INSTALLMENT-BORROWER.
                           SPACE
                           LastName DELIMITED BY SIZE
                           INTO WSBorrowerName
                       PERFORM SET-ACCOUNT-AMOUNT
               END-READ
           END-IF.

               NOT AT END
                   IF LnNumber = LsLoanNumber AND LnActive
                       MOVE LnCustomerID TO WSBorrowerID
                       MOVE LnAnnualRate TO WSLoanRate
                       MOVE LnTermMonths TO WSLoanTerm
                   END-IF
           END-READ.

                   REMAINDER WSTranCode
               ADD 3000 TO WSTranCode
               MOVE WSTransactionID TO TranID
               MOVE WSAcctAmount TO TranAmount
               MOVE WSBorrowerName TO TranSender
               MOVE "LOAN REPAYMENT" TO TranReceiver
               MOVE ZERO TO TranOriginalID
               MOVE "LOANCOLL" TO TranOperator
               MOVE WSAcctCurrency TO TranCurrency
               MOVE LsAmount TO TranHomeAmount
               MOVE ZERO TO TranTransferID
               MOVE "D" TO TranLegType
                       OR WSPaidSlot > 0
                   IF WSPaidSlot > 0
                       SET WSPaidIdx TO WSPaidSlot
                       MOVE LnOutstanding TO WSGlOutstandingBefore
                       SUBTRACT WSPaidAmount (WSPaidIdx)
                           FROM LnOutstanding
                       IF LnOutstanding <= 0
                           MOVE 0 TO LnOutstanding
                           SET LnSettled TO TRUE
                           ADD 1 TO WSSettledCount
                           MOVE LnNumber
                               TO WSSettledLoan (WSSettledCount)
                       END-IF
                       PERFORM BOOK-COLLECTION-CONTROL
                   END-IF
                   MOVE LoanRecord TO NewLoanRecord
                   WRITE NewLoanRecord
           END-READ.

       BOOK-COLLECTION-CONTROL.
      *>     Anything collected beyond what was left outstanding is
      *>     interest taken up, and goes on unearned loan interest.
           COMPUTE WSGlAmount = WSGlOutstandingBefore - LnOutstanding
           MOVE WSAcctTransit TO WSGlDrAccount
           MOVE WSAcctLoans TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR
           COMPUTE WSGlAmount = WSPaidAmount (WSPaidIdx)
               - WSGlOutstandingBefore + LnOutstanding
           MOVE WSAcctUnearned TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR.

       BOOK-INTEREST-EARNED.
           PERFORM SPLIT-INSTALLMENT-INTEREST
           MOVE WSInterestPart TO WSGlAmount
           MOVE WSAcctUnearned TO WSGlDrAccount
           MOVE WSAcctLoanIntInc TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR.

       SPLIT-INSTALLMENT-INTEREST.
           MOVE 0 TO WSInterestPart
           IF WSLoanRate > 0
               COMPUTE WSMonthlyRate ROUNDED = WSLoanRate / 12
               IF WSLoanTerm >= LsInstallmentNo
                   COMPUTE WSRemaining =
                       WSLoanTerm - LsInstallmentNo + 1
               ELSE
                   MOVE 1 TO WSRemaining
               END-IF
               MOVE 1 TO WSCompound
               MOVE 0 TO WSStep
               PERFORM COMPOUND-ONE-MONTH UNTIL WSStep >= WSRemaining
               COMPUTE WSInterestPart ROUNDED =
                   LsAmount - (LsAmount / WSCompound)
           END-IF.

       COMPOUND-ONE-MONTH.
           COMPUTE WSCompound ROUNDED =
               WSCompound * (1 + WSMonthlyRate)
           ADD 1 TO WSStep.

       BOOK-CONTROL-PAIR.
           IF WSGlAmount > 0
               MOVE WSGlDrAccount TO GLMoveAccount
               MOVE "D" TO GLMoveSide
               PERFORM WRITE-CONTROL-MOVEMENT
               MOVE WSGlCrAccount TO GLMoveAccount
               MOVE "C" TO GLMoveSide
               PERFORM WRITE-CONTROL-MOVEMENT
           END-IF.

       WRITE-CONTROL-MOVEMENT.
           MOVE WSToday TO GLMoveDate
           MOVE WSGlAmount TO GLMoveAmount
           MOVE "LOANCOLL" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

       RELEASE-SETTLED-LIENS.
      *>     One copy-swap over the collateral register releases
      *>     every lien still held against a loan settled above.
           MOVE 0 TO WSColReleased
           IF WSSettledCount > 0
               MOVE "N" TO WSEOF
               OPEN INPUT CollateralFile
               IF WSCollFileStatus = "00"
                   OPEN OUTPUT NewCollateralFile
                   PERFORM RELEASE-ONE-COLLATERAL UNTIL WSEOF = "Y"
                   CLOSE CollateralFile
                   CLOSE NewCollateralFile
                   IF WSColReleased > 0
                       PERFORM SWAP-COLLATERAL-FILE-BACK
                   END-IF
               END-IF
           END-IF.

       RELEASE-ONE-COLLATERAL.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColLienHeld
                       MOVE "N" TO WSSettledMatch
                       PERFORM MATCH-ONE-SETTLED-LOAN
                           VARYING WSSettledIdx FROM 1 BY 1
                           UNTIL WSSettledIdx > WSSettledCount
                           OR WSSettledMatch = "Y"
                       IF WSSettledMatch = "Y"
                           SET ColLienReleased TO TRUE
                           ADD 1 TO WSColReleased
                       END-IF
                   END-IF
                   MOVE CollateralRecord TO NewCollateralRecord
                   WRITE NewCollateralRecord
           END-READ.

       MATCH-ONE-SETTLED-LOAN.
           IF WSSettledLoan (WSSettledIdx) = ColLoanNumber
               MOVE "Y" TO WSSettledMatch
           END-IF.

       SWAP-COLLATERAL-FILE-BACK.
           OPEN INPUT NewCollateralFile
           OPEN OUTPUT CollateralFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-COLLATERAL UNTIL WSEOF = "Y"
           CLOSE NewCollateralFile
           CLOSE CollateralFile.

       COPY-BACK-ONE-COLLATERAL.
           READ NewCollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCollateralRecord TO CollateralRecord
                   WRITE CollateralRecord
           END-READ.

       MATCH-ONE-PAID-LOAN.
           IF WSPaidLoan (WSPaidIdx) = LnNumber
               MOVE WSPaidIdx TO WSPaidSlot
