           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSchedFileStatus.

           SELECT NewLoanFile ASSIGN TO "LoanMasterNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewLoanStatus.

           SELECT NewScheduleFile ASSIGN TO "LoanScheduleNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewSchedStatus.

           SELECT LoanSeqFile ASSIGN TO "LoanSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSeqFileStatus.
               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT ApprSeqFile ASSIGN TO "AppSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprSeqStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

           SELECT CollateralFile ASSIGN TO "Collateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollFileStatus.

           SELECT NewCollateralFile ASSIGN TO "CollateralNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewCollStatus.

           SELECT TermDepositFile ASSIGN TO "TermDeposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDepFileStatus.

           SELECT RestructHistFile ASSIGN TO "RestructHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

           SELECT LoanAppFile ASSIGN TO "LoanApplications.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAppFileStatus.

           SELECT NewLoanAppFile ASSIGN TO "LoanApplicationsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewAppStatus.

       data division.

       FILE SECTION.
       FD ScheduleFile.
       COPY LOANSCHD.

       FD NewLoanFile.
       01 NewLoanRecord PIC X(120).

       FD NewScheduleFile.
       01 NewScheduleRecord PIC X(31).

       FD LoanSeqFile.
       01 LoanSeqRecord.
           02 LoanSeqCounter PIC 9(7).
       FD TransactionFile.
       COPY TRANREC.

       FD ApprovalFile.
       COPY APPRREC.

       FD ApprSeqFile.
       01 ApprSeqRecord.
           02 ApprSeqCounter PIC 9(7).

       FD GLMovementFile.
       COPY GLMOVE.

       FD CollateralFile.
       COPY COLLREC.

       FD NewCollateralFile.
       01 NewCollateralRecord PIC X(70).

       FD TermDepositFile.
       COPY TDEPREC.

       FD RestructHistFile.
       COPY RESTHIST.

       FD LoanAppFile.
       COPY LOANAPP.

       FD NewLoanAppFile.
       01 NewLoanAppRecord PIC X(190).

       WORKING-STORAGE SECTION.
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSNewLoanStatus PIC X(2) VALUE "00".
       01 WSNewSchedStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSCollFileStatus PIC X(2) VALUE "00".
       01 WSNewCollStatus PIC X(2) VALUE "00".
       01 WSDepFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSAppFileStatus PIC X(2) VALUE "00".
       01 WSNewAppStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeGrant VALUE "G" "g".
           88 WSModeList VALUE "L" "l".
           88 WSModeSchedule VALUE "S" "s".
           88 WSModeQuote VALUE "Q" "q".
           88 WSModeSettle VALUE "E" "e".
           88 WSModePrepay VALUE "P" "p".
           88 WSModeWriteOff VALUE "W" "w".
           88 WSModeRecovery VALUE "R" "r".
           88 WSModeCollateral VALUE "C" "c".
           88 WSModeRestructure VALUE "H" "h".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSCustSeen PIC A(1) VALUE "N".
       01 WSCustomerName PIC X(31) VALUE SPACES.

      *>   A grant is made only against an approved application
      *>   from the application register, which supplies the
      *>   borrower, amount, rate and term and is marked
      *>   disbursed with the new loan number.
       01 WSAppNumber PIC 9(7) VALUE 0.
       01 WSAppSeen PIC A(1) VALUE "N".
       01 WSAppStatus PIC X(1) VALUE SPACE.
           88 WSAppApproved VALUE "A".

      *>   Rate basis chosen at grant - a variable loan is tied to
      *>   a BaseRates.dat code, its margin the approved rate less
      *>   the base in force on the grant date, so the repricing
      *>   run can follow the base from then on.
       01 WSNewRateType PIC X(1) VALUE "F".
           88 WSNewRateFixed VALUE "F".
           88 WSNewRateVariable VALUE "V".
       01 WSNewBaseCode PIC X(4) VALUE SPACES.
       01 WSNewBaseMargin PIC S9V9999 VALUE 0.
       01 WSRateBasisOK PIC X(1) VALUE "N".
       01 WSBaseRate PIC 9V9999 VALUE 0.
       01 WSBaseEffDate PIC 9(8) VALUE 0.
       01 WSBaseStatus PIC 99 VALUE 0.
           88 WSBaseFound VALUE 0.

      *>   Annuity arithmetic for the level installment -
      *>   P * r / (1 - (1+r)**-n) with r the monthly rate. The
      *>   compounding factor is built by a straight multiply loop,
       01 WSScheduleTotal PIC 9(11)V99 VALUE 0.

       01 WSToday PIC 9(8) VALUE 0.

      *>   Closed-year check - once the year-end close has closed
      *>   a financial year nothing is booked into it.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.
       01 WSDueDate PIC 9(8) VALUE 0.
       01 WSInstNo PIC 9(3) VALUE 0.

       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Payoff figures as at the business date, built from the
      *>   loan's schedule: installments already due and unpaid
      *>   are owed in full, the installments still to fall due
      *>   are discounted back to the last due date at the loan
      *>   rate - that present value is the principal still lent,
      *>   and the rest of those installments is interest not yet
      *>   earned. Interest to date runs on that principal from
      *>   the last due date (or the start date) to today at the
      *>   annual rate over a 365-day year.
       01 WSQuoteLoan PIC 9(7) VALUE 0.
       01 WSQuoteSeen PIC A(1) VALUE "N".
       01 WSQuoteCustomer PIC 9(5) VALUE 0.
       01 WSQuoteRate PIC 9V9999 VALUE 0.
       01 WSQuoteStart PIC 9(8) VALUE 0.
       01 WSQuoteInstallment PIC S9(9)V99 VALUE 0.
       01 WSQuoteOutstanding PIC S9(9)V99 VALUE 0.
       01 WSQuoteStatus PIC X(1) VALUE SPACE.
       01 WSArrearsDue PIC S9(11)V99 VALUE 0.
       01 WSFutureSum PIC S9(11)V99 VALUE 0.
       01 WSFutureCount PIC 9(3) VALUE 0.
       01 WSPresentValue PIC S9(11)V99 VALUE 0.
       01 WSDiscount PIC 9(7)V9(8) VALUE 0.
       01 WSLastDueDate PIC 9(8) VALUE 0.
       01 WSLastInstNo PIC 9(3) VALUE 0.
       01 WSDaysAccrued PIC S9(5) VALUE 0.
       01 WSInterestToDate PIC S9(9)V99 VALUE 0.
       01 WSUnearned PIC S9(11)V99 VALUE 0.
       01 WSPayoff PIC S9(11)V99 VALUE 0.
       01 WSConfirm PIC X(1) VALUE SPACE.
           88 WSConfirmed VALUE "Y" "y".

      *>   Partial prepayment - the lump sum pays the interest run
      *>   up on the part it repays and the rest reduces the
      *>   principal at the last due date; the schedule from the
      *>   next installment on is regenerated either at the same
      *>   installment over fewer months or over the same months
      *>   at a lower installment, as the borrower chooses.
       01 WSPrepayAmount PIC S9(9)V99 VALUE 0.
       01 WSPrepayChoice PIC X(1) VALUE SPACE.
           88 WSPrepayShorterTerm VALUE "T" "t".
           88 WSPrepayLowerInstallment VALUE "I" "i".
       01 WSAccrualFactor PIC 9(3)V9(8) VALUE 0.
       01 WSPrincipalReduction PIC S9(11)V99 VALUE 0.
       01 WSNewBalance PIC S9(11)V99 VALUE 0.
       01 WSRunBalance PIC S9(11)V99 VALUE 0.
       01 WSRunInterest PIC S9(11)V99 VALUE 0.
       01 WSNewCount PIC 9(3) VALUE 0.
       01 WSLastAmount PIC S9(9)V99 VALUE 0.
       01 WSAmortDone PIC A(1) VALUE "N".
       01 WSTailWritten PIC A(1) VALUE "N".
       01 WSNewInstNo PIC 9(3) VALUE 0.
       01 WSNewOutstanding PIC S9(11)V99 VALUE 0.
       01 WSMasterAction PIC X(1) VALUE SPACE.
           88 WSMasterSettle VALUE "S".
           88 WSMasterPrepay VALUE "P".
           88 WSMasterRecover VALUE "R".

      *>   Write-off and recovery. The write-off itself only
      *>   queues here - a second supervisor executes it through
      *>   the approval queue. A recovery on a written-off loan
      *>   is taken from the borrower's account like any
      *>   repayment, but the GL books it as recovery income:
      *>   the debit leg's nightly posting lands it in items in
      *>   transit, and the pair written here moves it on to
      *>   income.
       01 WSQuoteWrittenOff PIC S9(9)V99 VALUE 0.
       01 WSQuoteRecovered PIC S9(9)V99 VALUE 0.
       01 WSWriteOffReason PIC X(50) VALUE SPACES.
       01 WSPendingAction PIC X(8) VALUE SPACES.
       01 WSLoanItemQueued PIC A(1) VALUE "N".
       01 WSApprItem PIC 9(7) VALUE 0.
       01 WSRecoveryAmount PIC S9(9)V99 VALUE 0.
       01 WSRecoveryRoom PIC S9(9)V99 VALUE 0.
       01 WSAcctTransit PIC 9(4) VALUE 2090.
       01 WSAcctRecoveryInc PIC 9(4) VALUE 4200.

      *>   Loans control account. LnOutstanding carries every
      *>   installment still to fall due, interest included, so
      *>   the loans account is booked at that figure with the
      *>   interest not yet earned held on unearned loan
      *>   interest. Disbursement and repayment legs land in
      *>   items in transit through GLPOST; the pairs written here
      *>   move them on to the loans account the same day.
       01 WSAcctLoans PIC 9(4) VALUE 1200.
       01 WSAcctUnearned PIC 9(4) VALUE 2400.
       01 WSGlDrAccount PIC 9(4) VALUE 0.
       01 WSGlCrAccount PIC 9(4) VALUE 0.
       01 WSGlAmount PIC S9(11)V99 VALUE 0.
       01 WSGlOutstandingAfter PIC S9(11)V99 VALUE 0.

      *>   Interest still unearned on the loan's due rows - the
      *>   annuity split collection books each installment by,
      *>   amount x (1 - 1 / (1 + r) ** m), m the installments
      *>   left counting the row, summed over the rows. What a
      *>   settlement or prepayment leaves on unearned loan
      *>   interest beyond the share of the rows still due after
      *>   it was earned, and moves to loan interest income.
       01 WSAcctLoanIntInc PIC 9(4) VALUE 4400.
       01 WSQuoteTerm PIC 9(3) VALUE 0.
       01 WSUiRemaining PIC 9(3) VALUE 0.
       01 WSUiStep PIC 9(3) VALUE 0.
       01 WSUiCompound PIC 9(7)V9(8) VALUE 0.
       01 WSUiUnearned PIC S9(11)V99 VALUE 0.
       01 WSUiAfter PIC S9(11)V99 VALUE 0.
       01 WSUiIncome PIC S9(11)V99 VALUE 0.

      *>   Loans are granted and repaid in home currency. A
      *>   foreign-currency account is credited or debited the
      *>   home amount converted at the mid rate in force; with no
      *>   rate on file nothing is posted.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

      *>   Collateral register work fields. Items number from 01
      *>   within each loan; a pledged term deposit is checked on
      *>   the register (open, the borrower's own, not already
      *>   pledged) and valued at its principal.
       01 WSColLoan PIC 9(7) VALUE 0.
       01 WSColCustomer PIC 9(5) VALUE 0.
       01 WSColAction PIC X(1) VALUE SPACE.
           88 WSColAdd VALUE "A" "a".
           88 WSColRevalue VALUE "V" "v".
           88 WSColRelease VALUE "R" "r".
           88 WSColList VALUE "L" "l".
       01 WSColType PIC X(1) VALUE SPACE.
           88 WSColTypeProperty VALUE "P".
           88 WSColTypeVehicle VALUE "V".
           88 WSColTypeDeposit VALUE "T".
           88 WSColTypeOther VALUE "O".
       01 WSColDesc PIC X(30) VALUE SPACES.
       01 WSColValue PIC 9(9)V99 VALUE 0.
       01 WSColValueDate PIC 9(8) VALUE 0.
       01 WSColTD PIC 9(7) VALUE 0.
       01 WSColItem PIC 9(2) VALUE 0.
       01 WSColLastItem PIC 9(2) VALUE 0.
       01 WSColCount PIC 9(3) VALUE 0.
       01 WSColTDSeen PIC A(1) VALUE "N".
       01 WSColTDPledged PIC A(1) VALUE "N".
       01 WSColItemSeen PIC A(1) VALUE "N".
       01 WSColMore PIC X(1) VALUE SPACE.
           88 WSColMoreYes VALUE "Y" "y".
       01 WSColSwap PIC X(1) VALUE SPACE.
           88 WSColSwapRevalue VALUE "V".
           88 WSColSwapRelease VALUE "R".
           88 WSColSwapSettle VALUE "S".

      *>   Hardship restructure request - queued for a supervisor
      *>   like a write-off; the approval queue regenerates the
      *>   schedule, capitalizes any holiday interest and writes
      *>   the restructure history when the checker approves.
       01 WSRsAction PIC X(1) VALUE SPACE.
           88 WSRsRequest VALUE "R" "r".
           88 WSRsHistory VALUE "V" "v".
       01 WSRsType PIC X(1) VALUE SPACE.
           88 WSRsHoliday VALUE "H" "h".
           88 WSRsNewTerms VALUE "T" "t".
       01 WSRsMonths PIC 9(3) VALUE 0.
       01 WSRsRate PIC 9V9999 VALUE 0.
       01 WSRsReason PIC X(50) VALUE SPACES.
       01 WSRsCount PIC 9(3) VALUE 0.

      *>   Repayment leg built for settlement and prepayment.
       01 WSPostAmount PIC S9(9)V99 VALUE 0.
       01 WSPostText PIC X(50) VALUE SPACES.
       01 WSPostedOK PIC A(1) VALUE "N".
       01 WSMoneyOut PIC +Z(8)9.99.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
           02 WSTranProtocol PIC 9999.

      *>   Loan maintenance - grants a loan to a customer on the
      *>   master file against an approved application from the
      *>   loan application register: the principal is disbursed
      *>   through an ordinary ledger credit leg into CustBalance,
      *>   the level installment is computed from the rate and
      *>   term, and the full repayment schedule is generated up
      *>   front so the nightly collection run has dates to post
      *>   against. Granting is supervisor-only, like the credit
      *>   limits the tellers enforce.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       RUN-ONE-LOAN-MODE.
           DISPLAY SPACES
           DISPLAY "Loans - (G)rant, (L)ist, (S)chedule, payoff "
               "(Q)uote, (E)arly settlement, (P)repayment, "
               "(W)rite-off, (R)ecovery, (C)ollateral, "
               "(H)ardship restructure, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeGrant PERFORM GRANT-LOAN
               WHEN WSModeList PERFORM LIST-LOANS
               WHEN WSModeSchedule PERFORM LIST-SCHEDULE
               WHEN WSModeQuote PERFORM QUOTE-PAYOFF
               WHEN WSModeSettle PERFORM SETTLE-LOAN
               WHEN WSModePrepay PERFORM PREPAY-LOAN
               WHEN WSModeWriteOff PERFORM QUEUE-WRITE-OFF
               WHEN WSModeRecovery PERFORM RECORD-RECOVERY
               WHEN WSModeCollateral PERFORM MAINTAIN-COLLATERAL
               WHEN WSModeRestructure PERFORM RESTRUCTURE-LOAN
               WHEN WSModeExit CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose G, L, S, Q, E, P, W, R, C, "
                       "H or X"
           END-EVALUATE.

       GRANT-LOAN.
           END-IF.

       CAPTURE-LOAN-FIELDS.
           DISPLAY "Approved application number: " WITH NO ADVANCING
           ACCEPT WSAppNumber
           PERFORM LOAD-GRANT-APPLICATION
           MOVE "N" TO WSRateBasisOK
           IF WSAppSeen = "Y" AND WSAppApproved
               PERFORM CAPTURE-RATE-BASIS
           END-IF
           CALL 'GLLOCK' USING WSToday, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus

           IF WSAppSeen = "N"
               DISPLAY "Application " WSAppNumber " is not on file "
                   "- nothing granted"
           ELSE
           IF NOT WSAppApproved
               DISPLAY "Application " WSAppNumber " is not approved "
                   "- only an approved application can be granted"
           ELSE
           IF WSNewPrincipal <= 0 OR WSNewTerm = 0
               DISPLAY "Principal and term are both required - "
                   "nothing granted"
           ELSE
           IF WSRateBasisOK = "N"
               DISPLAY "Rate basis not settled - nothing granted"
           ELSE
           IF WSGlLockStatus NOT = 0
               DISPLAY WSToday " falls in the financial year "
                   "closed to " WSGlClosedThrough " - nothing granted"
           ELSE
               PERFORM FIND-BORROWER
               IF WSCustSeen = "N"
                   DISPLAY "Customer " WSNewCustomerID " is not an "
                       "active account - nothing granted"
               ELSE
                   MOVE WSNewPrincipal TO WSPostAmount
                   PERFORM SET-ACCOUNT-AMOUNT
                   IF NOT WSFxFound
                       DISPLAY "No rate on file for account currency "
                           WSAcctCurrency " - nothing granted"
                       CLOSE CustomerFile
                   ELSE
                       PERFORM DISBURSE-LOAN
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       DISBURSE-LOAN.
           PERFORM COMPUTE-INSTALLMENT
           PERFORM WRITE-LOAN-MASTER
           PERFORM GENERATE-SCHEDULE
           PERFORM POST-DISBURSEMENT
           PERFORM BOOK-GRANT-CONTROL
           ADD WSAcctAmount TO CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to credit borrower "
                       WSNewCustomerID
           END-REWRITE
           CLOSE CustomerFile
           DISPLAY "Loan " WSLoanNumber " granted: "
               WSNewPrincipal " over " WSNewTerm
               " months at " WSInstallment " per month"
           MOVE WSLoanNumber TO WSColLoan
           MOVE WSNewCustomerID TO WSColCustomer
           MOVE "Y" TO WSColMore
           PERFORM MARK-APPLICATION-DISBURSED
           PERFORM CAPTURE-GRANT-COLLATERAL
               UNTIL NOT WSColMoreYes.

       CAPTURE-RATE-BASIS.
           MOVE SPACES TO WSNewBaseCode
           MOVE 0 TO WSNewBaseMargin
           DISPLAY "Rate basis - (F)ixed or (V)ariable: "
               WITH NO ADVANCING
           ACCEPT WSNewRateType
           INSPECT WSNewRateType CONVERTING "fv" TO "FV"
           IF WSNewRateType = SPACE
               MOVE "F" TO WSNewRateType
           END-IF
           EVALUATE TRUE
               WHEN WSNewRateFixed
                   MOVE "Y" TO WSRateBasisOK
               WHEN WSNewRateVariable
                   DISPLAY "Base rate code: " WITH NO ADVANCING
                   ACCEPT WSNewBaseCode
                   INSPECT WSNewBaseCode CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   CALL 'BASELOOK' USING WSNewBaseCode, WSToday,
                       WSBaseRate, WSBaseEffDate, WSBaseStatus
                   IF NOT WSBaseFound
                       DISPLAY "No base rate " WSNewBaseCode
                           " is in force today"
                   ELSE
                       COMPUTE WSNewBaseMargin =
                           WSNewRate - WSBaseRate
                       DISPLAY "Approved rate " WSNewRate " is base "
                           WSBaseRate " plus margin " WSNewBaseMargin
                       MOVE "Y" TO WSRateBasisOK
                   END-IF
               WHEN OTHER
                   DISPLAY "Please choose F or V"
           END-EVALUATE.

       LOAD-GRANT-APPLICATION.
           MOVE "N" TO WSAppSeen
           MOVE SPACE TO WSAppStatus
           MOVE "N" TO WSEOF
           OPEN INPUT LoanAppFile
           IF WSAppFileStatus = "00"
               PERFORM CHECK-ONE-GRANT-APPLICATION
                   UNTIL WSEOF = "Y" OR WSAppSeen = "Y"
               CLOSE LoanAppFile
           END-IF.

       CHECK-ONE-GRANT-APPLICATION.
           READ LoanAppFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ApNumber = WSAppNumber
                       MOVE "Y" TO WSAppSeen
                       MOVE ApStatus TO WSAppStatus
                       MOVE ApCustomerID TO WSNewCustomerID
                       MOVE ApPrincipal TO WSNewPrincipal
                       MOVE ApAnnualRate TO WSNewRate
                       MOVE ApTermMonths TO WSNewTerm
                   END-IF
           END-READ.

       MARK-APPLICATION-DISBURSED.
           MOVE "N" TO WSEOF
           OPEN INPUT LoanAppFile
           IF WSAppFileStatus = "00"
               OPEN OUTPUT NewLoanAppFile
               PERFORM DISBURSE-ONE-APPLICATION UNTIL WSEOF = "Y"
               CLOSE LoanAppFile
               CLOSE NewLoanAppFile
               PERFORM SWAP-APPLICATION-FILE-BACK
           END-IF.

       DISBURSE-ONE-APPLICATION.
           READ LoanAppFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ApNumber = WSAppNumber
                       SET ApDisbursed TO TRUE
                       MOVE WSLoanNumber TO ApLoanNumber
                   END-IF
                   MOVE LoanApplicationRecord TO NewLoanAppRecord
                   WRITE NewLoanAppRecord
           END-READ.

       SWAP-APPLICATION-FILE-BACK.
           OPEN INPUT NewLoanAppFile
           OPEN OUTPUT LoanAppFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-APPLICATION UNTIL WSEOF = "Y"
           CLOSE NewLoanAppFile
           CLOSE LoanAppFile.

       COPY-BACK-ONE-APPLICATION.
           READ NewLoanAppFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewLoanAppRecord TO LoanApplicationRecord
                   WRITE LoanApplicationRecord
           END-READ.

       FIND-BORROWER.
           MOVE "N" TO WSCustSeen
           OPEN I-O CustomerFile
           MOVE WSInstallment TO LnInstallment
           COMPUTE LnOutstanding = WSInstallment * WSNewTerm
           SET LnActive TO TRUE
           MOVE 0 TO LnWriteOffDate
           MOVE 0 TO LnWrittenOffAmt
           MOVE 0 TO LnRecovered
           MOVE "N" TO LnRestructured
           MOVE 0 TO LnRestructCount
           MOVE WSNewRateType TO LnRateType
           MOVE WSNewBaseCode TO LnBaseCode
           MOVE WSNewBaseMargin TO LnBaseMargin
           OPEN EXTEND LoanFile
           IF WSLoanFileStatus NOT = "00"
               OPEN OUTPUT LoanFile
                   REMAINDER WSTranCode
               ADD 3000 TO WSTranCode
               MOVE WSTransactionID TO TranID
               MOVE WSAcctAmount TO TranAmount
               MOVE "LOAN DISBURSEMENT" TO TranSender
               MOVE WSCustomerName TO TranReceiver
               MOVE ZERO TO TranOriginalID
               MOVE WSOperatorID TO TranOperator
               MOVE WSAcctCurrency TO TranCurrency
               MOVE WSNewPrincipal TO TranHomeAmount
               MOVE ZERO TO TranTransferID
               MOVE "C" TO TranLegType
               DISPLAY "No loans are on file yet"
           ELSE
               DISPLAY "LOAN     CUST   PRINCIPAL     INSTALLMENT  "
                   "OUTSTANDING   ST RS"
               PERFORM LIST-ONE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
               DISPLAY "Loans on file: " WSLoanCount
                   ADD 1 TO WSLoanCount
                   DISPLAY LnNumber "  " LnCustomerID "  "
                       LnPrincipal "  " LnInstallment "  "
                       LnOutstanding "  " LnStatus "  "
                       LnRestructured
           END-READ.

       LIST-SCHEDULE.
                           "  " LsAmount "  " LsStatus
                   END-IF
           END-READ.

       QUOTE-PAYOFF.
           DISPLAY "Loan number: " WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           PERFORM BUILD-PAYOFF-FIGURES
           IF WSQuoteSeen = "Y"
               PERFORM SHOW-PAYOFF-QUOTE
           END-IF.

       BUILD-PAYOFF-FIGURES.
           PERFORM LOAD-QUOTE-LOAN
           IF WSQuoteSeen = "N"
               DISPLAY "Loan " WSQuoteLoan " is not on file"
           ELSE
               IF WSQuoteStatus NOT = "A"
                   DISPLAY "Loan " WSQuoteLoan " is not active - "
                       "status " WSQuoteStatus
                   MOVE "N" TO WSQuoteSeen
               ELSE
                   PERFORM SCAN-QUOTE-SCHEDULE
                   PERFORM ACCRUE-INTEREST-TO-DATE
                   COMPUTE WSUnearned = WSFutureSum - WSPresentValue
                   COMPUTE WSPayoff = WSQuoteOutstanding
                       - WSUnearned + WSInterestToDate
               END-IF
           END-IF.

       LOAD-QUOTE-LOAN.
           MOVE "N" TO WSQuoteSeen
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM CHECK-ONE-QUOTE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF.

       CHECK-ONE-QUOTE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnNumber = WSQuoteLoan
                       MOVE "Y" TO WSQuoteSeen
                       MOVE LnCustomerID TO WSQuoteCustomer
                       MOVE LnAnnualRate TO WSQuoteRate
                       MOVE LnStartDate TO WSQuoteStart
                       MOVE LnInstallment TO WSQuoteInstallment
                       MOVE LnOutstanding TO WSQuoteOutstanding
                       MOVE LnTermMonths TO WSQuoteTerm
                       MOVE LnStatus TO WSQuoteStatus
                       MOVE LnWrittenOffAmt TO WSQuoteWrittenOff
                       MOVE LnRecovered TO WSQuoteRecovered
                   END-IF
           END-READ.

       SCAN-QUOTE-SCHEDULE.
      *>     Schedule rows for a loan sit in installment order, so
      *>     the discount factor builds one month per future row.
           MOVE 0 TO WSArrearsDue
           MOVE 0 TO WSFutureSum
           MOVE 0 TO WSFutureCount
           MOVE 0 TO WSPresentValue
           MOVE 0 TO WSUiUnearned
           MOVE 1 TO WSDiscount
           MOVE WSQuoteStart TO WSLastDueDate
           MOVE 0 TO WSLastInstNo
           COMPUTE WSMonthlyRate ROUNDED = WSQuoteRate / 12
           MOVE "N" TO WSEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus = "00"
               PERFORM VALUE-ONE-SCHEDULE-ROW UNTIL WSEOF = "Y"
               CLOSE ScheduleFile
           END-IF.

       VALUE-ONE-SCHEDULE-ROW.
           READ ScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LsLoanNumber = WSQuoteLoan
                       IF LsDue
                           PERFORM ADD-ROW-UNEARNED-INTEREST
                       END-IF
                       EVALUATE TRUE
                           WHEN LsPosted
                               MOVE LsDueDate TO WSLastDueDate
                               MOVE LsInstallmentNo TO WSLastInstNo
                           WHEN LsDue AND LsDueDate <= WSToday
                               ADD LsAmount TO WSArrearsDue
                               MOVE LsDueDate TO WSLastDueDate
                               MOVE LsInstallmentNo TO WSLastInstNo
                           WHEN LsDue
                               ADD 1 TO WSFutureCount
                               ADD LsAmount TO WSFutureSum
                               COMPUTE WSDiscount ROUNDED =
                                   WSDiscount * (1 + WSMonthlyRate)
                               COMPUTE WSPresentValue ROUNDED =
                                   WSPresentValue
                                   + (LsAmount / WSDiscount)
                       END-EVALUATE
                   END-IF
           END-READ.

       ADD-ROW-UNEARNED-INTEREST.
      *>     Works on the schedule row just read.
           IF WSMonthlyRate > 0
               IF WSQuoteTerm >= LsInstallmentNo
                   COMPUTE WSUiRemaining =
                       WSQuoteTerm - LsInstallmentNo + 1
               ELSE
                   MOVE 1 TO WSUiRemaining
               END-IF
               MOVE 1 TO WSUiCompound
               MOVE 0 TO WSUiStep
               PERFORM COMPOUND-UNEARNED-MONTH
                   UNTIL WSUiStep >= WSUiRemaining
               COMPUTE WSUiUnearned ROUNDED = WSUiUnearned
                   + LsAmount - (LsAmount / WSUiCompound)
           END-IF.

       COMPOUND-UNEARNED-MONTH.
           COMPUTE WSUiCompound ROUNDED =
               WSUiCompound * (1 + WSMonthlyRate)
           ADD 1 TO WSUiStep.

       ACCRUE-INTEREST-TO-DATE.
           MOVE 0 TO WSDaysAccrued
           MOVE 0 TO WSInterestToDate
           MOVE "D" TO WSDcAction
           MOVE WSLastDueDate TO WSDcDate1
           MOVE WSToday TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF WSDcStatus = 0 AND WSDcAmount > 0
               MOVE WSDcAmount TO WSDaysAccrued
               COMPUTE WSInterestToDate ROUNDED =
                   (WSPresentValue * WSQuoteRate * WSDaysAccrued)
                   / 365
           END-IF.

       SHOW-PAYOFF-QUOTE.
           DISPLAY "PAYOFF QUOTE FOR LOAN " WSQuoteLoan " AS AT "
               WSToday
           MOVE WSQuoteOutstanding TO WSMoneyOut
           DISPLAY "  OUTSTANDING (SCHEDULED)   " WSMoneyOut
           MOVE WSArrearsDue TO WSMoneyOut
           DISPLAY "    OF WHICH IN ARREARS     " WSMoneyOut
           MOVE WSInterestToDate TO WSMoneyOut
           DISPLAY "  PLUS INTEREST TO DATE     " WSMoneyOut
               "  (" WSDaysAccrued " DAYS)"
           MOVE WSUnearned TO WSMoneyOut
           DISPLAY "  LESS UNEARNED INTEREST    " WSMoneyOut
           MOVE WSPayoff TO WSMoneyOut
           DISPLAY "  PAYOFF AMOUNT             " WSMoneyOut.

      *>   Early settlement - the payoff leaves the borrower's
      *>   account through an ordinary debit leg, the loan flips
      *>   settled at zero and every installment still due is
      *>   closed, so the collection run raises nothing more.
       SETTLE-LOAN.
           DISPLAY "Loan number to settle: " WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           PERFORM BUILD-PAYOFF-FIGURES
           CALL 'GLLOCK' USING WSToday, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus
           IF WSQuoteSeen = "Y" AND WSGlLockStatus NOT = 0
               DISPLAY WSToday " falls in the financial year "
                   "closed to " WSGlClosedThrough " - loan not "
                   "settled"
           ELSE
           IF WSQuoteSeen = "Y"
               PERFORM SHOW-PAYOFF-QUOTE
               DISPLAY "Settle the loan for this amount? (Y/N) "
                   WITH NO ADVANCING
               ACCEPT WSConfirm
               IF NOT WSConfirmed
                   DISPLAY "Settlement abandoned - nothing posted"
               ELSE
                   MOVE WSPayoff TO WSPostAmount
                   MOVE "LOAN SETTLEMENT" TO WSPostText
                   PERFORM COLLECT-FROM-BORROWER
                   IF WSPostedOK = "Y"
                       SET WSMasterSettle TO TRUE
                       PERFORM REWRITE-LOAN-SCHEDULE
                       PERFORM REWRITE-LOAN-MASTER
                       MOVE 0 TO WSGlOutstandingAfter
                       MOVE 0 TO WSUiAfter
                       PERFORM BOOK-REPAYMENT-CONTROL
                       MOVE WSQuoteLoan TO WSColLoan
                       SET WSColSwapSettle TO TRUE
                       PERFORM REWRITE-COLLATERAL-REGISTER
                       DISPLAY "Loan " WSQuoteLoan " settled for "
                           WSPayoff
                   END-IF
               END-IF
           END-IF
           END-IF.

       COLLECT-FROM-BORROWER.
      *>     The money must already be on the account - a borrower
      *>     paying in cash deposits it at the teller first.
           MOVE "N" TO WSPostedOK
           MOVE WSQuoteCustomer TO WSNewCustomerID
           PERFORM FIND-BORROWER
           IF WSCustSeen = "N"
               DISPLAY "Borrower " WSQuoteCustomer " is not an "
                   "active account - nothing posted"
           ELSE
               PERFORM SET-ACCOUNT-AMOUNT
               EVALUATE TRUE
                   WHEN NOT WSFxFound
                       DISPLAY "No rate on file for account currency "
                           WSAcctCurrency " - nothing posted"
                   WHEN CustBalance < WSAcctAmount
                       DISPLAY "Borrower's balance " CustBalance
                           " does not cover " WSAcctAmount
                           " - nothing posted"
                   WHEN OTHER
                       PERFORM POST-REPAYMENT-LEG
                       IF WSPostedOK = "Y"
                           SUBTRACT WSAcctAmount FROM CustBalance
                           REWRITE CustomerData
                               INVALID KEY
                                   DISPLAY "Unable to debit borrower "
                                       WSQuoteCustomer
                           END-REWRITE
                       END-IF
               END-EVALUATE
               CLOSE CustomerFile
           END-IF.

       POST-REPAYMENT-LEG.
           CALL 'TRANSEQ' USING WSSeqCounter
           IF WSSeqCounter = 0
               DISPLAY "Transaction sequence could not be issued - "
                   "repayment not posted"
           ELSE
               MOVE WSToday TO WSSystemDate
               MOVE WSSystemDay TO WSTranDay
               MOVE WSSystemMonth TO WSTranMonth
               MOVE WSSystemYear TO WSTranYear
               DIVIDE WSSeqCounter BY 1000
                   GIVING WSTranProtocol
                   REMAINDER WSTranCode
               ADD 3000 TO WSTranCode
               MOVE WSTransactionID TO TranID
               MOVE WSAcctAmount TO TranAmount
               MOVE WSCustomerName TO TranSender
               MOVE WSPostText TO TranReceiver
               MOVE ZERO TO TranOriginalID
               MOVE WSOperatorID TO TranOperator
               MOVE WSAcctCurrency TO TranCurrency
               MOVE WSPostAmount TO TranHomeAmount
               MOVE ZERO TO TranTransferID
               MOVE "D" TO TranLegType
               MOVE "T" TO TranType
               MOVE WSQuoteCustomer TO TranSenderID
               MOVE ZERO TO TranReceiverID
               MOVE WSOperatorBranch TO TranBranch
               MOVE SPACE TO TranExtracted
               OPEN I-O TransactionFile
               IF WSTranFileStatus NOT = "00"
                   OPEN OUTPUT TransactionFile
               END-IF
                   WRITE TransactionRecord
               CLOSE TransactionFile
               MOVE "Y" TO WSPostedOK
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
               COMPUTE WSAcctAmount ROUNDED =
                   WSPostAmount / WSFxMidRate
           END-IF.

       BOOK-GRANT-CONTROL.
      *>     The principal comes out of items in transit, where the
      *>     disbursement leg lands; the rest of the outstanding is
      *>     interest the loan has still to earn.
           MOVE WSNewPrincipal TO WSGlAmount
           MOVE WSAcctLoans TO WSGlDrAccount
           MOVE WSAcctTransit TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR
           COMPUTE WSGlAmount =
               (WSInstallment * WSNewTerm) - WSNewPrincipal
           MOVE WSAcctUnearned TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR.

       BOOK-REPAYMENT-CONTROL.
      *>     The payment moves from items in transit to the loans
      *>     account. Whatever more the outstanding falls by is the
      *>     unearned interest a settlement or prepayment gives
      *>     back; anything paid beyond the fall is interest taken
      *>     up, and goes back on unearned loan interest.
           MOVE WSPostAmount TO WSGlAmount
           MOVE WSAcctTransit TO WSGlDrAccount
           MOVE WSAcctLoans TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR
           COMPUTE WSGlAmount = WSQuoteOutstanding
               - WSGlOutstandingAfter - WSPostAmount
           IF WSGlAmount < 0
               COMPUTE WSGlAmount = 0 - WSGlAmount
               MOVE WSAcctLoans TO WSGlDrAccount
               MOVE WSAcctUnearned TO WSGlCrAccount
           ELSE
               MOVE WSAcctUnearned TO WSGlDrAccount
               MOVE WSAcctLoans TO WSGlCrAccount
           END-IF
           PERFORM BOOK-CONTROL-PAIR
           COMPUTE WSUiIncome = WSUiUnearned - WSUiAfter
               - (WSQuoteOutstanding - WSGlOutstandingAfter
                  - WSPostAmount)
           IF WSUiIncome < 0
               COMPUTE WSGlAmount = 0 - WSUiIncome
               MOVE WSAcctLoanIntInc TO WSGlDrAccount
               MOVE WSAcctUnearned TO WSGlCrAccount
           ELSE
               MOVE WSUiIncome TO WSGlAmount
               MOVE WSAcctUnearned TO WSGlDrAccount
               MOVE WSAcctLoanIntInc TO WSGlCrAccount
           END-IF
           PERFORM BOOK-CONTROL-PAIR.

       BOOK-CONTROL-PAIR.
           IF WSGlAmount NOT = 0
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
           MOVE "LOANMNT" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

      *>   Partial prepayment - only on a loan with nothing in
      *>   arrears (the lump sum is not a way round collections)
      *>   and for less than the payoff, which is a settlement.
       PREPAY-LOAN.
           DISPLAY "Loan number for the prepayment: "
               WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           PERFORM BUILD-PAYOFF-FIGURES
           CALL 'GLLOCK' USING WSToday, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus
           IF WSQuoteSeen = "Y"
               IF WSGlLockStatus NOT = 0
                   DISPLAY WSToday " falls in the financial year "
                       "closed to " WSGlClosedThrough " - nothing "
                       "posted"
               ELSE
               IF WSArrearsDue > 0
                   DISPLAY "Loan " WSQuoteLoan " has " WSArrearsDue
                       " in arrears - collect it before a prepayment"
               ELSE
               IF WSFutureCount = 0
                   DISPLAY "Loan " WSQuoteLoan " has no installments "
                       "left to reschedule"
               ELSE
                   PERFORM CAPTURE-PREPAYMENT
               END-IF
               END-IF
               END-IF
           END-IF.

       CAPTURE-PREPAYMENT.
           PERFORM SHOW-PAYOFF-QUOTE
           DISPLAY "Prepayment amount: " WITH NO ADVANCING
           ACCEPT WSPrepayAmount
           DISPLAY "(T) shorter term at the same installment or "
               "(I) lower installment over the same term: "
               WITH NO ADVANCING
           ACCEPT WSPrepayChoice
           EVALUATE TRUE
               WHEN WSPrepayAmount <= 0
                   DISPLAY "Prepayment amount is required - "
                       "nothing posted"
               WHEN WSPrepayAmount >= WSPayoff
                   DISPLAY "That covers the payoff - use (E)arly "
                       "settlement instead"
               WHEN NOT WSPrepayShorterTerm AND
                    NOT WSPrepayLowerInstallment
                   DISPLAY "Please choose T or I - nothing posted"
               WHEN OTHER
                   PERFORM APPLY-PREPAYMENT
           END-EVALUATE.

       APPLY-PREPAYMENT.
           COMPUTE WSAccrualFactor ROUNDED =
               1 + ((WSQuoteRate * WSDaysAccrued) / 365)
           COMPUTE WSPrincipalReduction ROUNDED =
               WSPrepayAmount / WSAccrualFactor
           COMPUTE WSNewBalance =
               WSPresentValue - WSPrincipalReduction
           IF WSPrepayLowerInstallment
               MOVE WSNewBalance TO WSNewPrincipal
               MOVE WSQuoteRate TO WSNewRate
               MOVE WSFutureCount TO WSNewTerm
               PERFORM COMPUTE-INSTALLMENT
               MOVE WSFutureCount TO WSNewCount
               MOVE WSInstallment TO WSLastAmount
           ELSE
               MOVE WSQuoteInstallment TO WSInstallment
               PERFORM AMORTIZE-AT-INSTALLMENT
           END-IF
           MOVE WSPrepayAmount TO WSPostAmount
           MOVE "LOAN PREPAYMENT" TO WSPostText
           PERFORM COLLECT-FROM-BORROWER
           IF WSPostedOK = "Y"
               SET WSMasterPrepay TO TRUE
               PERFORM REWRITE-LOAN-SCHEDULE
               PERFORM REWRITE-LOAN-MASTER
               MOVE WSNewOutstanding TO WSGlOutstandingAfter
               COMPUTE WSUiAfter = WSNewOutstanding - WSNewBalance
               PERFORM BOOK-REPAYMENT-CONTROL
               DISPLAY "Prepayment of " WSPrepayAmount " taken on "
                   "loan " WSQuoteLoan " - " WSNewCount
                   " installments of " WSInstallment " remain"
           END-IF.

       AMORTIZE-AT-INSTALLMENT.
      *>     Same installment, fewer months: run the reduced balance
      *>     down month by month until one installment (or less)
      *>     clears it; that last one is cut to what is left.
           MOVE WSNewBalance TO WSRunBalance
           MOVE 0 TO WSNewCount
           MOVE "N" TO WSAmortDone
           PERFORM AMORTIZE-ONE-MONTH
               UNTIL WSAmortDone = "Y" OR WSNewCount >= WSFutureCount.

       AMORTIZE-ONE-MONTH.
           ADD 1 TO WSNewCount
           COMPUTE WSRunInterest ROUNDED =
               WSRunBalance * WSMonthlyRate
           IF WSRunBalance + WSRunInterest <= WSInstallment
               OR WSNewCount >= WSFutureCount
               COMPUTE WSLastAmount = WSRunBalance + WSRunInterest
               MOVE "Y" TO WSAmortDone
           ELSE
               COMPUTE WSRunBalance =
                   WSRunBalance + WSRunInterest - WSInstallment
           END-IF.

      *>   One copy-swap over the schedule. A settlement closes
      *>   every row of the loan still due; a prepayment replaces
      *>   the rows still to fall due with the regenerated tail,
      *>   written where the first of them stood so the loan's
      *>   rows stay in installment order.
       REWRITE-LOAN-SCHEDULE.
           MOVE "N" TO WSTailWritten
           MOVE 0 TO WSNewOutstanding
           MOVE "N" TO WSEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus NOT = "00"
               DISPLAY "LoanSchedule.dat could not be opened - "
                   "schedule not updated"
           ELSE
               OPEN OUTPUT NewScheduleFile
               PERFORM REWRITE-ONE-SCHEDULE-ROW UNTIL WSEOF = "Y"
               CLOSE ScheduleFile
               CLOSE NewScheduleFile
               PERFORM SWAP-SCHEDULE-FILE-BACK
           END-IF.

       REWRITE-ONE-SCHEDULE-ROW.
           READ ScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LsLoanNumber = WSQuoteLoan AND LsDue
                       IF WSMasterSettle
                           SET LsClosed TO TRUE
                           MOVE LoanScheduleRecord
                               TO NewScheduleRecord
                           WRITE NewScheduleRecord
                       ELSE
                           IF LsDueDate <= WSToday
                               MOVE LoanScheduleRecord
                                   TO NewScheduleRecord
                               WRITE NewScheduleRecord
                           ELSE
                               IF WSTailWritten = "N"
                                   PERFORM WRITE-REGENERATED-TAIL
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       MOVE LoanScheduleRecord TO NewScheduleRecord
                       WRITE NewScheduleRecord
                   END-IF
           END-READ.

       WRITE-REGENERATED-TAIL.
      *>     Due dates stay anchored on the start date plus the
      *>     installment number, the grant's rule, so the tail
      *>     keeps the day of month the borrower is used to.
           MOVE "Y" TO WSTailWritten
           MOVE 0 TO WSNewInstNo
           PERFORM WRITE-ONE-TAIL-ROW UNTIL WSNewInstNo >= WSNewCount.

       WRITE-ONE-TAIL-ROW.
           ADD 1 TO WSNewInstNo
           COMPUTE WSInstNo = WSLastInstNo + WSNewInstNo
           MOVE "M" TO WSDcAction
           MOVE WSQuoteStart TO WSDcDate1
           MOVE WSInstNo TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSQuoteLoan TO LsLoanNumber
           MOVE WSInstNo TO LsInstallmentNo
           MOVE WSDcDate2 TO LsDueDate
           IF WSNewInstNo = WSNewCount
               MOVE WSLastAmount TO LsAmount
           ELSE
               MOVE WSInstallment TO LsAmount
           END-IF
           SET LsDue TO TRUE
           ADD LsAmount TO WSNewOutstanding
           MOVE LoanScheduleRecord TO NewScheduleRecord
           WRITE NewScheduleRecord.

       SWAP-SCHEDULE-FILE-BACK.
           OPEN INPUT NewScheduleFile
           OPEN OUTPUT ScheduleFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-SCHEDULE UNTIL WSEOF = "Y"
           CLOSE NewScheduleFile
           CLOSE ScheduleFile.

       COPY-BACK-ONE-SCHEDULE.
           READ NewScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewScheduleRecord TO LoanScheduleRecord
                   WRITE LoanScheduleRecord
           END-READ.

       REWRITE-LOAN-MASTER.
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus NOT = "00"
               DISPLAY "LoanMaster.dat could not be opened - "
                   "loan not updated"
           ELSE
               OPEN OUTPUT NewLoanFile
               PERFORM REWRITE-ONE-LOAN-ROW UNTIL WSEOF = "Y"
               CLOSE LoanFile
               CLOSE NewLoanFile
               PERFORM SWAP-LOAN-FILE-BACK
           END-IF.

       REWRITE-ONE-LOAN-ROW.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnNumber = WSQuoteLoan
                       EVALUATE TRUE
                           WHEN WSMasterSettle
                               MOVE 0 TO LnOutstanding
                               SET LnSettled TO TRUE
                           WHEN WSMasterPrepay
                               MOVE WSInstallment TO LnInstallment
                               COMPUTE LnTermMonths =
                                   WSLastInstNo + WSNewCount
                               MOVE WSNewOutstanding TO LnOutstanding
                           WHEN WSMasterRecover
                               ADD WSRecoveryAmount TO LnRecovered
                       END-EVALUATE
                   END-IF
                   MOVE LoanRecord TO NewLoanRecord
                   WRITE NewLoanRecord
           END-READ.

       SWAP-LOAN-FILE-BACK.
           OPEN INPUT NewLoanFile
           OPEN OUTPUT LoanFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-LOAN UNTIL WSEOF = "Y"
           CLOSE NewLoanFile
           CLOSE LoanFile.

       COPY-BACK-ONE-LOAN.
           READ NewLoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewLoanRecord TO LoanRecord
                   WRITE LoanRecord
           END-READ.

      *>   Write-off request - queued for a second supervisor on
      *>   PendingApprovals.dat; the approval queue moves the
      *>   outstanding off the book and books the loss when the
      *>   checker approves. The loan number rides in AppReference.
       QUEUE-WRITE-OFF.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Raising a write-off is supervisor-only - "
                   "sign-on role does not allow it"
           ELSE
               DISPLAY "Loan number to write off: "
                   WITH NO ADVANCING
               ACCEPT WSQuoteLoan
               PERFORM LOAD-QUOTE-LOAN
               EVALUATE TRUE
                   WHEN WSQuoteSeen = "N"
                       DISPLAY "Loan " WSQuoteLoan " is not on file"
                   WHEN WSQuoteStatus NOT = "A"
                       DISPLAY "Loan " WSQuoteLoan " is not active - "
                           "status " WSQuoteStatus
                   WHEN WSQuoteOutstanding <= 0
                       DISPLAY "Loan " WSQuoteLoan " has nothing "
                           "outstanding to write off"
                   WHEN OTHER
                       MOVE "WRITEOFF" TO WSPendingAction
                       PERFORM CHECK-PENDING-LOAN-ITEM
                       IF WSLoanItemQueued = "Y"
                           DISPLAY "A write-off for loan " WSQuoteLoan
                               " is already waiting in the approval "
                               "queue"
                       ELSE
                           PERFORM CAPTURE-WRITE-OFF-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-PENDING-LOAN-ITEM.
           MOVE "N" TO WSLoanItemQueued
           MOVE "N" TO WSEOF
           OPEN INPUT ApprovalFile
           IF WSApprFileStatus = "00"
               PERFORM CHECK-ONE-APPROVAL-ITEM UNTIL WSEOF = "Y"
               CLOSE ApprovalFile
           END-IF.

       CHECK-ONE-APPROVAL-ITEM.
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppAction = WSPendingAction AND AppPending
                       AND AppReference = WSQuoteLoan
                       MOVE "Y" TO WSLoanItemQueued
                   END-IF
           END-READ.

       CAPTURE-WRITE-OFF-REASON.
           MOVE WSQuoteOutstanding TO WSMoneyOut
           DISPLAY "Outstanding to write off: " WSMoneyOut
           DISPLAY "Reason for the write-off: " WITH NO ADVANCING
           ACCEPT WSWriteOffReason
           IF WSWriteOffReason = SPACES
               DISPLAY "A reason is required - nothing queued"
           ELSE
               PERFORM WRITE-WRITE-OFF-ITEM
               DISPLAY "Write-off queued as item " WSApprItem
                   " - a second supervisor approves it through the "
                   "approval queue"
           END-IF.

       WRITE-WRITE-OFF-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE SPACES TO PendingApprovalRecord
           MOVE WSApprItem TO AppItemNumber
           MOVE WSToday TO AppDate
           ACCEPT AppTime FROM TIME
           MOVE WSOperatorID TO AppMaker
           MOVE "WRITEOFF" TO AppAction
           MOVE WSQuoteCustomer TO AppCustomerID
           MOVE "W" TO AppNewStatus
           MOVE WSQuoteOutstanding TO AppAmount
           MOVE "ZAR" TO AppCurrency
           MOVE WSQuoteOutstanding TO AppHomeAmount
           MOVE ZERO TO AppReceiverID
           MOVE "LOAN WRITE-OFF" TO AppSenderName
           MOVE WSWriteOffReason TO AppReceiverName
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           MOVE WSQuoteLoan TO AppReference
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

      *>   Recovery on a written-off loan - never an installment:
      *>   the schedule stays closed, the amount accumulates in
      *>   LnRecovered, and the GL carries it as recovery income.
      *>   Recoveries stop at the amount written off.
       RECORD-RECOVERY.
           DISPLAY "Written-off loan number: " WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           PERFORM LOAD-QUOTE-LOAN
           CALL 'GLLOCK' USING WSToday, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus
           EVALUATE TRUE
               WHEN WSQuoteSeen = "N"
                   DISPLAY "Loan " WSQuoteLoan " is not on file"
               WHEN WSQuoteStatus NOT = "W"
                   DISPLAY "Loan " WSQuoteLoan " is not written off - "
                       "take repayments through the schedule"
               WHEN WSGlLockStatus NOT = 0
                   DISPLAY WSToday " falls in the financial year "
                       "closed to " WSGlClosedThrough " - recovery "
                       "not taken"
               WHEN OTHER
                   PERFORM CAPTURE-RECOVERY
           END-EVALUATE.

       CAPTURE-RECOVERY.
           COMPUTE WSRecoveryRoom =
               WSQuoteWrittenOff - WSQuoteRecovered
           MOVE WSQuoteWrittenOff TO WSMoneyOut
           DISPLAY "  WRITTEN OFF               " WSMoneyOut
           MOVE WSQuoteRecovered TO WSMoneyOut
           DISPLAY "  RECOVERED TO DATE         " WSMoneyOut
           DISPLAY "Recovery amount: " WITH NO ADVANCING
           ACCEPT WSRecoveryAmount
           EVALUATE TRUE
               WHEN WSRecoveryAmount <= 0
                   DISPLAY "Recovery amount is required - "
                       "nothing posted"
               WHEN WSRecoveryAmount > WSRecoveryRoom
                   DISPLAY "Only " WSRecoveryRoom " remains written "
                       "off on this loan - nothing posted"
               WHEN OTHER
                   MOVE WSRecoveryAmount TO WSPostAmount
                   MOVE "LOAN RECOVERY" TO WSPostText
                   PERFORM COLLECT-FROM-BORROWER
                   IF WSPostedOK = "Y"
                       SET WSMasterRecover TO TRUE
                       PERFORM REWRITE-LOAN-MASTER
                       PERFORM BOOK-RECOVERY-INCOME
                       DISPLAY "Recovery of " WSRecoveryAmount
                           " recorded on loan " WSQuoteLoan
                   END-IF
           END-EVALUATE.

       BOOK-RECOVERY-INCOME.
           MOVE WSAcctTransit TO GLMoveAccount
           MOVE "D" TO GLMoveSide
           PERFORM WRITE-RECOVERY-MOVEMENT
           MOVE WSAcctRecoveryInc TO GLMoveAccount
           MOVE "C" TO GLMoveSide
           PERFORM WRITE-RECOVERY-MOVEMENT.

       WRITE-RECOVERY-MOVEMENT.
           MOVE WSToday TO GLMoveDate
           MOVE WSRecoveryAmount TO GLMoveAmount
           MOVE "LOANMNT" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

      *>   Collateral register - security captured at grant and
      *>   maintained afterwards: revaluations keep the month-end
      *>   loan-to-value report honest, and a lien comes off only
      *>   when a supervisor releases it or the loan settles.
       CAPTURE-GRANT-COLLATERAL.
           DISPLAY "Record security for loan " WSColLoan "? (Y/N) "
               WITH NO ADVANCING
           ACCEPT WSColMore
           IF WSColMoreYes
               PERFORM ADD-ONE-COLLATERAL
           END-IF.

       MAINTAIN-COLLATERAL.
           DISPLAY "Loan number: " WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           PERFORM LOAD-QUOTE-LOAN
           IF WSQuoteSeen = "N"
               DISPLAY "Loan " WSQuoteLoan " is not on file"
           ELSE
               MOVE WSQuoteLoan TO WSColLoan
               MOVE WSQuoteCustomer TO WSColCustomer
               DISPLAY "Collateral - (A)dd, re(V)alue, (R)elease, "
                   "(L)ist: " WITH NO ADVANCING
               ACCEPT WSColAction
               EVALUATE TRUE
                   WHEN WSColAdd
                       IF WSQuoteStatus NOT = "A"
                           DISPLAY "Loan " WSQuoteLoan " is not "
                               "active - no security to add"
                       ELSE
                           PERFORM ADD-ONE-COLLATERAL
                       END-IF
                   WHEN WSColRevalue PERFORM REVALUE-COLLATERAL
                   WHEN WSColRelease PERFORM RELEASE-COLLATERAL
                   WHEN WSColList PERFORM LIST-COLLATERAL
                   WHEN OTHER DISPLAY "Please choose A, V, R or L"
               END-EVALUATE
           END-IF.

       ADD-ONE-COLLATERAL.
           DISPLAY "Type (P property, V vehicle, T term deposit, "
               "O other): " WITH NO ADVANCING
           ACCEPT WSColType
           EVALUATE TRUE
               WHEN WSColTypeDeposit
                   PERFORM CAPTURE-PLEDGED-DEPOSIT
               WHEN WSColTypeProperty OR WSColTypeVehicle
                   OR WSColTypeOther
                   PERFORM CAPTURE-VALUED-COLLATERAL
               WHEN OTHER
                   DISPLAY "Type must be P, V, T or O - nothing "
                       "recorded"
           END-EVALUATE.

       CAPTURE-VALUED-COLLATERAL.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WSColDesc
           DISPLAY "Valuation amount: " WITH NO ADVANCING
           ACCEPT WSColValue
           DISPLAY "Valuation date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSColValueDate
           MOVE "V" TO WSDcAction
           MOVE WSColValueDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           EVALUATE TRUE
               WHEN WSColDesc = SPACES OR WSColValue <= 0
                   DISPLAY "Description and valuation are both "
                       "required - nothing recorded"
               WHEN WSDcStatus NOT = 0
                   DISPLAY "Valuation date is not a valid date - "
                       "nothing recorded"
               WHEN WSColValueDate > WSToday
                   DISPLAY "Valuation date is in the future - "
                       "nothing recorded"
               WHEN OTHER
                   MOVE 0 TO WSColTD
                   PERFORM APPEND-COLLATERAL-ITEM
           END-EVALUATE.

       CAPTURE-PLEDGED-DEPOSIT.
           DISPLAY "Term deposit number: " WITH NO ADVANCING
           ACCEPT WSColTD
           PERFORM FIND-PLEDGED-DEPOSIT
           PERFORM CHECK-DEPOSIT-PLEDGED
           EVALUATE TRUE
               WHEN WSColTDSeen = "N"
                   DISPLAY "Deposit " WSColTD " is not an open term "
                       "deposit of customer " WSColCustomer
                       " - nothing recorded"
               WHEN WSColTDPledged = "Y"
                   DISPLAY "Deposit " WSColTD " is already pledged "
                       "- nothing recorded"
               WHEN OTHER
                   MOVE SPACES TO WSColDesc
                   STRING "TERM DEPOSIT " DELIMITED BY SIZE
                       WSColTD DELIMITED BY SIZE
                       INTO WSColDesc
                   END-STRING
                   MOVE WSToday TO WSColValueDate
                   PERFORM APPEND-COLLATERAL-ITEM
           END-EVALUATE.

       FIND-PLEDGED-DEPOSIT.
           MOVE "N" TO WSColTDSeen
           MOVE "N" TO WSEOF
           OPEN INPUT TermDepositFile
           IF WSDepFileStatus = "00"
               PERFORM CHECK-ONE-DEPOSIT UNTIL WSEOF = "Y"
               CLOSE TermDepositFile
           END-IF.

       CHECK-ONE-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDNumber = WSColTD AND TDOpen
                       AND TDCustomerID = WSColCustomer
                       MOVE "Y" TO WSColTDSeen
                       MOVE TDPrincipal TO WSColValue
                   END-IF
           END-READ.

       CHECK-DEPOSIT-PLEDGED.
           MOVE "N" TO WSColTDPledged
           MOVE "N" TO WSEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               PERFORM CHECK-ONE-PLEDGE UNTIL WSEOF = "Y"
               CLOSE CollateralFile
           END-IF.

       CHECK-ONE-PLEDGE.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColTermDeposit AND ColLienHeld
                       AND ColTDNumber = WSColTD
                       MOVE "Y" TO WSColTDPledged
                   END-IF
           END-READ.

       APPEND-COLLATERAL-ITEM.
           PERFORM FIND-LAST-COLLATERAL-ITEM
           ADD 1 TO WSColLastItem
           MOVE WSColLoan TO ColLoanNumber
           MOVE WSColLastItem TO ColItemNo
           MOVE WSColType TO ColType
           MOVE WSColDesc TO ColDescription
           MOVE WSColValue TO ColValuation
           MOVE WSColValueDate TO ColValuationDate
           SET ColLienHeld TO TRUE
           MOVE WSColTD TO ColTDNumber
           OPEN EXTEND CollateralFile
           IF WSCollFileStatus NOT = "00"
               OPEN OUTPUT CollateralFile
           END-IF
           WRITE CollateralRecord
           CLOSE CollateralFile
           DISPLAY "Collateral item " WSColLastItem " recorded on "
               "loan " WSColLoan " with lien held".

       FIND-LAST-COLLATERAL-ITEM.
           MOVE 0 TO WSColLastItem
           MOVE "N" TO WSEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               PERFORM CHECK-ONE-ITEM-NUMBER UNTIL WSEOF = "Y"
               CLOSE CollateralFile
           END-IF.

       CHECK-ONE-ITEM-NUMBER.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColLoanNumber = WSColLoan
                       AND ColItemNo > WSColLastItem
                       MOVE ColItemNo TO WSColLastItem
                   END-IF
           END-READ.

       REVALUE-COLLATERAL.
           DISPLAY "Item number: " WITH NO ADVANCING
           ACCEPT WSColItem
           DISPLAY "New valuation amount: " WITH NO ADVANCING
           ACCEPT WSColValue
           DISPLAY "Valuation date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSColValueDate
           MOVE "V" TO WSDcAction
           MOVE WSColValueDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF WSColValue <= 0 OR WSDcStatus NOT = 0
               OR WSColValueDate > WSToday
               DISPLAY "A valuation and a valid date no later than "
                   "today are required - nothing changed"
           ELSE
               SET WSColSwapRevalue TO TRUE
               PERFORM REWRITE-COLLATERAL-REGISTER
               IF WSColItemSeen = "N"
                   DISPLAY "Item " WSColItem " is not a held, "
                       "revaluable item of loan " WSColLoan
               ELSE
                   DISPLAY "Item " WSColItem " revalued at "
                       WSColValue
               END-IF
           END-IF.

       RELEASE-COLLATERAL.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Releasing a lien is supervisor-only - "
                   "sign-on role does not allow it"
           ELSE
               DISPLAY "Item number: " WITH NO ADVANCING
               ACCEPT WSColItem
               SET WSColSwapRelease TO TRUE
               PERFORM REWRITE-COLLATERAL-REGISTER
               IF WSColItemSeen = "N"
                   DISPLAY "Item " WSColItem " is not a held item "
                       "of loan " WSColLoan
               ELSE
                   DISPLAY "Lien on item " WSColItem " released"
               END-IF
           END-IF.

      *>   One copy-swap for every register change: a revaluation
      *>   or release touches one held item; a settlement releases
      *>   every lien held against the loan. Term deposits value
      *>   at their principal, so they are never revalued here.
       REWRITE-COLLATERAL-REGISTER.
           MOVE "N" TO WSColItemSeen
           MOVE "N" TO WSEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               OPEN OUTPUT NewCollateralFile
               PERFORM REWRITE-ONE-COLLATERAL UNTIL WSEOF = "Y"
               CLOSE CollateralFile
               CLOSE NewCollateralFile
               IF WSColItemSeen = "Y"
                   PERFORM SWAP-COLLATERAL-FILE-BACK
               END-IF
           END-IF.

       REWRITE-ONE-COLLATERAL.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColLoanNumber = WSColLoan AND ColLienHeld
                       EVALUATE TRUE
                           WHEN WSColSwapSettle
                               SET ColLienReleased TO TRUE
                               MOVE "Y" TO WSColItemSeen
                           WHEN WSColSwapRelease
                               AND ColItemNo = WSColItem
                               SET ColLienReleased TO TRUE
                               MOVE "Y" TO WSColItemSeen
                           WHEN WSColSwapRevalue
                               AND ColItemNo = WSColItem
                               AND NOT ColTermDeposit
                               MOVE WSColValue TO ColValuation
                               MOVE WSColValueDate
                                   TO ColValuationDate
                               MOVE "Y" TO WSColItemSeen
                       END-EVALUATE
                   END-IF
                   MOVE CollateralRecord TO NewCollateralRecord
                   WRITE NewCollateralRecord
           END-READ.

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

       LIST-COLLATERAL.
           MOVE 0 TO WSColCount
           MOVE "N" TO WSEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus NOT = "00"
               DISPLAY "No collateral is on file yet"
           ELSE
               DISPLAY "ITEM TYPE DESCRIPTION                    "
                   "VALUATION     VALUED    LIEN"
               PERFORM LIST-ONE-COLLATERAL UNTIL WSEOF = "Y"
               CLOSE CollateralFile
               DISPLAY "Items on loan " WSColLoan ": " WSColCount
           END-IF.

       LIST-ONE-COLLATERAL.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColLoanNumber = WSColLoan
                       ADD 1 TO WSColCount
                       DISPLAY ColItemNo "   " ColType "    "
                           ColDescription " " ColValuation "  "
                           ColValuationDate "  " ColLienFlag
                   END-IF
           END-READ.

      *>   Hardship restructure - a payment holiday of up to three
      *>   months, or a new remaining term and rate, raised here
      *>   and executed by a second pair of eyes in the approval
      *>   queue. The loan number rides in AppReference.
       RESTRUCTURE-LOAN.
           DISPLAY "Restructure - (R)equest, (V)iew history: "
               WITH NO ADVANCING
           ACCEPT WSRsAction
           EVALUATE TRUE
               WHEN WSRsRequest PERFORM REQUEST-RESTRUCTURE
               WHEN WSRsHistory PERFORM LIST-RESTRUCTURE-HISTORY
               WHEN OTHER DISPLAY "Please choose R or V"
           END-EVALUATE.

       REQUEST-RESTRUCTURE.
           DISPLAY "Loan number to restructure: " WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           PERFORM BUILD-PAYOFF-FIGURES
           IF WSQuoteSeen = "Y"
               MOVE "RESTRUCT" TO WSPendingAction
               PERFORM CHECK-PENDING-LOAN-ITEM
               IF WSLoanItemQueued = "N"
                   MOVE "WRITEOFF" TO WSPendingAction
                   PERFORM CHECK-PENDING-LOAN-ITEM
               END-IF
               EVALUATE TRUE
                   WHEN WSQuoteOutstanding <= 0
                       DISPLAY "Loan " WSQuoteLoan " has nothing "
                           "outstanding to restructure"
                   WHEN WSLoanItemQueued = "Y"
                       DISPLAY "Loan " WSQuoteLoan " already has a "
                           "restructure or write-off waiting in the "
                           "approval queue"
                   WHEN OTHER
                       PERFORM CAPTURE-RESTRUCTURE
               END-EVALUATE
           END-IF.

       CAPTURE-RESTRUCTURE.
           PERFORM SHOW-PAYOFF-QUOTE
           DISPLAY "(H) payment holiday or (T) new term and rate: "
               WITH NO ADVANCING
           ACCEPT WSRsType
           MOVE 0 TO WSRsMonths
           MOVE WSQuoteRate TO WSRsRate
           EVALUATE TRUE
               WHEN WSRsHoliday
                   DISPLAY "Holiday months (1-3): " WITH NO ADVANCING
                   ACCEPT WSRsMonths
               WHEN WSRsNewTerms
                   DISPLAY "New remaining term in months: "
                       WITH NO ADVANCING
                   ACCEPT WSRsMonths
                   DISPLAY "New annual rate (e.g. 0.1250): "
                       WITH NO ADVANCING
                   ACCEPT WSRsRate
           END-EVALUATE
           DISPLAY "Reason for the restructure: " WITH NO ADVANCING
           ACCEPT WSRsReason
           EVALUATE TRUE
               WHEN NOT WSRsHoliday AND NOT WSRsNewTerms
                   DISPLAY "Please choose H or T - nothing queued"
               WHEN WSRsHoliday AND
                   (WSRsMonths < 1 OR WSRsMonths > 3)
                   DISPLAY "A payment holiday runs 1 to 3 months - "
                       "nothing queued"
               WHEN WSRsNewTerms AND
                   (WSRsMonths < 1 OR WSRsMonths > 360)
                   DISPLAY "The new term runs 1 to 360 months - "
                       "nothing queued"
               WHEN WSRsRate > 1
                   DISPLAY "A rate cannot exceed 1.0000 (100%) - "
                       "nothing queued"
               WHEN WSRsReason = SPACES
                   DISPLAY "A reason is required - nothing queued"
               WHEN OTHER
                   PERFORM WRITE-RESTRUCTURE-ITEM
                   DISPLAY "Restructure queued as item " WSApprItem
                       " - a supervisor approves it through the "
                       "approval queue"
           END-EVALUATE.

       WRITE-RESTRUCTURE-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE SPACES TO PendingApprovalRecord
           MOVE WSApprItem TO AppItemNumber
           MOVE WSToday TO AppDate
           ACCEPT AppTime FROM TIME
           MOVE WSOperatorID TO AppMaker
           MOVE "RESTRUCT" TO AppAction
           MOVE WSQuoteCustomer TO AppCustomerID
           IF WSRsHoliday
               MOVE "H" TO AppNewStatus
           ELSE
               MOVE "T" TO AppNewStatus
           END-IF
           MOVE WSRsMonths TO AppAmount
           MOVE SPACES TO AppCurrency
           COMPUTE AppHomeAmount = WSRsRate * 100
           MOVE ZERO TO AppReceiverID
           MOVE "LOAN RESTRUCTURE" TO AppSenderName
           MOVE WSRsReason TO AppReceiverName
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           MOVE WSQuoteLoan TO AppReference
           OPEN EXTEND ApprovalFile
           IF WSApprFileStatus NOT = "00"
               OPEN OUTPUT ApprovalFile
           END-IF
           WRITE PendingApprovalRecord
           CLOSE ApprovalFile.

       LIST-RESTRUCTURE-HISTORY.
           DISPLAY "Loan number: " WITH NO ADVANCING
           ACCEPT WSQuoteLoan
           MOVE 0 TO WSRsCount
           MOVE "N" TO WSEOF
           OPEN INPUT RestructHistFile
           IF WSHistFileStatus NOT = "00"
               DISPLAY "No restructures are on file yet"
           ELSE
               DISPLAY "DATE     T HL TRM OLD RATE NEW RATE "
                   "OLD INSTALLMENT NEW INSTALLMENT CAPITALIZED"
               PERFORM LIST-ONE-RESTRUCTURE UNTIL WSEOF = "Y"
               CLOSE RestructHistFile
               DISPLAY "Restructures on loan " WSQuoteLoan ": "
                   WSRsCount
           END-IF.

       LIST-ONE-RESTRUCTURE.
           READ RestructHistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RhLoanNumber = WSQuoteLoan
                       ADD 1 TO WSRsCount
                       DISPLAY RhDate " " RhType " " RhHolidayMonths
                           " " RhNewRemaining " " RhOldRate " "
                           RhNewRate
                           " " RhOldInstallment " " RhNewInstallment
                           " " RhCapitalized
                       DISPLAY "    " RhReason " (" RhMaker "/"
                           RhChecker ")"
                   END-IF
           END-READ.
