           RECORD KEY IS XrefSSN
           FILE STATUS IS WSXrefFileStatus.

           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT NewLoanFile ASSIGN TO "LoanMasterNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewLoanStatus.

           SELECT ScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSchedFileStatus.

           SELECT NewScheduleFile ASSIGN TO "LoanScheduleNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewSchedStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

           SELECT RestructHistFile ASSIGN TO "RestructHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

           SELECT TermDepositFile ASSIGN TO "TermDeposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDepFileStatus.

           SELECT NewTermDepositFile ASSIGN TO "TermDepositsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewDepStatus.

           SELECT CollateralFile ASSIGN TO "Collateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollFileStatus.

           SELECT ChequeBookFile ASSIGN TO "ChqBooks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBookFileStatus.

           SELECT DraftFile ASSIGN TO "Drafts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDraftFileStatus.

           SELECT DraftSeqFile ASSIGN TO "DraftSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDraftSeqStatus.

           SELECT PayeeFile ASSIGN TO "Payees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayeeFileStatus.

           SELECT NewPayeeFile ASSIGN TO "PayeesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewPayeeStatus.

           SELECT GLJournalFile ASSIGN TO "GLJournals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLJnlFileStatus.

           SELECT NewGLJournalFile ASSIGN TO "GLJournalsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewGLJnlStatus.

           SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLAcctFileStatus.

           SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLOpenFileStatus.

       data division.

       FILE SECTION.
       COPY APPRREC.

       FD NewApprovalFile.
       01 NewApprovalRecord PIC X(208).

       FD CustomerFile.
       COPY CUSTREC.
       FD NewUnclaimedRegFile.
       01 NewUnclaimedRegRecord PIC X(56).

       FD LoanFile.
       COPY LOANREC.

       FD NewLoanFile.
       01 NewLoanRecord PIC X(120).

       FD ScheduleFile.
       COPY LOANSCHD.

       FD NewScheduleFile.
       01 NewScheduleRecord PIC X(31).

       FD GLMovementFile.
       COPY GLMOVE.

       FD RestructHistFile.
       COPY RESTHIST.

       FD TermDepositFile.
       COPY TDEPREC.

       FD NewTermDepositFile.
       01 NewTermDepositRecord PIC X(120).

       FD CollateralFile.
       COPY COLLREC.

       FD ChequeBookFile.
       COPY CHQBKREC.

       FD DraftFile.
       COPY DRAFTREC.

       FD DraftSeqFile.
       01 DraftSeqRecord.
           02 DraftSeqCounter PIC 9(7).

       FD PayeeFile.
       COPY PAYEEREC.

       FD NewPayeeFile.
       01 NewPayeeRecord PIC X(75).

       FD GLJournalFile.
       COPY GLJENT.

       FD NewGLJournalFile.
       01 NewGLJournalRecord PIC X(129).

       FD GLAccountFile.
       COPY GLACCT.

       FD GLOpeningFile.
       COPY GLOPEN.

       WORKING-STORAGE SECTION.
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSSuspSeqStatus PIC X(2) VALUE "00".
       01 WSUnclRegStatus PIC X(2) VALUE "00".
       01 WSNewUnclStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSNewLoanStatus PIC X(2) VALUE "00".
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSNewSchedStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSDepFileStatus PIC X(2) VALUE "00".
       01 WSNewDepStatus PIC X(2) VALUE "00".
       01 WSCollFileStatus PIC X(2) VALUE "00".
       01 WSBookFileStatus PIC X(2) VALUE "00".
       01 WSDraftFileStatus PIC X(2) VALUE "00".
       01 WSDraftSeqStatus PIC X(2) VALUE "00".
       01 WSPayeeFileStatus PIC X(2) VALUE "00".
       01 WSNewPayeeStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

      *>   Paper held back by the contact-change cooling-off - a
      *>   cheque book (CHQBOOK: first number in AppReference, book
      *>   size in AppAmount), a bank draft (DRAFT: payee in
      *>   AppReceiverName, the draft number lands in AppReference
      *>   once issued) and a payee added pending (PAYEE: payee
      *>   number in AppReference). Approval issues the book or
      *>   draft here the way CHQMNT and DRAFT would have, or turns
      *>   the payee active; rejecting a payee cancels it.
       01 WSCoolEOF PIC A(1) VALUE "N".
       01 WSBookStart PIC 9(8) VALUE 0.
       01 WSBookEnd PIC 9(8) VALUE 0.
       01 WSBookOverlap PIC A(1) VALUE "N".
       01 WSIssueDate PIC 9(8) VALUE 0.
       01 WSDraftsPayableID PIC 9(5) VALUE 99998.
       01 WSDraftNumber PIC 9(7) VALUE 0.
       01 WSDraftPayee PIC X(50) VALUE SPACES.
       01 WSPayeeNumber PIC 9(5) VALUE 0.
       01 WSPayeeNewStatus PIC X(1) VALUE SPACE.
       01 WSPayeeSettled PIC A(1) VALUE "N".

      *>   Loan write-off - the loan number rides in AppReference.
      *>   The outstanding at execution time (not what the maker
      *>   saw) leaves the book: the loan goes to written-off, its
      *>   remaining schedule closes, and the outstanding leaves
      *>   the loans control account, which carries every loan's
      *>   outstanding gross of its interest. The interest in it
      *>   not yet earned comes off unearned loan interest; only
      *>   the net principal books to the loan-loss expense.
       01 WSLoanEOF PIC A(1) VALUE "N".
       01 WSWoLoan PIC 9(7) VALUE 0.
       01 WSWoAmount PIC S9(9)V99 VALUE 0.
       01 WSWoLoss PIC S9(9)V99 VALUE 0.
       01 WSWoDone PIC A(1) VALUE "N".
       01 WSWoDate PIC 9(8) VALUE 0.
       01 WSAcctLoanLoss PIC 9(4) VALUE 5200.
       01 WSAcctLoans PIC 9(4) VALUE 1200.

      *>   Loan and term deposit control accounts. A restructure
      *>   moves the loan's outstanding against unearned loan
      *>   interest; a broken deposit's principal leaves the term
      *>   deposit account for items in transit, where GLPOST
      *>   lands the credit leg that pays it to the customer.
       01 WSAcctUnearned PIC 9(4) VALUE 2400.
       01 WSAcctTermDeposits PIC 9(4) VALUE 2100.
       01 WSAcctTransit PIC 9(4) VALUE 2090.
       01 WSGlDrAccount PIC 9(4) VALUE 0.
       01 WSGlCrAccount PIC 9(4) VALUE 0.
       01 WSGlAmount PIC S9(11)V99 VALUE 0.
       01 WSGlDate PIC 9(8) VALUE 0.

      *>   Interest still unearned on a loan's due rows - the
      *>   annuity split collection books each installment by,
      *>   amount x (1 - 1 / (1 + r) ** m), m the installments
      *>   left counting the row, summed over the rows. Whatever
      *>   a restructure leaves on unearned loan interest beyond
      *>   the new schedule's share was earned on the old terms
      *>   and moves to loan interest income.
       01 WSAcctLoanIntInc PIC 9(4) VALUE 4400.
       01 WSUiRate PIC 9V9999 VALUE 0.
       01 WSUiTerm PIC 9(3) VALUE 0.
       01 WSUiMonthlyRate PIC 9V9(8) VALUE 0.
       01 WSUiCompound PIC 9(7)V9(8) VALUE 0.
       01 WSUiRemaining PIC 9(3) VALUE 0.
       01 WSUiStep PIC 9(3) VALUE 0.
       01 WSUiUnearned PIC S9(11)V99 VALUE 0.
       01 WSUiIncome PIC S9(11)V99 VALUE 0.

      *>   Manual GL journal - the journal number rides in
      *>   AppReference. Its lines are read back from GLJournals.dat
      *>   and proved again at execution time (still balanced,
      *>   every account still active on the chart) before they
      *>   post dated the business date as source GLJRNL.
       01 WSGLJnlFileStatus PIC X(2) VALUE "00".
       01 WSNewGLJnlStatus PIC X(2) VALUE "00".
       01 WSGLAcctFileStatus PIC X(2) VALUE "00".
       01 WSGjEOF PIC A(1) VALUE "N".
       01 WSGjNumber PIC 9(7) VALUE 0.
       01 WSGjDate PIC 9(8) VALUE 0.
       01 WSGjNewStatus PIC X(1) VALUE SPACE.
       01 WSGjLineCount PIC 99 VALUE 0.
       01 WSGjSub PIC 99 VALUE 0.
       01 WSGjDebits PIC S9(13)V99 VALUE 0.
       01 WSGjCredits PIC S9(13)V99 VALUE 0.
       01 WSGjBadAccount PIC 9(4) VALUE 0.
       01 WSGjAcctStatus PIC X(1) VALUE SPACE.
       01 WSGjLineTable.
           02 WSGjLine OCCURS 20 TIMES.
               03 WSGjAccount PIC 9(4).
               03 WSGjSide PIC X(1).
               03 WSGjAmount PIC S9(11)V99.
               03 WSGjType PIC X(1).

      *>   Closed-year check - nothing books into a financial year
      *>   the year-end close has closed, except an adjustment
      *>   journal for the latest closed year: it posts dated that
      *>   year end, its income and expense lines are closed
      *>   straight on to retained earnings (source GLCLOSE), and
      *>   the balance-sheet effect is added to the opening
      *>   balances brought forward.
       01 WSGLOpenFileStatus PIC X(2) VALUE "00".
       01 WSGjAdjustYearEnd PIC 9(8) VALUE 0.
       01 WSGjMoveDate PIC 9(8) VALUE 0.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

      *>   Loan restructure - what is owed at execution time is
      *>   the unpaid installments already due plus the rows still
      *>   to fall due discounted back to the last due date at the
      *>   old rate. A holiday compounds that balance at the loan
      *>   rate over the holiday months (the interest capitalizes)
      *>   and re-spreads it over the same number of installments
      *>   starting after the holiday; new terms re-spread it over
      *>   the new term at the new rate. Old due rows close, the
      *>   new rows keep the grant's start-date anchor, and the
      *>   installment numbers skip the holiday months so the
      *>   number stays the month count from the start date.
       01 WSRsLoan PIC 9(7) VALUE 0.
       01 WSRsSeen PIC A(1) VALUE "N".
       01 WSRsDate PIC 9(8) VALUE 0.
       01 WSRsStart PIC 9(8) VALUE 0.
       01 WSRsOldRate PIC 9V9999 VALUE 0.
       01 WSRsNewRate PIC 9V9999 VALUE 0.
       01 WSRsOldInstallment PIC S9(9)V99 VALUE 0.
       01 WSRsOldOutstanding PIC S9(9)V99 VALUE 0.
       01 WSRsBaseInstNo PIC 9(3) VALUE 0.
       01 WSRsOldRemaining PIC 9(3) VALUE 0.
       01 WSRsHolidayMonths PIC 9(2) VALUE 0.
       01 WSRsNewCount PIC 9(3) VALUE 0.
       01 WSRsNewInstNo PIC 9(3) VALUE 0.
       01 WSRsInstNo PIC 9(3) VALUE 0.
       01 WSRsMonthlyRate PIC 9V9(8) VALUE 0.
       01 WSRsDiscount PIC 9(7)V9(8) VALUE 0.
       01 WSRsCompound PIC 9(7)V9(8) VALUE 0.
       01 WSRsStep PIC 9(3) VALUE 0.
       01 WSRsBalance PIC S9(11)V99 VALUE 0.
       01 WSRsNewBalance PIC S9(11)V99 VALUE 0.
       01 WSRsCapitalized PIC S9(9)V99 VALUE 0.
       01 WSRsInstallment PIC S9(9)V99 VALUE 0.
       01 WSRsNewOutstanding PIC S9(11)V99 VALUE 0.
       01 WSRsTailWritten PIC A(1) VALUE "N".
      *>   A variable-rate loan given a new rate keeps its base and
      *>   takes a new margin - the agreed rate less the base in
      *>   force on the day - so the next base-rate event reprices
      *>   it from the agreed rate, as the grant does.
       01 WSRsVariable PIC A(1) VALUE "N".
       01 WSRsBaseCode PIC X(4) VALUE SPACES.
       01 WSRsNewMargin PIC S9V9999 VALUE 0.
       01 WSRsSetMargin PIC A(1) VALUE "N".
       01 WSRsBaseMissing PIC A(1) VALUE "N".
       01 WSRsBaseRate PIC 9V9999 VALUE 0.
       01 WSRsBaseEffDate PIC 9(8) VALUE 0.
       01 WSRsBaseStatus PIC 99 VALUE 0.
           88 WSRsBaseFound VALUE 0.

      *>   Term deposit early break - the deposit number rides in
      *>   AppReference. The payout is worked on the day the item
      *>   executes: simple interest on the days held, at the
      *>   product's break rate when it has one, otherwise at the
      *>   deposit rate less the product's flat break penalty
      *>   (never below nil). Principal and interest go back to
      *>   the customer the way the maturity run pays them.
       01 WSBkEOF PIC A(1) VALUE "N".
       01 WSBkNumber PIC 9(7) VALUE 0.
       01 WSBkSeen PIC A(1) VALUE "N".
       01 WSBkPledged PIC A(1) VALUE "N".
       01 WSBkDate PIC 9(8) VALUE 0.
       01 WSBkCustomer PIC 9(5) VALUE 0.
       01 WSBkProduct PIC X(3) VALUE SPACES.
       01 WSBkPrincipal PIC S9(9)V99 VALUE 0.
       01 WSBkRate PIC 9V9999 VALUE 0.
       01 WSBkStart PIC 9(8) VALUE 0.
       01 WSBkBreakRate PIC 9V9999 VALUE 0.
       01 WSBkPenaltyFlat PIC 9(9)V99 VALUE 0.
       01 WSBkDays PIC S9(5) VALUE 0.
       01 WSBkFullInterest PIC S9(9)V99 VALUE 0.
       01 WSBkInterest PIC S9(9)V99 VALUE 0.
       01 WSBkPenalty PIC S9(9)V99 VALUE 0.
       01 WSBkCustomerName PIC X(31) VALUE SPACES.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Unclaimed-register settlement for resolved RECLAIM
      *>   items - the claim the reclaim program queued flips
      *>   reclaimed on approval, or back to held on rejection,
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
           88 WSOperatorIsCompliance VALUE "C".
       01 WSProgramName PIC X(8) VALUE "APPRQ".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSTargetSeen PIC A(1) VALUE "N".
       01 WSPendingCount PIC 9(5) VALUE 0.
       01 WSExecuteOK PIC A(1) VALUE "N".
       01 WSRoleAllowed PIC A(1) VALUE "N".

      *>   A sanctions rescreen hit freezes its account; clearing
      *>   one as a false match only lifts the freeze when no other
      *>   rescreen hit on the same account is still pending.
       01 WSHoldAccount PIC 9(5) VALUE 0.
       01 WSOtherHolds PIC 9(5) VALUE 0.
       01 WSHistoryCount PIC 9(5) VALUE 0.
       01 WSTranEOF PIC A(1) VALUE "N".

       01 WSFeeChosenFloor PIC S9(9)V99 VALUE 0.
       01 WSFeeChosen PIC A(1) VALUE "N".
       01 WSExecReceiverID PIC 9(5) VALUE 0.

      *>   Foreign-currency accounts - a balance moves in the
      *>   account's own currency: the item amount itself when the
      *>   currencies agree, otherwise the home amount converted at
      *>   the mid rate in force on the business date.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSAcctFee PIC S9(9)V99 VALUE 0.
       01 WSAcctHolds PIC S9(11)V99 VALUE 0.
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxBookRate PIC 9(5)V9999 VALUE 1.
       01 WSFxBookStatus PIC 99 VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.
       01 WSSuspItem PIC 9(7) VALUE 0.
       01 WSLegType PIC X(1) VALUE SPACE.
      *>   The approval queue - a supervisor lists what is waiting,
      *>   approves (the action executes here, under THEIR sign-on)
      *>   or rejects. The maker may not check their own work; both
      *>   IDs stay on the resolved item. Sanctions rescreen hits
      *>   (RESCREEN) are compliance's to dispose of, and compliance
      *>   sees and resolves only those.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsSupervisor AND NOT WSOperatorIsCompliance
           DISPLAY "The approval queue is for supervisors and "
               "compliance - sign-on role does not allow it"
           STOP RUN
       END-IF

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Supervisor or compliance operator ID"
               WITH NO ADVANCING
           ACCEPT WSOperatorID
           DISPLAY "Password" WITH NO ADVANCING
           ACCEPT WSOperatorPassword
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppPending AND
                      (AppAction = "RESCREEN" OR
                       NOT WSOperatorIsCompliance)
                       ADD 1 TO WSPendingCount
                       DISPLAY AppItemNumber " " AppAction " "
                           AppCustomerID " " AppHomeAmount " "
                           AppMaker
                       IF AppAction = "RESCREEN"
                           DISPLAY "         " AppSenderName (1:43)
                               " ON " AppReceiverName
                       END-IF
                       IF AppAction = "DRAFT" OR AppAction = "PAYEE"
                           DISPLAY "         PAYEE " AppReceiverName
                       END-IF
                       IF AppAction = "CHQBOOK"
                           DISPLAY "         BOOK FROM " AppReference
                               " SIZE " AppAmount
                       END-IF
                       IF AppAction = "GLJRNL"
                           DISPLAY "         JOURNAL " AppReference
                               " " AppReceiverName (1:40)
                       END-IF
                       IF AppAction = "GLJRNL" AND AppNewStatus = "A"
                           DISPLAY "         ADJUSTS THE LAST CLOSED "
                               "FINANCIAL YEAR"
                       END-IF
                   END-IF
           END-READ.

       RESOLVE-ONE-ITEM.
           DISPLAY "Item number: " WITH NO ADVANCING
           ACCEPT WSTargetItem
           IF WSModeApprove
               PERFORM COUNT-OTHER-RESCREEN-HOLDS
           END-IF

           MOVE "N" TO WSEOF
           MOVE "N" TO WSTargetSeen
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppItemNumber = WSTargetItem AND AppPending
                       PERFORM CHECK-RESOLVER-ROLE
                       IF WSRoleAllowed = "Y"
                           PERFORM RESOLVE-THIS-ITEM
                       END-IF
                   END-IF
                   MOVE PendingApprovalRecord TO NewApprovalRecord
                   WRITE NewApprovalRecord
           END-READ.

       CHECK-RESOLVER-ROLE.
           MOVE "N" TO WSRoleAllowed
           IF AppAction = "RESCREEN"
               IF WSOperatorIsCompliance
                   MOVE "Y" TO WSRoleAllowed
               ELSE
                   DISPLAY "Item " WSTargetItem " is a sanctions "
                       "rescreen hit - compliance must dispose of it"
               END-IF
           ELSE
               IF WSOperatorIsCompliance
                   DISPLAY "Item " WSTargetItem " is not a "
                       "compliance item - a supervisor must check it"
               ELSE
                   MOVE "Y" TO WSRoleAllowed
               END-IF
           END-IF.

       COUNT-OTHER-RESCREEN-HOLDS.
      *>     Read ahead of the copy-swap, while the queue is still
      *>     free to open: the target's account, then how many
      *>     other rescreen hits on it are still pending.
           MOVE 0 TO WSHoldAccount
           MOVE 0 TO WSOtherHolds
           MOVE "N" TO WSEOF
           OPEN INPUT ApprovalFile
           IF WSApprFileStatus = "00"
               PERFORM FIND-HOLD-ACCOUNT UNTIL WSEOF = "Y"
               CLOSE ApprovalFile
           END-IF
           IF WSHoldAccount > 0
               MOVE "N" TO WSEOF
               OPEN INPUT ApprovalFile
               PERFORM COUNT-ONE-OTHER-HOLD UNTIL WSEOF = "Y"
               CLOSE ApprovalFile
           END-IF.

       FIND-HOLD-ACCOUNT.
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppItemNumber = WSTargetItem AND AppPending
                      AND AppAction = "RESCREEN"
                       MOVE AppCustomerID TO WSHoldAccount
                   END-IF
           END-READ.

       COUNT-ONE-OTHER-HOLD.
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppCustomerID = WSHoldAccount AND AppPending
                      AND AppAction = "RESCREEN"
                      AND AppItemNumber NOT = WSTargetItem
                       ADD 1 TO WSOtherHolds
                   END-IF
           END-READ.

       RESOLVE-THIS-ITEM.
           IF AppMaker = WSOperatorID
               DISPLAY "Item " WSTargetItem " was raised by you - "
                       MOVE "H" TO WSUnclNewStatus
                       PERFORM SETTLE-RECLAIM-REGISTER
                   END-IF
                   IF AppAction = "PAYEE"
                       MOVE "C" TO WSPayeeNewStatus
                       PERFORM SETTLE-PENDING-PAYEE
                   END-IF
                   IF AppAction = "GLJRNL"
                       MOVE "R" TO WSGjNewStatus
                       PERFORM SETTLE-GL-JOURNAL
                   END-IF
                   DISPLAY "Item " WSTargetItem " rejected"
                   IF AppAction = "RESCREEN"
      *>                 Rejecting a rescreen hit confirms the match -
      *>                 the account stays frozen.
                       DISPLAY "Match confirmed - account "
                           AppCustomerID " stays frozen; open a case "
                           "in the SAR register"
                   END-IF
               END-IF
               IF WSTargetSeen = "Y"
                   MOVE WSOperatorID TO AppChecker
      *>         posts exactly like an approved transfer - same
      *>         guards, same legs.
               WHEN "SCREEN" PERFORM EXECUTE-APPROVED-TRANSFER
      *>         A transfer the maker was connected to (staff
      *>         conflict of interest) posts the same way once
      *>         another operator has checked it.
               WHEN "STAFF" PERFORM EXECUTE-APPROVED-TRANSFER
      *>         An executor payout a second supervisor approves
      *>         leaves through the same posted legs - the external
      *>         executor's credit leg routes to suspense and the
      *>         transfer, then settles its register entry.
               WHEN "RECLAIM" PERFORM EXECUTE-APPROVED-RECLAIM
               WHEN "FEECHG" PERFORM EXECUTE-APPROVED-FEECHG
               WHEN "WRITEOFF" PERFORM EXECUTE-APPROVED-WRITEOFF
               WHEN "RESTRUCT" PERFORM EXECUTE-APPROVED-RESTRUCT
               WHEN "TDBREAK" PERFORM EXECUTE-APPROVED-TDBREAK
      *>         Approving a rescreen hit clears it as a false match.
               WHEN "RESCREEN" PERFORM EXECUTE-APPROVED-RESCREEN
      *>         Paper held back after a change of address or phone.
               WHEN "CHQBOOK" PERFORM EXECUTE-APPROVED-CHQBOOK
               WHEN "DRAFT" PERFORM EXECUTE-APPROVED-DRAFT
               WHEN "PAYEE" PERFORM EXECUTE-APPROVED-PAYEE
      *>         A manual GL journal posts to the ledger only here,
      *>         under the checker's sign-on.
               WHEN "GLJRNL" PERFORM EXECUTE-APPROVED-GLJRNL
               WHEN OTHER
                   DISPLAY "Unknown action " AppAction
           END-EVALUATE.
                   END-REWRITE
           END-READ.

       EXECUTE-APPROVED-RESCREEN.
      *>     The freeze lifts back to the status the account had
      *>     before the rescreen froze it - unless another hit on
      *>     the account is still pending, the account was already
      *>     frozen for some other reason, or someone has since
      *>     moved it off frozen.
           IF WSOtherHolds > 0
               DISPLAY "Account " AppCustomerID " stays frozen - "
                   WSOtherHolds " other rescreen hit(s) pending"
               MOVE "Y" TO WSExecuteOK
           ELSE
               MOVE AppCustomerID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " AppCustomerID " no longer "
                           "on file"
                       MOVE "Y" TO WSExecuteOK
                   NOT INVALID KEY
                       IF NOT AcctFrozen
                           DISPLAY "Account " AppCustomerID
                               " is no longer frozen - status left "
                               "as it is"
                           MOVE "Y" TO WSExecuteOK
                       ELSE
                           IF AppNewStatus = "F" OR AppNewStatus = SPACE
                               DISPLAY "Account " AppCustomerID
                                   " was frozen before the hit - "
                                   "it stays frozen"
                               MOVE "Y" TO WSExecuteOK
                           ELSE
                               PERFORM EXECUTE-APPROVED-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *>   The book is issued as CHQMNT issues one - the account
      *>   must still be active and the range must still be free.
       EXECUTE-APPROVED-CHQBOOK.
           MOVE AppCustomerID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " AppCustomerID " no longer "
                       "on file"
               NOT INVALID KEY
                   IF NOT AcctActive
                       DISPLAY "Account " AppCustomerID " is no "
                           "longer active - book not issued"
                   ELSE
                       MOVE AppReference TO WSBookStart
                       COMPUTE WSBookEnd =
                           WSBookStart + AppAmount - 1
                       PERFORM CHECK-APPROVED-BOOK-RANGE
                       IF WSBookOverlap = "Y"
                           DISPLAY "Range " WSBookStart " - "
                               WSBookEnd " now overlaps a book "
                               "already issued - not issued"
                       ELSE
                           PERFORM WRITE-APPROVED-BOOK
                           PERFORM WRITE-CHECKER-AUDIT
                           MOVE "Y" TO WSExecuteOK
                       END-IF
                   END-IF
           END-READ.

       CHECK-APPROVED-BOOK-RANGE.
           MOVE "N" TO WSBookOverlap
           MOVE "N" TO WSCoolEOF
           OPEN INPUT ChequeBookFile
           IF WSBookFileStatus = "00"
               PERFORM CHECK-ONE-APPROVED-RANGE UNTIL WSCoolEOF = "Y"
               CLOSE ChequeBookFile
           END-IF.

       CHECK-ONE-APPROVED-RANGE.
           READ ChequeBookFile
               AT END MOVE "Y" TO WSCoolEOF
               NOT AT END
                   IF WSBookStart <= CbEndNumber AND
                      WSBookEnd >= CbStartNumber
                       MOVE "Y" TO WSBookOverlap
                   END-IF
           END-READ.

       WRITE-APPROVED-BOOK.
           CALL 'BUSDATE' USING WSIssueDate
           MOVE AppCustomerID TO CbIDNum
           MOVE WSBookStart TO CbStartNumber
           MOVE WSBookEnd TO CbEndNumber
           MOVE WSIssueDate TO CbIssueDate
           MOVE AppMaker TO CbOperator
           OPEN EXTEND ChequeBookFile
           IF WSBookFileStatus NOT = "00"
               OPEN OUTPUT ChequeBookFile
           END-IF
           WRITE ChequeBookRecord
           CLOSE ChequeBookFile
           DISPLAY "Book " WSBookStart " - " WSBookEnd
               " issued to account " AppCustomerID.

      *>   The draft is issued as DRAFT issues one - the customer
      *>   funds it, drafts-payable 99998 carries it, and it gets
      *>   its number and register entry. The payee travels in
      *>   AppReceiverName; the legs name the drafts-payable
      *>   account as DRAFT's do, then the payee goes back on the
      *>   item with the draft number beside it.
       EXECUTE-APPROVED-DRAFT.
           MOVE AppCustomerID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " AppCustomerID " no longer "
                       "on file"
               NOT INVALID KEY
                   IF NOT AcctActive OR CustBalance < AppAmount
                       DISPLAY "Account " AppCustomerID " is not "
                           "active or cannot fund the draft - "
                           "not issued"
                   ELSE
                       PERFORM ISSUE-APPROVED-DRAFT
                       PERFORM WRITE-CHECKER-AUDIT
                       MOVE "Y" TO WSExecuteOK
                   END-IF
           END-READ.

       ISSUE-APPROVED-DRAFT.
           CALL 'BUSDATE' USING WSIssueDate
           PERFORM ENSURE-DRAFTS-PAYABLE-ACCOUNT
           PERFORM NEXT-APPROVED-DRAFT-NUMBER
           MOVE AppReceiverName TO WSDraftPayee
           MOVE "DRAFTS PAYABLE" TO AppReceiverName
           MOVE WSDraftsPayableID TO WSExecReceiverID
           PERFORM BUILD-APPROVED-TRANSACTION-ID
           MOVE WSTransactionID TO WSTransferID
           MOVE "D" TO WSLegType
           PERFORM WRITE-APPROVED-LEG
           PERFORM DEBIT-APPROVED-SENDER
           PERFORM BUILD-APPROVED-TRANSACTION-ID
           MOVE "C" TO WSLegType
           PERFORM WRITE-APPROVED-LEG
           PERFORM CREDIT-APPROVED-RECEIVER
           MOVE WSDraftPayee TO AppReceiverName
           MOVE WSDraftNumber TO AppReference

           MOVE WSDraftNumber TO DftNumber
           MOVE AppCustomerID TO DftCustomerID
           MOVE WSDraftPayee TO DftPayee
           MOVE AppAmount TO DftAmount
           MOVE WSIssueDate TO DftIssueDate
           SET DftOutstanding TO TRUE
           OPEN EXTEND DraftFile
           IF WSDraftFileStatus NOT = "00"
               OPEN OUTPUT DraftFile
           END-IF
           WRITE DraftRecord
           CLOSE DraftFile
           DISPLAY "Draft " WSDraftNumber " issued to "
               WSDraftPayee (1:30) " for " AppAmount.

       ENSURE-DRAFTS-PAYABLE-ACCOUNT.
           MOVE WSDraftsPayableID TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE WSDraftsPayableID TO IDNum
                   MOVE "DRAFTS" TO FirstName
                   MOVE "PAYABLE" TO LastName
                   MOVE SPACES TO CustAddress
                   MOVE SPACES TO Phone
                   SET AcctActive TO TRUE
                   MOVE ZERO TO CustSSN
                   MOVE ZERO TO CustBirthDate
                   MOVE ZERO TO CustBalance
                   MOVE "SYS" TO CustProductCode
                   MOVE ZERO TO CustGuardianID
                   MOVE ZERO TO CustOwnerID
                   MOVE SPACE TO CustMailHold
                   MOVE ZERO TO CustMailHoldDate
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to create the drafts-"
                               "payable account"
                   END-WRITE
               NOT INVALID KEY CONTINUE
           END-READ.

       NEXT-APPROVED-DRAFT-NUMBER.
           MOVE 0 TO WSDraftNumber
           OPEN INPUT DraftSeqFile
           IF WSDraftSeqStatus = "00"
               READ DraftSeqFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE DraftSeqCounter TO WSDraftNumber
               END-READ
               CLOSE DraftSeqFile
           END-IF
           ADD 1 TO WSDraftNumber
           MOVE WSDraftNumber TO DraftSeqCounter
           OPEN OUTPUT DraftSeqFile
               WRITE DraftSeqRecord
           CLOSE DraftSeqFile.

       EXECUTE-APPROVED-PAYEE.
           MOVE "A" TO WSPayeeNewStatus
           PERFORM SETTLE-PENDING-PAYEE
           IF WSPayeeSettled = "Y"
               PERFORM WRITE-CHECKER-AUDIT
               MOVE "Y" TO WSExecuteOK
               DISPLAY "Payee " WSPayeeNumber " is now active"
           ELSE
               DISPLAY "Payee " AppReference " is no longer "
                   "pending - nothing to approve"
           END-IF.

      *>   The pending payee flips through the copy-and-swap
      *>   PAYMNT uses to cancel one.
       SETTLE-PENDING-PAYEE.
           MOVE "N" TO WSPayeeSettled
           MOVE 0 TO WSPayeeNumber
           IF AppReference IS NUMERIC
               MOVE AppReference TO WSPayeeNumber
           END-IF
           MOVE "N" TO WSCoolEOF
           OPEN INPUT PayeeFile
           IF WSPayeeFileStatus = "00"
               OPEN OUTPUT NewPayeeFile
               PERFORM SETTLE-ONE-PAYEE-ROW UNTIL WSCoolEOF = "Y"
               CLOSE PayeeFile
               CLOSE NewPayeeFile
               PERFORM SWAP-PAYEE-FILE-BACK
           END-IF.

       SETTLE-ONE-PAYEE-ROW.
           READ PayeeFile
               AT END MOVE "Y" TO WSCoolEOF
               NOT AT END
                   IF PayNumber = WSPayeeNumber AND PayPending
                       MOVE WSPayeeNewStatus TO PayStatus
                       MOVE "Y" TO WSPayeeSettled
                   END-IF
                   MOVE PayeeRecord TO NewPayeeRecord
                   WRITE NewPayeeRecord
           END-READ.

       SWAP-PAYEE-FILE-BACK.
           OPEN INPUT NewPayeeFile
           OPEN OUTPUT PayeeFile
           MOVE "N" TO WSCoolEOF
           PERFORM COPY-BACK-ONE-PAYEE UNTIL WSCoolEOF = "Y"
           CLOSE NewPayeeFile
           CLOSE PayeeFile.

       COPY-BACK-ONE-PAYEE.
           READ NewPayeeFile
               AT END MOVE "Y" TO WSCoolEOF
               NOT AT END
                   MOVE NewPayeeRecord TO PayeeRecord
                   WRITE PayeeRecord
           END-READ.

       EXECUTE-APPROVED-GLJRNL.
           MOVE 0 TO WSGjNumber
           IF AppReference IS NUMERIC
               MOVE AppReference TO WSGjNumber
           END-IF
           PERFORM LOAD-PENDING-GL-JOURNAL
           CALL 'BUSDATE' USING WSGjDate
           CALL 'GLLOCK' USING WSGjDate, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus
           EVALUATE TRUE
               WHEN WSGjLineCount = 0
                   DISPLAY "Journal " AppReference " has no pending "
                       "lines on file - nothing to post"
               WHEN WSGjDebits NOT = WSGjCredits
                   DISPLAY "Journal " WSGjNumber " does not balance "
                       "- not posted"
               WHEN WSGjAdjustYearEnd > 0 AND
                    WSGjAdjustYearEnd NOT = WSGlClosedThrough
                   DISPLAY "Journal " WSGjNumber " adjusts the year "
                       "to " WSGjAdjustYearEnd " but the last closed "
                       "year ends " WSGlClosedThrough " - not posted"
               WHEN WSGjAdjustYearEnd = 0 AND WSGlLockStatus NOT = 0
                   DISPLAY WSGjDate " falls in the financial year "
                       "closed to " WSGlClosedThrough " - journal "
                       WSGjNumber " not posted"
               WHEN OTHER
                   PERFORM CHECK-GL-JOURNAL-ACCOUNTS
                   IF WSGjBadAccount > 0
                       DISPLAY "GL account " WSGjBadAccount " on "
                           "journal " WSGjNumber " is no longer "
                           "active - not posted"
                   ELSE
                       MOVE WSGjDate TO WSGjMoveDate
                       IF WSGjAdjustYearEnd > 0
                           MOVE WSGjAdjustYearEnd TO WSGjMoveDate
                       END-IF
                       PERFORM POST-ONE-GL-JOURNAL-LINE
                           VARYING WSGjSub FROM 1 BY 1
                           UNTIL WSGjSub > WSGjLineCount
                       IF WSGjAdjustYearEnd > 0
                           PERFORM CARRY-ONE-ADJUSTMENT-LINE
                               VARYING WSGjSub FROM 1 BY 1
                               UNTIL WSGjSub > WSGjLineCount
                       END-IF
                       MOVE "A" TO WSGjNewStatus
                       PERFORM SETTLE-GL-JOURNAL
                       MOVE "Y" TO WSExecuteOK
                       DISPLAY "Journal " WSGjNumber " posted to the "
                           "ledger for " WSGjMoveDate
                   END-IF
           END-EVALUATE.

       LOAD-PENDING-GL-JOURNAL.
           MOVE 0 TO WSGjLineCount
           MOVE 0 TO WSGjDebits
           MOVE 0 TO WSGjCredits
           MOVE 0 TO WSGjAdjustYearEnd
           MOVE "N" TO WSGjEOF
           OPEN INPUT GLJournalFile
           IF WSGLJnlFileStatus = "00"
               PERFORM LOAD-ONE-GL-JOURNAL-LINE UNTIL WSGjEOF = "Y"
               CLOSE GLJournalFile
           END-IF.

       LOAD-ONE-GL-JOURNAL-LINE.
           READ GLJournalFile
               AT END MOVE "Y" TO WSGjEOF
               NOT AT END
                   IF GjNumber = WSGjNumber AND GjPending AND
                      WSGjLineCount < 20
                       ADD 1 TO WSGjLineCount
                       MOVE GjAccount TO WSGjAccount (WSGjLineCount)
                       MOVE GjSide TO WSGjSide (WSGjLineCount)
                       MOVE GjAmount TO WSGjAmount (WSGjLineCount)
                       IF GjDebit
                           ADD GjAmount TO WSGjDebits
                       ELSE
                           ADD GjAmount TO WSGjCredits
                       END-IF
                       IF GjAdjustYearEnd IS NUMERIC
                           MOVE GjAdjustYearEnd TO WSGjAdjustYearEnd
                       END-IF
                   END-IF
           END-READ.

       CHECK-GL-JOURNAL-ACCOUNTS.
           MOVE 0 TO WSGjBadAccount
           PERFORM CHECK-ONE-GL-JOURNAL-ACCOUNT
               VARYING WSGjSub FROM 1 BY 1
               UNTIL WSGjSub > WSGjLineCount OR WSGjBadAccount > 0.

       CHECK-ONE-GL-JOURNAL-ACCOUNT.
      *>     The chart is appended to, so the last row for an
      *>     account is the one in force.
           MOVE SPACE TO WSGjAcctStatus
           MOVE SPACE TO WSGjType (WSGjSub)
           MOVE "N" TO WSGjEOF
           OPEN INPUT GLAccountFile
           IF WSGLAcctFileStatus = "00"
               PERFORM READ-ONE-GL-CHART-ROW UNTIL WSGjEOF = "Y"
               CLOSE GLAccountFile
           END-IF
           IF WSGjAcctStatus NOT = "A"
               MOVE WSGjAccount (WSGjSub) TO WSGjBadAccount
           END-IF.

       READ-ONE-GL-CHART-ROW.
           READ GLAccountFile
               AT END MOVE "Y" TO WSGjEOF
               NOT AT END
                   IF GLAccountNumber = WSGjAccount (WSGjSub)
                       MOVE GLAccountStatus TO WSGjAcctStatus
                       MOVE GLAccountType TO WSGjType (WSGjSub)
                   END-IF
           END-READ.

       POST-ONE-GL-JOURNAL-LINE.
      *>     No ledger transaction behind a journal, so no type
      *>     letter.
           MOVE WSGjMoveDate TO GLMoveDate
           MOVE WSGjAccount (WSGjSub) TO GLMoveAccount
           MOVE WSGjSide (WSGjSub) TO GLMoveSide
           MOVE WSGjAmount (WSGjSub) TO GLMoveAmount
           MOVE "GLJRNL" TO GLMoveSource
           MOVE SPACE TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

      *>   An adjustment line on an income or expense account is
      *>   closed on to retained earnings the way the year-end
      *>   close would have closed it, and lands in the opening
      *>   balances as retained earnings; a balance-sheet line
      *>   lands in the opening balances as it stands.
       CARRY-ONE-ADJUSTMENT-LINE.
           MOVE WSGjAdjustYearEnd TO GoYearEnd
           MOVE WSGjSide (WSGjSub) TO GoSide
           MOVE WSGjAmount (WSGjSub) TO GoAmount
           MOVE "GLJRNL" TO GoSource
           IF WSGjType (WSGjSub) = "I" OR WSGjType (WSGjSub) = "E"
               MOVE WSGjAdjustYearEnd TO GLMoveDate
               MOVE WSGjAccount (WSGjSub) TO GLMoveAccount
               IF WSGjSide (WSGjSub) = "D"
                   SET GLMoveCredit TO TRUE
               ELSE
                   SET GLMoveDebit TO TRUE
               END-IF
               MOVE WSGjAmount (WSGjSub) TO GLMoveAmount
               MOVE "GLCLOSE" TO GLMoveSource
               MOVE SPACE TO GLMoveTranType
               OPEN EXTEND GLMovementFile
               IF WSMoveFileStatus NOT = "00"
                   OPEN OUTPUT GLMovementFile
               END-IF
               WRITE GLMovementRecord
               MOVE WSGlRetainedAcct TO GLMoveAccount
               MOVE WSGjSide (WSGjSub) TO GLMoveSide
               WRITE GLMovementRecord
               CLOSE GLMovementFile
               MOVE WSGlRetainedAcct TO GoAccount
           ELSE
               MOVE WSGjAccount (WSGjSub) TO GoAccount
           END-IF
           OPEN EXTEND GLOpeningFile
           IF WSGLOpenFileStatus NOT = "00"
               OPEN OUTPUT GLOpeningFile
           END-IF
           WRITE GLOpeningRecord
           CLOSE GLOpeningFile.

      *>   The journal's pending lines flip to posted or rejected
      *>   through the same copy-and-swap as the payee file.
       SETTLE-GL-JOURNAL.
           MOVE 0 TO WSGjNumber
           IF AppReference IS NUMERIC
               MOVE AppReference TO WSGjNumber
           END-IF
           MOVE "N" TO WSGjEOF
           OPEN INPUT GLJournalFile
           IF WSGLJnlFileStatus = "00"
               OPEN OUTPUT NewGLJournalFile
               PERFORM SETTLE-ONE-GL-JOURNAL-ROW UNTIL WSGjEOF = "Y"
               CLOSE GLJournalFile
               CLOSE NewGLJournalFile
               PERFORM SWAP-GL-JOURNAL-FILE-BACK
           END-IF.

       SETTLE-ONE-GL-JOURNAL-ROW.
           READ GLJournalFile
               AT END MOVE "Y" TO WSGjEOF
               NOT AT END
                   IF GjNumber = WSGjNumber AND GjPending
                       MOVE WSGjNewStatus TO GjStatus
                       MOVE WSOperatorID TO GjChecker
                       IF GjPosted
                           MOVE WSGjDate TO GjPostedDate
                       END-IF
                   END-IF
                   MOVE GLJournalRecord TO NewGLJournalRecord
                   WRITE NewGLJournalRecord
           END-READ.

       SWAP-GL-JOURNAL-FILE-BACK.
           OPEN INPUT NewGLJournalFile
           OPEN OUTPUT GLJournalFile
           MOVE "N" TO WSGjEOF
           PERFORM COPY-BACK-ONE-GL-JOURNAL UNTIL WSGjEOF = "Y"
           CLOSE NewGLJournalFile
           CLOSE GLJournalFile.

       COPY-BACK-ONE-GL-JOURNAL.
           READ NewGLJournalFile
               AT END MOVE "Y" TO WSGjEOF
               NOT AT END
                   MOVE NewGLJournalRecord TO GLJournalRecord
                   WRITE GLJournalRecord
           END-READ.

       EXECUTE-APPROVED-FEECHG.
      *>     The checker's approval is what finally appends the
      *>     tier - the maker's screen only queued it. The tier
           DISPLAY "Fee tier " FeeTranType " / " FeeTierFloor
               " appended effective " FeeEffDate.

       EXECUTE-APPROVED-WRITEOFF.
           IF AppReference IS NOT NUMERIC OR AppReference = 0
               DISPLAY "Write-off item " AppItemNumber " carries no "
                   "loan number"
           ELSE
               MOVE AppReference TO WSWoLoan
               MOVE 0 TO WSWoAmount
               MOVE 0 TO WSUiUnearned
               MOVE "N" TO WSWoDone
               CALL 'BUSDATE' USING WSWoDate
               CALL 'GLLOCK' USING WSWoDate, WSGlClosedThrough,
                   WSGlRetainedAcct, WSGlLockStatus
               IF WSGlLockStatus NOT = 0
                   DISPLAY WSWoDate " falls in the financial year "
                       "closed to " WSGlClosedThrough " - loan "
                       WSWoLoan " not written off"
               ELSE
                   PERFORM WRITE-OFF-LOAN-MASTER
                   IF WSWoDone = "Y"
                       PERFORM CLOSE-WRITTEN-OFF-SCHEDULE
                       PERFORM BOOK-WRITE-OFF-LOSS
                       MOVE "Y" TO WSExecuteOK
                       DISPLAY "Loan " WSWoLoan " written off - "
                           WSWoLoss " booked to loan losses"
                   END-IF
               END-IF
           END-IF.

       WRITE-OFF-LOAN-MASTER.
           MOVE "N" TO WSLoanEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus NOT = "00"
               DISPLAY "LoanMaster.dat could not be opened"
           ELSE
               OPEN OUTPUT NewLoanFile
               PERFORM WRITE-OFF-ONE-LOAN-ROW UNTIL WSLoanEOF = "Y"
               CLOSE LoanFile
               CLOSE NewLoanFile
               IF WSWoDone = "Y"
                   PERFORM SWAP-LOAN-FILE-BACK
               ELSE
                   DISPLAY "Loan " WSWoLoan " is no longer an active "
                       "loan - not written off"
               END-IF
           END-IF.

       WRITE-OFF-ONE-LOAN-ROW.
           READ LoanFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   IF LnNumber = WSWoLoan AND LnActive
                       AND LnOutstanding > 0
                       MOVE LnOutstanding TO WSWoAmount
                       MOVE LnAnnualRate TO WSUiRate
                       MOVE LnTermMonths TO WSUiTerm
                       MOVE LnOutstanding TO LnWrittenOffAmt
                       MOVE 0 TO LnOutstanding
                       MOVE 0 TO LnRecovered
                       MOVE WSWoDate TO LnWriteOffDate
                       SET LnWrittenOff TO TRUE
                       MOVE "Y" TO WSWoDone
                   END-IF
                   MOVE LoanRecord TO NewLoanRecord
                   WRITE NewLoanRecord
           END-READ.

       SWAP-LOAN-FILE-BACK.
           OPEN INPUT NewLoanFile
           OPEN OUTPUT LoanFile
           MOVE "N" TO WSLoanEOF
           PERFORM COPY-BACK-ONE-LOAN UNTIL WSLoanEOF = "Y"
           CLOSE NewLoanFile
           CLOSE LoanFile.

       COPY-BACK-ONE-LOAN.
           READ NewLoanFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   MOVE NewLoanRecord TO LoanRecord
                   WRITE LoanRecord
           END-READ.

       CLOSE-WRITTEN-OFF-SCHEDULE.
      *>     Closed rows are passed by the collection run and the
      *>     arrears aging alike - a written-off loan stops aging.
           MOVE "N" TO WSLoanEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus = "00"
               OPEN OUTPUT NewScheduleFile
               PERFORM CLOSE-ONE-SCHEDULE-ROW UNTIL WSLoanEOF = "Y"
               CLOSE ScheduleFile
               CLOSE NewScheduleFile
               PERFORM SWAP-SCHEDULE-FILE-BACK
           END-IF.

       CLOSE-ONE-SCHEDULE-ROW.
           READ ScheduleFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   IF LsLoanNumber = WSWoLoan AND LsDue
                       PERFORM ADD-ROW-UNEARNED-INTEREST
                       SET LsClosed TO TRUE
                   END-IF
                   MOVE LoanScheduleRecord TO NewScheduleRecord
                   WRITE NewScheduleRecord
           END-READ.

       SWAP-SCHEDULE-FILE-BACK.
           OPEN INPUT NewScheduleFile
           OPEN OUTPUT ScheduleFile
           MOVE "N" TO WSLoanEOF
           PERFORM COPY-BACK-ONE-SCHEDULE UNTIL WSLoanEOF = "Y"
           CLOSE NewScheduleFile
           CLOSE ScheduleFile.

       COPY-BACK-ONE-SCHEDULE.
           READ NewScheduleFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   MOVE NewScheduleRecord TO LoanScheduleRecord
                   WRITE LoanScheduleRecord
           END-READ.

       BOOK-WRITE-OFF-LOSS.
      *>     One balanced entry, dated the business date; there is
      *>     no ledger transaction behind it, so no type letter.
           IF WSUiUnearned > WSWoAmount
               MOVE WSWoAmount TO WSUiUnearned
           END-IF
           COMPUTE WSWoLoss = WSWoAmount - WSUiUnearned
           IF WSUiUnearned > 0
               MOVE WSAcctUnearned TO GLMoveAccount
               MOVE "D" TO GLMoveSide
               MOVE WSUiUnearned TO WSGlAmount
               PERFORM WRITE-WRITE-OFF-MOVEMENT
           END-IF
           IF WSWoLoss > 0
               MOVE WSAcctLoanLoss TO GLMoveAccount
               MOVE "D" TO GLMoveSide
               MOVE WSWoLoss TO WSGlAmount
               PERFORM WRITE-WRITE-OFF-MOVEMENT
           END-IF
           MOVE WSAcctLoans TO GLMoveAccount
           MOVE "C" TO GLMoveSide
           MOVE WSWoAmount TO WSGlAmount
           PERFORM WRITE-WRITE-OFF-MOVEMENT.

       WRITE-WRITE-OFF-MOVEMENT.
           MOVE WSWoDate TO GLMoveDate
           MOVE WSGlAmount TO GLMoveAmount
           MOVE "APPRQ" TO GLMoveSource
           MOVE SPACE TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

       EXECUTE-APPROVED-RESTRUCT.
           IF AppReference IS NOT NUMERIC OR AppReference = 0
               DISPLAY "Restructure item " AppItemNumber " carries "
                   "no loan number"
           ELSE
               MOVE AppReference TO WSRsLoan
               CALL 'BUSDATE' USING WSRsDate
               CALL 'GLLOCK' USING WSRsDate, WSGlClosedThrough,
                   WSGlRetainedAcct, WSGlLockStatus
               PERFORM LOAD-RESTRUCTURE-LOAN
               IF WSGlLockStatus NOT = 0
                   DISPLAY WSRsDate " falls in the financial year "
                       "closed to " WSGlClosedThrough " - loan "
                       WSRsLoan " not restructured"
               ELSE
               IF WSRsSeen = "N"
                   DISPLAY "Loan " WSRsLoan " is no longer an active "
                       "loan with a balance - not restructured"
               ELSE
                   PERFORM SCAN-RESTRUCTURE-SCHEDULE
                   PERFORM SET-RESTRUCTURE-TERMS
                   PERFORM SET-RESTRUCTURE-MARGIN
                   EVALUATE TRUE
                       WHEN WSRsNewCount = 0
                           DISPLAY "Loan " WSRsLoan " has no "
                               "installments left to restructure"
                       WHEN WSRsBaseMissing = "Y"
                           DISPLAY "No base rate " WSRsBaseCode
                               " is in force on " WSRsDate " - loan "
                               WSRsLoan " not restructured"
                       WHEN OTHER
                           PERFORM COMPUTE-RESTRUCTURE-INSTALLMENT
                           PERFORM REWRITE-RESTRUCTURE-SCHEDULE
                           PERFORM REWRITE-RESTRUCTURE-LOAN
                           PERFORM BOOK-RESTRUCTURE-INTEREST
                           PERFORM WRITE-RESTRUCTURE-HISTORY
                           MOVE "Y" TO WSExecuteOK
                           DISPLAY "Loan " WSRsLoan " restructured - "
                               WSRsNewCount " installments of "
                               WSRsInstallment
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

       LOAD-RESTRUCTURE-LOAN.
           MOVE "N" TO WSRsSeen
           MOVE "N" TO WSRsVariable
           MOVE SPACES TO WSRsBaseCode
           MOVE "N" TO WSLoanEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM CHECK-ONE-RESTRUCTURE-LOAN
                   UNTIL WSLoanEOF = "Y"
               CLOSE LoanFile
           END-IF.

       CHECK-ONE-RESTRUCTURE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   IF LnNumber = WSRsLoan AND LnActive
                       AND LnOutstanding > 0
                       MOVE "Y" TO WSRsSeen
                       MOVE LnStartDate TO WSRsStart
                       MOVE LnAnnualRate TO WSRsOldRate
                       MOVE LnInstallment TO WSRsOldInstallment
                       MOVE LnOutstanding TO WSRsOldOutstanding
                       MOVE LnAnnualRate TO WSUiRate
                       MOVE LnTermMonths TO WSUiTerm
                       IF LnVariableRate
                           MOVE "Y" TO WSRsVariable
                           MOVE LnBaseCode TO WSRsBaseCode
                       END-IF
                   END-IF
           END-READ.

       SCAN-RESTRUCTURE-SCHEDULE.
           MOVE 0 TO WSRsBaseInstNo
           MOVE 0 TO WSRsOldRemaining
           MOVE 0 TO WSRsBalance
           MOVE 0 TO WSUiUnearned
           MOVE 1 TO WSRsDiscount
           COMPUTE WSRsMonthlyRate ROUNDED = WSRsOldRate / 12
           MOVE "N" TO WSLoanEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus = "00"
               PERFORM VALUE-ONE-RESTRUCTURE-ROW
                   UNTIL WSLoanEOF = "Y"
               CLOSE ScheduleFile
           END-IF.

       VALUE-ONE-RESTRUCTURE-ROW.
           READ ScheduleFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   IF LsLoanNumber = WSRsLoan
                       IF LsDue
                           PERFORM ADD-ROW-UNEARNED-INTEREST
                       END-IF
                       EVALUATE TRUE
                           WHEN LsPosted
                               MOVE LsInstallmentNo TO WSRsBaseInstNo
                           WHEN LsDue AND LsDueDate <= WSRsDate
                               MOVE LsInstallmentNo TO WSRsBaseInstNo
                               ADD 1 TO WSRsOldRemaining
                               ADD LsAmount TO WSRsBalance
                           WHEN LsDue
                               ADD 1 TO WSRsOldRemaining
                               COMPUTE WSRsDiscount ROUNDED =
                                   WSRsDiscount * (1 + WSRsMonthlyRate)
                               COMPUTE WSRsBalance ROUNDED =
                                   WSRsBalance
                                   + (LsAmount / WSRsDiscount)
                       END-EVALUATE
                   END-IF
           END-READ.

       SET-RESTRUCTURE-TERMS.
           IF AppNewStatus = "H"
               MOVE AppAmount TO WSRsHolidayMonths
               MOVE WSRsOldRate TO WSRsNewRate
               MOVE WSRsOldRemaining TO WSRsNewCount
           ELSE
               MOVE 0 TO WSRsHolidayMonths
               COMPUTE WSRsNewRate = AppHomeAmount / 100
               MOVE AppAmount TO WSRsNewCount
           END-IF
           COMPUTE WSRsMonthlyRate ROUNDED = WSRsNewRate / 12
           MOVE WSRsBalance TO WSRsNewBalance
           MOVE 0 TO WSRsStep
           PERFORM CAPITALIZE-ONE-MONTH
               UNTIL WSRsStep >= WSRsHolidayMonths
           COMPUTE WSRsCapitalized = WSRsNewBalance - WSRsBalance.

       SET-RESTRUCTURE-MARGIN.
      *>     A holiday keeps the rate, so only new terms on a
      *>     variable-rate loan move the margin.
           MOVE "N" TO WSRsSetMargin
           MOVE "N" TO WSRsBaseMissing
           IF WSRsVariable = "Y" AND AppNewStatus NOT = "H"
               CALL 'BASELOOK' USING WSRsBaseCode, WSRsDate,
                   WSRsBaseRate, WSRsBaseEffDate, WSRsBaseStatus
               IF WSRsBaseFound
                   COMPUTE WSRsNewMargin = WSRsNewRate - WSRsBaseRate
                   MOVE "Y" TO WSRsSetMargin
               ELSE
                   MOVE "Y" TO WSRsBaseMissing
               END-IF
           END-IF.

       CAPITALIZE-ONE-MONTH.
           COMPUTE WSRsNewBalance ROUNDED =
               WSRsNewBalance * (1 + WSRsMonthlyRate)
           ADD 1 TO WSRsStep.

       COMPUTE-RESTRUCTURE-INSTALLMENT.
      *>     The grant's level annuity over the new count.
           IF WSRsMonthlyRate = 0
               COMPUTE WSRsInstallment ROUNDED =
                   WSRsNewBalance / WSRsNewCount
           ELSE
               MOVE 1 TO WSRsCompound
               MOVE 0 TO WSRsStep
               PERFORM COMPOUND-RESTRUCTURE-MONTH
                   UNTIL WSRsStep >= WSRsNewCount
               COMPUTE WSRsInstallment ROUNDED =
                   (WSRsNewBalance * WSRsMonthlyRate * WSRsCompound)
                   / (WSRsCompound - 1)
           END-IF
           COMPUTE WSRsNewOutstanding =
               WSRsInstallment * WSRsNewCount.

       COMPOUND-RESTRUCTURE-MONTH.
           COMPUTE WSRsCompound ROUNDED =
               WSRsCompound * (1 + WSRsMonthlyRate)
           ADD 1 TO WSRsStep.

       REWRITE-RESTRUCTURE-SCHEDULE.
      *>     Due rows already past close (their amounts are in the
      *>     new balance); rows still to fall due give way to the
      *>     new tail, written where the first of them stood, or
      *>     at the end when every row left was already overdue.
           MOVE "N" TO WSRsTailWritten
           MOVE "N" TO WSLoanEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus = "00"
               OPEN OUTPUT NewScheduleFile
               PERFORM RESTRUCTURE-ONE-SCHEDULE-ROW
                   UNTIL WSLoanEOF = "Y"
               IF WSRsTailWritten = "N"
                   PERFORM WRITE-RESTRUCTURED-TAIL
               END-IF
               CLOSE ScheduleFile
               CLOSE NewScheduleFile
               PERFORM SWAP-SCHEDULE-FILE-BACK
           END-IF.

       RESTRUCTURE-ONE-SCHEDULE-ROW.
           READ ScheduleFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   IF LsLoanNumber = WSRsLoan AND LsDue
                       IF LsDueDate <= WSRsDate
                           SET LsClosed TO TRUE
                           MOVE LoanScheduleRecord
                               TO NewScheduleRecord
                           WRITE NewScheduleRecord
                       ELSE
                           IF WSRsTailWritten = "N"
                               PERFORM WRITE-RESTRUCTURED-TAIL
                           END-IF
                       END-IF
                   ELSE
                       MOVE LoanScheduleRecord TO NewScheduleRecord
                       WRITE NewScheduleRecord
                   END-IF
           END-READ.

       WRITE-RESTRUCTURED-TAIL.
           MOVE "Y" TO WSRsTailWritten
           MOVE 0 TO WSRsNewInstNo
           PERFORM WRITE-ONE-RESTRUCTURED-ROW
               UNTIL WSRsNewInstNo >= WSRsNewCount.

       WRITE-ONE-RESTRUCTURED-ROW.
           ADD 1 TO WSRsNewInstNo
           COMPUTE WSRsInstNo = WSRsBaseInstNo + WSRsHolidayMonths
               + WSRsNewInstNo
           MOVE "M" TO WSDcAction
           MOVE WSRsStart TO WSDcDate1
           MOVE WSRsInstNo TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSRsLoan TO LsLoanNumber
           MOVE WSRsInstNo TO LsInstallmentNo
           MOVE WSDcDate2 TO LsDueDate
           MOVE WSRsInstallment TO LsAmount
           SET LsDue TO TRUE
           MOVE LoanScheduleRecord TO NewScheduleRecord
           WRITE NewScheduleRecord.

       REWRITE-RESTRUCTURE-LOAN.
           MOVE "N" TO WSLoanEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               OPEN OUTPUT NewLoanFile
               PERFORM RESTRUCTURE-ONE-LOAN-ROW UNTIL WSLoanEOF = "Y"
               CLOSE LoanFile
               CLOSE NewLoanFile
               PERFORM SWAP-LOAN-FILE-BACK
           END-IF.

       RESTRUCTURE-ONE-LOAN-ROW.
           READ LoanFile
               AT END MOVE "Y" TO WSLoanEOF
               NOT AT END
                   IF LnNumber = WSRsLoan
                       MOVE WSRsNewRate TO LnAnnualRate
                       IF WSRsSetMargin = "Y"
                           MOVE WSRsNewMargin TO LnBaseMargin
                       END-IF
                       MOVE WSRsInstallment TO LnInstallment
                       MOVE WSRsNewOutstanding TO LnOutstanding
                       COMPUTE LnTermMonths = WSRsBaseInstNo
                           + WSRsHolidayMonths + WSRsNewCount
                       IF LnRestructCount IS NOT NUMERIC
                           MOVE 0 TO LnRestructCount
                       END-IF
                       ADD 1 TO LnRestructCount
                       SET LnIsRestructured TO TRUE
                   END-IF
                   MOVE LoanRecord TO NewLoanRecord
                   WRITE NewLoanRecord
           END-READ.

       BOOK-RESTRUCTURE-INTEREST.
      *>     The new outstanding carries the new term's interest;
      *>     the difference from the old one moves the loans
      *>     control account against unearned loan interest.
           MOVE WSRsDate TO WSGlDate
           IF WSRsNewOutstanding > WSRsOldOutstanding
               COMPUTE WSGlAmount =
                   WSRsNewOutstanding - WSRsOldOutstanding
               MOVE WSAcctLoans TO WSGlDrAccount
               MOVE WSAcctUnearned TO WSGlCrAccount
           ELSE
               COMPUTE WSGlAmount =
                   WSRsOldOutstanding - WSRsNewOutstanding
               MOVE WSAcctUnearned TO WSGlDrAccount
               MOVE WSAcctLoans TO WSGlCrAccount
           END-IF
           PERFORM BOOK-CONTROL-PAIR
      *>     The new schedule's own interest is its outstanding
      *>     less the balance it re-spreads; the rest of what the
      *>     old rows carried is interest earned.
           COMPUTE WSUiIncome = WSUiUnearned
               - (WSRsNewOutstanding - WSRsNewBalance)
               - (WSRsOldOutstanding - WSRsNewOutstanding)
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

       ADD-ROW-UNEARNED-INTEREST.
      *>     Works on the schedule row just read.
           IF WSUiRate > 0
               COMPUTE WSUiMonthlyRate ROUNDED = WSUiRate / 12
               IF WSUiTerm >= LsInstallmentNo
                   COMPUTE WSUiRemaining =
                       WSUiTerm - LsInstallmentNo + 1
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
               WSUiCompound * (1 + WSUiMonthlyRate)
           ADD 1 TO WSUiStep.

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
           MOVE WSGlDate TO GLMoveDate
           MOVE WSGlAmount TO GLMoveAmount
           MOVE "APPRQ" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

       WRITE-RESTRUCTURE-HISTORY.
           MOVE WSRsLoan TO RhLoanNumber
           MOVE WSRsDate TO RhDate
           MOVE AppNewStatus TO RhType
           MOVE WSRsHolidayMonths TO RhHolidayMonths
           MOVE WSRsOldRate TO RhOldRate
           MOVE WSRsNewRate TO RhNewRate
           MOVE WSRsOldRemaining TO RhOldRemaining
           MOVE WSRsNewCount TO RhNewRemaining
           MOVE WSRsOldInstallment TO RhOldInstallment
           MOVE WSRsInstallment TO RhNewInstallment
           MOVE WSRsOldOutstanding TO RhOldOutstanding
           MOVE WSRsNewOutstanding TO RhNewOutstanding
           MOVE WSRsCapitalized TO RhCapitalized
           MOVE AppMaker TO RhMaker
           MOVE WSOperatorID TO RhChecker
           MOVE AppReceiverName TO RhReason
           OPEN EXTEND RestructHistFile
           IF WSHistFileStatus NOT = "00"
               OPEN OUTPUT RestructHistFile
           END-IF
           WRITE RestructHistRecord
           CLOSE RestructHistFile.

       EXECUTE-APPROVED-TDBREAK.
           IF AppReference IS NOT NUMERIC OR AppReference = 0
               DISPLAY "Break item " AppItemNumber " carries no "
                   "deposit number"
           ELSE
               MOVE AppReference TO WSBkNumber
               CALL 'BUSDATE' USING WSBkDate
               CALL 'GLLOCK' USING WSBkDate, WSGlClosedThrough,
                   WSGlRetainedAcct, WSGlLockStatus
               IF WSGlLockStatus NOT = 0
                   DISPLAY WSBkDate " falls in the financial year "
                       "closed to " WSGlClosedThrough " - deposit "
                       WSBkNumber " not broken"
               ELSE
                   PERFORM LOAD-BREAK-DEPOSIT
                   IF WSBkSeen = "Y"
                       PERFORM CHECK-BREAK-PLEDGED
                   END-IF
                   EVALUATE TRUE
                       WHEN WSBkSeen = "N"
                           DISPLAY "Deposit " WSBkNumber " is no "
                               "longer open - not broken"
                       WHEN WSBkPledged = "Y"
                           DISPLAY "Deposit " WSBkNumber " is pledged "
                               "as loan security - not broken"
                       WHEN OTHER
                           PERFORM PAY-OUT-BROKEN-DEPOSIT
                   END-EVALUATE
               END-IF
           END-IF.

       LOAD-BREAK-DEPOSIT.
           MOVE "N" TO WSBkSeen
           MOVE "N" TO WSBkEOF
           OPEN INPUT TermDepositFile
           IF WSDepFileStatus = "00"
               PERFORM CHECK-ONE-BREAK-DEPOSIT UNTIL WSBkEOF = "Y"
               CLOSE TermDepositFile
           END-IF.

       CHECK-ONE-BREAK-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSBkEOF
               NOT AT END
                   IF TDNumber = WSBkNumber AND TDOpen
                       MOVE "Y" TO WSBkSeen
                       MOVE TDCustomerID TO WSBkCustomer
                       MOVE TDProductCode TO WSBkProduct
                       MOVE TDPrincipal TO WSBkPrincipal
                       MOVE TDRate TO WSBkRate
                       MOVE TDStartDate TO WSBkStart
                   END-IF
           END-READ.

       CHECK-BREAK-PLEDGED.
           MOVE "N" TO WSBkPledged
           MOVE "N" TO WSBkEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               PERFORM CHECK-ONE-BREAK-PLEDGE UNTIL WSBkEOF = "Y"
               CLOSE CollateralFile
           END-IF.

       CHECK-ONE-BREAK-PLEDGE.
           READ CollateralFile
               AT END MOVE "Y" TO WSBkEOF
               NOT AT END
                   IF ColTermDeposit AND ColLienHeld
                       AND ColTDNumber = WSBkNumber
                       MOVE "Y" TO WSBkPledged
                   END-IF
           END-READ.

       PAY-OUT-BROKEN-DEPOSIT.
           MOVE WSBkCustomer TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " WSBkCustomer " not on "
                       "Customer.dat - deposit " WSBkNumber
                       " not broken"
               NOT INVALID KEY
                   PERFORM FIND-ACCOUNT-MID-RATE
                   IF NOT WSFxFound
                       DISPLAY "No rate on file for account currency "
                           WSAcctCurrency " - deposit " WSBkNumber
                           " not broken"
                   ELSE
                       PERFORM BREAK-ONE-DEPOSIT
                   END-IF
           END-READ.

      *>   The deposit is held in the account's currency, so the
      *>   payout moves the balance as it stands; the ledger items
      *>   carry the home equivalent at the mid rate in force.
       BREAK-ONE-DEPOSIT.
           MOVE SPACES TO WSBkCustomerName
           STRING FirstName DELIMITED BY SPACE
               SPACE
               LastName DELIMITED BY SIZE
               INTO WSBkCustomerName
           END-STRING
           PERFORM COMPUTE-BREAK-PAYOUT
           PERFORM POST-BREAK-PRINCIPAL
           IF WSBkInterest NOT = 0
               PERFORM POST-BREAK-INTEREST
           END-IF
           COMPUTE CustBalance =
               CustBalance + WSBkPrincipal + WSBkInterest
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to credit customer "
                       WSBkCustomer " for the break"
           END-REWRITE
           PERFORM CLOSE-BROKEN-DEPOSIT
           MOVE "Y" TO WSExecuteOK
           DISPLAY "Deposit " WSBkNumber " broken - "
               "principal " WSBkPrincipal " interest "
               WSBkInterest " penalty " WSBkPenalty.

       COMPUTE-BREAK-PAYOUT.
           MOVE 0 TO WSBkBreakRate
           MOVE 0 TO WSBkPenaltyFlat
           MOVE "N" TO WSBkEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM READ-ONE-BREAK-PRODUCT UNTIL WSBkEOF = "Y"
               CLOSE ProductFile
           END-IF
           MOVE "D" TO WSDcAction
           MOVE WSBkStart TO WSDcDate1
           MOVE WSBkDate TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE 0 TO WSBkDays
           IF WSDcStatus = 0 AND WSDcAmount > 0
               MOVE WSDcAmount TO WSBkDays
           END-IF
           COMPUTE WSBkFullInterest ROUNDED =
               (WSBkPrincipal * WSBkRate * WSBkDays) / 365
           IF WSBkBreakRate > 0
               COMPUTE WSBkInterest ROUNDED =
                   (WSBkPrincipal * WSBkBreakRate * WSBkDays) / 365
               COMPUTE WSBkPenalty = WSBkFullInterest - WSBkInterest
           ELSE
               IF WSBkPenaltyFlat > WSBkFullInterest
                   MOVE WSBkFullInterest TO WSBkPenalty
               ELSE
                   MOVE WSBkPenaltyFlat TO WSBkPenalty
               END-IF
               COMPUTE WSBkInterest = WSBkFullInterest - WSBkPenalty
           END-IF.

       READ-ONE-BREAK-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSBkEOF
               NOT AT END
                   IF ProdCode = WSBkProduct
                       IF ProdBreakRate IS NUMERIC
                           MOVE ProdBreakRate TO WSBkBreakRate
                       END-IF
                       IF ProdBreakPenalty IS NUMERIC
                           MOVE ProdBreakPenalty TO WSBkPenaltyFlat
                       END-IF
                   END-IF
           END-READ.

       BUILD-BREAK-TRANSACTION-ID.
           MOVE WSBkDate TO WSSystemDate
           MOVE WSSystemDay TO WSTranDay
           MOVE WSSystemMonth TO WSTranMonth
           MOVE WSSystemYear TO WSTranYear
           CALL 'TRANSEQ' USING WSSeqCounter
           DIVIDE WSSeqCounter BY 1000
               GIVING WSTranProtocol
               REMAINDER WSTranCode.

       POST-BREAK-PRINCIPAL.
           PERFORM BUILD-BREAK-TRANSACTION-ID
           ADD 3000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSBkPrincipal TO TranAmount
           MOVE "TERM DEPOSIT BREAK" TO TranSender
           MOVE WSBkCustomerName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE WSGlAmount ROUNDED = WSBkPrincipal * WSFxMidRate
           MOVE WSGlAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "C" TO TranLegType
           MOVE "T" TO TranType
           MOVE ZERO TO TranSenderID
           MOVE WSBkCustomer TO TranReceiverID
           MOVE WSOperatorBranch TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
               WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM SET-DEPOSIT-BOOK-VALUE
           MOVE WSBkDate TO WSGlDate
           MOVE WSAcctTermDeposits TO WSGlDrAccount
           MOVE WSAcctTransit TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR.

       SET-DEPOSIT-BOOK-VALUE.
      *>     Term deposits stand on the GL at the mid rate of the day
      *>     they were placed, so that is the rate they come off at;
      *>     the move in the rate since stays in items in transit.
           CALL 'FXRATE' USING WSAcctCurrency, WSBkStart,
               WSFxBookRate, WSFxEffDate, WSFxBookStatus
           IF WSFxBookStatus = 0
               COMPUTE WSGlAmount ROUNDED =
                   WSBkPrincipal * WSFxBookRate
           END-IF.

       POST-BREAK-INTEREST.
      *>     A 5000-band interest item, like the maturity run's, so
      *>     the interest certificate and the GL both see it.
           PERFORM BUILD-BREAK-TRANSACTION-ID
           ADD 5000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSBkInterest TO TranAmount
           MOVE "TERM DEPOSIT INTEREST" TO TranSender
           MOVE WSBkCustomerName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE TranHomeAmount ROUNDED = WSBkInterest * WSFxMidRate
           MOVE ZERO TO TranTransferID
           MOVE SPACE TO TranLegType
           MOVE "I" TO TranType
           MOVE ZERO TO TranSenderID
           MOVE WSBkCustomer TO TranReceiverID
           MOVE WSOperatorBranch TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
               WRITE TransactionRecord
           CLOSE TransactionFile.

       CLOSE-BROKEN-DEPOSIT.
           MOVE "N" TO WSBkEOF
           OPEN INPUT TermDepositFile
           OPEN OUTPUT NewTermDepositFile
           PERFORM BREAK-ONE-DEPOSIT-ROW UNTIL WSBkEOF = "Y"
           CLOSE TermDepositFile
           CLOSE NewTermDepositFile
           PERFORM SWAP-DEPOSIT-FILE-BACK.

       BREAK-ONE-DEPOSIT-ROW.
           READ TermDepositFile
               AT END MOVE "Y" TO WSBkEOF
               NOT AT END
                   IF TDNumber = WSBkNumber AND TDOpen
                       SET TDBroken TO TRUE
                       MOVE WSBkDate TO TDCloseDate
                       MOVE WSBkInterest TO TDInterestPaid
                       MOVE WSBkPenalty TO TDPenaltyAmount
                       MOVE WSOperatorID TO TDClosedBy
                   END-IF
                   MOVE TermDepositRecord TO NewTermDepositRecord
                   WRITE NewTermDepositRecord
           END-READ.

       SWAP-DEPOSIT-FILE-BACK.
           OPEN INPUT NewTermDepositFile
           OPEN OUTPUT TermDepositFile
           MOVE "N" TO WSBkEOF
           PERFORM COPY-BACK-ONE-DEPOSIT UNTIL WSBkEOF = "Y"
           CLOSE NewTermDepositFile
           CLOSE TermDepositFile.

       COPY-BACK-ONE-DEPOSIT.
           READ NewTermDepositFile
               AT END MOVE "Y" TO WSBkEOF
               NOT AT END
                   MOVE NewTermDepositRecord TO TermDepositRecord
                   WRITE TermDepositRecord
           END-READ.

       EXECUTE-APPROVED-RECLAIM.
           PERFORM EXECUTE-APPROVED-TRANSFER
           IF WSExecuteOK = "Y"
                           " no longer on file"
                       MOVE "N" TO WSGuardsOK
                   NOT INVALID KEY
                       PERFORM SET-APPROVED-ACCOUNT-AMOUNT
                       COMPUTE WSAcctHolds ROUNDED =
                           WSHoldsTotal / WSFxMidRate
                       COMPUTE WSBalanceAfter = CustBalance
                           - WSAcctHolds - WSAcctAmount
                       IF NOT WSFxFound
                           DISPLAY "No rate for account currency "
                               WSAcctCurrency " - not executed"
                           MOVE "N" TO WSGuardsOK
                       END-IF
                       IF WSBalanceAfter < WSCreditFloor
                           DISPLAY "Approved transfer would take "
                               "account " AppCustomerID " past its "
                   MOVE "SYS" TO CustProductCode
                   MOVE ZERO TO CustGuardianID
                   MOVE ZERO TO CustOwnerID
                   MOVE SPACE TO CustMailHold
                   MOVE ZERO TO CustMailHoldDate
                   WRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to create suspense account"
           END-READ.

       POST-APPROVED-FEE.
      *>     The schedule is in home currency; a foreign-currency
      *>     account is charged the equivalent in its own currency.
           MOVE AppCustomerID TO IDNum
           READ CustomerFile
               INVALID KEY MOVE SPACES TO CustCurrency
           END-READ
           PERFORM FIND-ACCOUNT-MID-RATE
           COMPUTE WSAcctFee ROUNDED = WSFoundFee / WSFxMidRate
           CALL 'TRANSEQ' USING WSSeqCounter
           ACCEPT WSSystemDate FROM DATE YYYYMMDD
           MOVE WSSystemDay TO WSTranDay
               REMAINDER WSTranCode
           ADD 4000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSAcctFee TO TranAmount
           MOVE AppSenderName TO TranSender
           MOVE "FEE INCOME" TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSFoundFee TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
               INVALID KEY
                   DISPLAY "Sender not found for fee debit"
               NOT INVALID KEY
                   SUBTRACT WSAcctFee FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to debit fee from sender"
           DISPLAY "Fee of R" WSFoundFee " assessed on the "
               "approved transfer".

       SET-APPROVED-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read.
           PERFORM FIND-ACCOUNT-MID-RATE
           IF WSAcctCurrency = AppCurrency
               MOVE AppAmount TO WSAcctAmount
           ELSE
               COMPUTE WSAcctAmount ROUNDED =
                   AppHomeAmount / WSFxMidRate
           END-IF.

       FIND-ACCOUNT-MID-RATE.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'BUSDATE' USING WSFxDate
           CALL 'FXRATE' USING WSAcctCurrency, WSFxDate, WSFxMidRate,
               WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               MOVE 1 TO WSFxMidRate
           END-IF.

       BUILD-APPROVED-TRANSACTION-ID.
           CALL 'TRANSEQ' USING WSSeqCounter
           ACCEPT WSSystemDate FROM DATE YYYYMMDD
                       DISPLAY "Sender " AppCustomerID
                           " not found for balance update"
                   NOT INVALID KEY
                       PERFORM SET-APPROVED-ACCOUNT-AMOUNT
                       SUBTRACT WSAcctAmount FROM CustBalance
                       REWRITE CustomerData
                           INVALID KEY
                               DISPLAY "Unable to debit sender"
                   DISPLAY "Receiver " WSExecReceiverID
                       " not found for balance update"
               NOT INVALID KEY
                   PERFORM SET-APPROVED-ACCOUNT-AMOUNT
                   ADD WSAcctAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to credit receiver"
