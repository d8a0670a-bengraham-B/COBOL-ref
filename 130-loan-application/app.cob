       >> SOURCE FORMAT FREE
       identification division.
       program-id. LOANAPP.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT LoanAppFile ASSIGN TO "LoanApplications.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAppFileStatus.

           SELECT NewLoanAppFile ASSIGN TO "LoanApplicationsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewAppStatus.

           SELECT LoanAppSeqFile ASSIGN TO "LoanAppSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSeqFileStatus.

           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ParmFile ASSIGN TO "LoanAppParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
       FD LoanAppFile.
       COPY LOANAPP.

       FD NewLoanAppFile.
       01 NewLoanAppRecord PIC X(190).

       FD LoanAppSeqFile.
       01 LoanAppSeqRecord.
           02 LoanAppSeqCounter PIC 9(7).

       FD LoanFile.
       COPY LOANREC.

       FD CustomerFile.
       COPY CUSTREC.

      *> Affordability policy - the most of the assessed income
      *> all loan installments together may take.
       FD ParmFile.
       01 ParmRecord.
           02 ParmMaxDebtRatio PIC 9V9999.

       WORKING-STORAGE SECTION.
       01 WSAppFileStatus PIC X(2) VALUE "00".
       01 WSNewAppStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeCapture VALUE "C" "c".
           88 WSModeAssess VALUE "A" "a".
           88 WSModeDecide VALUE "D" "d".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "LOANAPP".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSMaxDebtRatio PIC 9V9999 VALUE 0.4000.

      *>   The application being worked, loaded from the register.
       01 WSAppNumber PIC 9(7) VALUE 0.
       01 WSAppSeen PIC A(1) VALUE "N".
       01 WSAppCustomer PIC 9(5) VALUE 0.
       01 WSAppPrincipal PIC 9(9)V99 VALUE 0.
       01 WSAppRate PIC 9V9999 VALUE 0.
       01 WSAppTerm PIC 9(3) VALUE 0.
       01 WSAppIncome PIC 9(9)V99 VALUE 0.
       01 WSAppExpenses PIC 9(9)V99 VALUE 0.
       01 WSAppStatus PIC X(1) VALUE SPACE.
           88 WSAppCaptured VALUE "C".
           88 WSAppAssessed VALUE "S".
       01 WSAppAfford PIC X(1) VALUE SPACE.
           88 WSAppAffordPass VALUE "P".
       01 WSAppCapturedBy PIC X(8) VALUE SPACES.
       01 WSAppPurpose PIC X(20) VALUE SPACES.
       01 WSAppCount PIC 9(5) VALUE 0.
       01 WSCustSeen PIC A(1) VALUE "N".

      *>   Which change the copy-swap applies to the application.
       01 WSAppUpdate PIC X(1) VALUE SPACE.
           88 WSUpdateAssess VALUE "S".
           88 WSUpdateApprove VALUE "A".
           88 WSUpdateDecline VALUE "X".

       01 WSDecision PIC X(1) VALUE SPACE.
           88 WSDecisionApprove VALUE "A" "a".
           88 WSDecisionDecline VALUE "D" "d".
       01 WSDeclineCode PIC X(2) VALUE SPACES.
           88 WSDeclineCodeValid VALUE "01" THRU "06".

      *>   Affordability figures. The installment on the new loan
      *>   is the level annuity LOANMNT will book - the same
      *>   P * r / (1 - (1+r)**-n) worked with a multiply loop.
       01 WSExisting PIC S9(9)V99 VALUE 0.
       01 WSTurnover PIC S9(11)V99 VALUE 0.
       01 WSAvgTurnover PIC S9(9)V99 VALUE 0.
       01 WSAssessedIncome PIC S9(9)V99 VALUE 0.
       01 WSDisposable PIC S9(9)V99 VALUE 0.
       01 WSDebtRatio PIC 9V9999 VALUE 0.
       01 WSMonthlyRate PIC 9V9(8) VALUE 0.
       01 WSCompound PIC 9(7)V9(8) VALUE 0.
       01 WSCompoundStep PIC 9(3) VALUE 0.
       01 WSInstallment PIC 9(9)V99 VALUE 0.
       01 WSTurnoverFrom PIC 9(8) VALUE 0.

      *>   The shared TRANHIST reader feeds the six months -
      *>   archives and live file - and this record area parses
      *>   each one.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSMoneyOut PIC +Z(8)9.99.

      *>   Loan application register - the front half of lending
      *>   that LOANMNT never kept. An application is captured
      *>   with the amount, term, quoted rate and the applicant's
      *>   declared monthly income and expenses; assessment sets
      *>   the new installment against the income actually seen
      *>   on the ledger (six months of credit turnover through
      *>   TRANHIST) less expenses and the installments already
      *>   running on the customer's other loans, and records a
      *>   pass or fail against the debt-ratio policy in
      *>   LoanAppParm.dat (40% when the file is absent). The
      *>   decision is supervisor-only and never the capturer's
      *>   own: only an assessed pass can be approved, and a
      *>   decline must carry a reason code.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday
       PERFORM LOAD-AFFORDABILITY-PARM

       PERFORM RUN-ONE-APPLICATION-MODE UNTIL WSModeExit.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Operator ID" WITH NO ADVANCING
           ACCEPT WSOperatorID
           DISPLAY "Password" WITH NO ADVANCING
           ACCEPT WSOperatorPassword
           CALL 'SIGNON' USING WSOperatorID, WSOperatorPassword,
               WSSignOnStatus, WSOperatorRole, WSProgramName,
               WSOperatorBranch
           EVALUATE TRUE
               WHEN WSSignOnOK CONTINUE
               WHEN WSSignOnLocked
                   DISPLAY "Operator locked out - see a supervisor"
               WHEN WSSignOnExpired
                   DISPLAY "Password expired - change it through "
                       "operator maintenance"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

       LOAD-AFFORDABILITY-PARM.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmMaxDebtRatio > 0
                           MOVE ParmMaxDebtRatio TO WSMaxDebtRatio
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       RUN-ONE-APPLICATION-MODE.
           DISPLAY SPACES
           DISPLAY "Loan Applications - (C)apture, (A)ssess, "
               "(D)ecide, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeCapture PERFORM CAPTURE-APPLICATION
               WHEN WSModeAssess PERFORM ASSESS-APPLICATION
               WHEN WSModeDecide PERFORM DECIDE-APPLICATION
               WHEN WSModeList PERFORM LIST-APPLICATIONS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose C, A, D, L or X"
           END-EVALUATE.

       CAPTURE-APPLICATION.
           DISPLAY "Applying customer ID: " WITH NO ADVANCING
           ACCEPT WSAppCustomer
           DISPLAY "Amount applied for: " WITH NO ADVANCING
           ACCEPT WSAppPrincipal
           DISPLAY "Quoted annual rate (e.g. 0.1250): "
               WITH NO ADVANCING
           ACCEPT WSAppRate
           DISPLAY "Term in months: " WITH NO ADVANCING
           ACCEPT WSAppTerm
           DISPLAY "Purpose: " WITH NO ADVANCING
           ACCEPT WSAppPurpose
           DISPLAY "Declared monthly income: " WITH NO ADVANCING
           ACCEPT WSAppIncome
           DISPLAY "Declared monthly expenses: " WITH NO ADVANCING
           ACCEPT WSAppExpenses

           PERFORM FIND-APPLICANT
           EVALUATE TRUE
               WHEN WSAppPrincipal <= 0 OR WSAppTerm = 0
                   DISPLAY "Amount and term are both required - "
                       "nothing captured"
               WHEN WSAppTerm > 360
                   DISPLAY "Term cannot exceed 360 months - "
                       "nothing captured"
               WHEN WSAppRate > 1
                   DISPLAY "A rate cannot exceed 1.0000 (100%) - "
                       "nothing captured"
               WHEN WSCustSeen = "N"
                   DISPLAY "Customer " WSAppCustomer " is not an "
                       "active account - nothing captured"
               WHEN OTHER
                   PERFORM APPEND-APPLICATION
           END-EVALUATE.

       FIND-APPLICANT.
           MOVE "N" TO WSCustSeen
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSAppCustomer TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AcctActive
                           MOVE "Y" TO WSCustSeen
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       APPEND-APPLICATION.
           PERFORM NEXT-APPLICATION-NUMBER
           MOVE WSAppNumber TO ApNumber
           MOVE WSAppCustomer TO ApCustomerID
           MOVE WSToday TO ApCaptureDate
           MOVE WSOperatorID TO ApCapturedBy
           MOVE WSAppPrincipal TO ApPrincipal
           MOVE WSAppRate TO ApAnnualRate
           MOVE WSAppTerm TO ApTermMonths
           MOVE WSAppPurpose TO ApPurpose
           MOVE WSAppIncome TO ApDeclaredIncome
           MOVE WSAppExpenses TO ApDeclaredExpenses
           MOVE 0 TO ApExistingInstallments
           MOVE 0 TO ApCreditTurnover
           MOVE 0 TO ApAssessedIncome
           MOVE 0 TO ApNewInstallment
           MOVE 0 TO ApDisposable
           MOVE 0 TO ApDebtRatio
           MOVE SPACE TO ApAffordability
           MOVE 0 TO ApAssessDate
           SET ApCaptured TO TRUE
           MOVE 0 TO ApDecisionDate
           MOVE SPACES TO ApDecidedBy
           MOVE SPACES TO ApDeclineCode
           MOVE 0 TO ApLoanNumber
           OPEN EXTEND LoanAppFile
           IF WSAppFileStatus NOT = "00"
               OPEN OUTPUT LoanAppFile
           END-IF
           WRITE LoanApplicationRecord
           CLOSE LoanAppFile
           DISPLAY "Application " WSAppNumber " captured for "
               "customer " WSAppCustomer " - assess it next".

       NEXT-APPLICATION-NUMBER.
      *>     LoanAppSeq.dat issues application numbers the way
      *>     LoanSeq.dat issues loan numbers.
           MOVE 0 TO WSAppNumber
           OPEN INPUT LoanAppSeqFile
           IF WSSeqFileStatus = "00"
               READ LoanAppSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE LoanAppSeqCounter TO WSAppNumber
               END-READ
               CLOSE LoanAppSeqFile
           END-IF
           ADD 1 TO WSAppNumber
           MOVE WSAppNumber TO LoanAppSeqCounter
           OPEN OUTPUT LoanAppSeqFile
               WRITE LoanAppSeqRecord
           CLOSE LoanAppSeqFile.

       LOAD-APPLICATION.
           MOVE "N" TO WSAppSeen
           MOVE "N" TO WSEOF
           OPEN INPUT LoanAppFile
           IF WSAppFileStatus = "00"
               PERFORM CHECK-ONE-APPLICATION
                   UNTIL WSEOF = "Y" OR WSAppSeen = "Y"
               CLOSE LoanAppFile
           END-IF.

       CHECK-ONE-APPLICATION.
           READ LoanAppFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ApNumber = WSAppNumber
                       MOVE "Y" TO WSAppSeen
                       MOVE ApCustomerID TO WSAppCustomer
                       MOVE ApPrincipal TO WSAppPrincipal
                       MOVE ApAnnualRate TO WSAppRate
                       MOVE ApTermMonths TO WSAppTerm
                       MOVE ApDeclaredIncome TO WSAppIncome
                       MOVE ApDeclaredExpenses TO WSAppExpenses
                       MOVE ApStatus TO WSAppStatus
                       MOVE ApAffordability TO WSAppAfford
                       MOVE ApCapturedBy TO WSAppCapturedBy
                   END-IF
           END-READ.

       ASSESS-APPLICATION.
           DISPLAY "Application number: " WITH NO ADVANCING
           ACCEPT WSAppNumber
           PERFORM LOAD-APPLICATION
           EVALUATE TRUE
               WHEN WSAppSeen = "N"
                   DISPLAY "Application " WSAppNumber
                       " is not on file"
               WHEN NOT WSAppCaptured AND NOT WSAppAssessed
                   DISPLAY "Application " WSAppNumber " is already "
                       "decided - it cannot be reassessed"
               WHEN OTHER
                   PERFORM WORK-AFFORDABILITY
                   SET WSUpdateAssess TO TRUE
                   PERFORM REWRITE-APPLICATION-FILE
                   PERFORM SHOW-AFFORDABILITY
           END-EVALUATE.

       WORK-AFFORDABILITY.
           PERFORM TOTAL-EXISTING-INSTALLMENTS
           PERFORM TOTAL-CREDIT-TURNOVER
           PERFORM COMPUTE-NEW-INSTALLMENT
           COMPUTE WSAvgTurnover ROUNDED = WSTurnover / 6
           MOVE WSAppIncome TO WSAssessedIncome
           IF WSAvgTurnover < WSAssessedIncome
               MOVE WSAvgTurnover TO WSAssessedIncome
           END-IF
           IF WSAssessedIncome < 0
               MOVE 0 TO WSAssessedIncome
           END-IF
           COMPUTE WSDisposable =
               WSAssessedIncome - WSAppExpenses - WSExisting
           IF WSAssessedIncome = 0
               MOVE 9.9999 TO WSDebtRatio
           ELSE
               IF (WSExisting + WSInstallment) >=
                   (WSAssessedIncome * 9.9999)
                   MOVE 9.9999 TO WSDebtRatio
               ELSE
                   COMPUTE WSDebtRatio ROUNDED =
                       (WSExisting + WSInstallment)
                       / WSAssessedIncome
               END-IF
           END-IF
           IF WSInstallment <= WSDisposable AND
              WSDebtRatio <= WSMaxDebtRatio
               MOVE "P" TO WSAppAfford
           ELSE
               MOVE "F" TO WSAppAfford
           END-IF.

       TOTAL-EXISTING-INSTALLMENTS.
           MOVE 0 TO WSExisting
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM ADD-ONE-EXISTING-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF.

       ADD-ONE-EXISTING-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnCustomerID = WSAppCustomer AND LnActive
                       ADD LnInstallment TO WSExisting
                   END-IF
           END-READ.

       TOTAL-CREDIT-TURNOVER.
      *>     Six months of money coming in - the customer's credit
      *>     legs over live and archived periods, leaving out
      *>     reversals and our own loan disbursements, which are
      *>     not income.
           MOVE 0 TO WSTurnover
           MOVE "M" TO WSDcAction
           MOVE WSToday TO WSDcDate1
           MOVE -6 TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO WSTurnoverFrom
           MOVE "O" TO WSHistAction
           MOVE WSTurnoverFrom TO WSHistFrom
           MOVE WSToday TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM ADD-ONE-TURNOVER-ITEM
               UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       ADD-ONE-TURNOVER-ITEM.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               IF TranReceiverID = WSAppCustomer AND
                  TranLegCredit AND
                  NOT TranTypeReversal AND
                  NOT TranCodeIsReversal AND
                  TranSender NOT = "LOAN DISBURSEMENT"
                   ADD TranHomeAmount TO WSTurnover
               END-IF
           END-IF.

       COMPUTE-NEW-INSTALLMENT.
      *>     Level annuity installment; a zero rate degrades to a
      *>     straight principal split.
           COMPUTE WSMonthlyRate ROUNDED = WSAppRate / 12
           IF WSMonthlyRate = 0
               COMPUTE WSInstallment ROUNDED =
                   WSAppPrincipal / WSAppTerm
           ELSE
               MOVE 1 TO WSCompound
               MOVE 0 TO WSCompoundStep
               PERFORM COMPOUND-ONE-MONTH
                   UNTIL WSCompoundStep >= WSAppTerm
               COMPUTE WSInstallment ROUNDED =
                   (WSAppPrincipal * WSMonthlyRate * WSCompound)
                   / (WSCompound - 1)
           END-IF.

       COMPOUND-ONE-MONTH.
           COMPUTE WSCompound ROUNDED =
               WSCompound * (1 + WSMonthlyRate)
           ADD 1 TO WSCompoundStep.

       SHOW-AFFORDABILITY.
           DISPLAY "Affordability for application " WSAppNumber
           MOVE WSAppIncome TO WSMoneyOut
           DISPLAY "  Declared income:        " WSMoneyOut
           MOVE WSAvgTurnover TO WSMoneyOut
           DISPLAY "  Avg monthly turnover:   " WSMoneyOut
           MOVE WSAssessedIncome TO WSMoneyOut
           DISPLAY "  Assessed income:        " WSMoneyOut
           MOVE WSAppExpenses TO WSMoneyOut
           DISPLAY "  Declared expenses:      " WSMoneyOut
           MOVE WSExisting TO WSMoneyOut
           DISPLAY "  Existing installments:  " WSMoneyOut
           MOVE WSDisposable TO WSMoneyOut
           DISPLAY "  Disposable income:      " WSMoneyOut
           MOVE WSInstallment TO WSMoneyOut
           DISPLAY "  New installment:        " WSMoneyOut
           DISPLAY "  Debt ratio:             " WSDebtRatio
               " (policy " WSMaxDebtRatio ")"
           IF WSAppAffordPass
               DISPLAY "  Result: AFFORDABLE - may be approved"
           ELSE
               DISPLAY "  Result: NOT AFFORDABLE - decline or "
                   "recapture on new terms"
           END-IF.

       DECIDE-APPLICATION.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Deciding an application is supervisor-only "
                   "- sign-on role does not allow it"
           ELSE
               DISPLAY "Application number: " WITH NO ADVANCING
               ACCEPT WSAppNumber
               PERFORM LOAD-APPLICATION
               EVALUATE TRUE
                   WHEN WSAppSeen = "N"
                       DISPLAY "Application " WSAppNumber
                           " is not on file"
                   WHEN NOT WSAppCaptured AND NOT WSAppAssessed
                       DISPLAY "Application " WSAppNumber
                           " is already decided"
                   WHEN WSAppCapturedBy = WSOperatorID
                       DISPLAY "You captured this application - "
                           "another supervisor must decide it"
                   WHEN OTHER
                       PERFORM CAPTURE-DECISION
               END-EVALUATE
           END-IF.

       CAPTURE-DECISION.
           DISPLAY "(A)pprove or (D)ecline: " WITH NO ADVANCING
           ACCEPT WSDecision
           EVALUATE TRUE
               WHEN WSDecisionApprove
                   IF WSAppAssessed AND WSAppAffordPass
                       SET WSUpdateApprove TO TRUE
                       PERFORM REWRITE-APPLICATION-FILE
                       DISPLAY "Application " WSAppNumber
                           " approved - grant it through loan "
                           "maintenance"
                   ELSE
                       DISPLAY "Only an assessed application that "
                           "passed affordability can be approved"
                   END-IF
               WHEN WSDecisionDecline
                   DISPLAY "Reason: 01 affordability, 02 income not "
                       "evidenced, 03 credit history,"
                   DISPLAY "        04 existing debt, 05 incomplete, "
                       "06 credit policy"
                   DISPLAY "Decline reason code: " WITH NO ADVANCING
                   ACCEPT WSDeclineCode
                   IF WSDeclineCodeValid
                       SET WSUpdateDecline TO TRUE
                       PERFORM REWRITE-APPLICATION-FILE
                       DISPLAY "Application " WSAppNumber
                           " declined, reason " WSDeclineCode
                   ELSE
                       DISPLAY "Reason code must be 01 to 06 - "
                           "nothing decided"
                   END-IF
               WHEN OTHER
                   DISPLAY "Nothing decided"
           END-EVALUATE.

       REWRITE-APPLICATION-FILE.
           MOVE "N" TO WSEOF
           OPEN INPUT LoanAppFile
           IF WSAppFileStatus = "00"
               OPEN OUTPUT NewLoanAppFile
               PERFORM REWRITE-ONE-APPLICATION UNTIL WSEOF = "Y"
               CLOSE LoanAppFile
               CLOSE NewLoanAppFile
               PERFORM SWAP-APPLICATION-FILE-BACK
           END-IF.

       REWRITE-ONE-APPLICATION.
           READ LoanAppFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ApNumber = WSAppNumber
                       EVALUATE TRUE
                           WHEN WSUpdateAssess
                               PERFORM STAMP-ASSESSMENT
                           WHEN WSUpdateApprove
                               SET ApApproved TO TRUE
                               MOVE WSToday TO ApDecisionDate
                               MOVE WSOperatorID TO ApDecidedBy
                           WHEN WSUpdateDecline
                               SET ApDeclined TO TRUE
                               MOVE WSToday TO ApDecisionDate
                               MOVE WSOperatorID TO ApDecidedBy
                               MOVE WSDeclineCode TO ApDeclineCode
                       END-EVALUATE
                   END-IF
                   MOVE LoanApplicationRecord TO NewLoanAppRecord
                   WRITE NewLoanAppRecord
           END-READ.

       STAMP-ASSESSMENT.
           MOVE WSExisting TO ApExistingInstallments
           MOVE WSTurnover TO ApCreditTurnover
           MOVE WSAssessedIncome TO ApAssessedIncome
           MOVE WSInstallment TO ApNewInstallment
           MOVE WSDisposable TO ApDisposable
           MOVE WSDebtRatio TO ApDebtRatio
           MOVE WSAppAfford TO ApAffordability
           MOVE WSToday TO ApAssessDate
           SET ApAssessed TO TRUE.

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

       LIST-APPLICATIONS.
           MOVE 0 TO WSAppCount
           MOVE "N" TO WSEOF
           OPEN INPUT LoanAppFile
           IF WSAppFileStatus NOT = "00"
               DISPLAY "No loan applications are on file yet"
           ELSE
               DISPLAY "APPL    CUST  CAPTURED     AMOUNT       "
                   "TERM ST AF RATIO  RC LOAN"
               PERFORM LIST-ONE-APPLICATION UNTIL WSEOF = "Y"
               CLOSE LoanAppFile
               DISPLAY "Applications on file: " WSAppCount
           END-IF.

       LIST-ONE-APPLICATION.
           READ LoanAppFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSAppCount
                   MOVE ApPrincipal TO WSMoneyOut
                   DISPLAY ApNumber " " ApCustomerID " "
                       ApCaptureDate " " WSMoneyOut " "
                       ApTermMonths "  " ApStatus "  "
                       ApAffordability "  " ApDebtRatio " "
                       ApDeclineCode " " ApLoanNumber
           END-READ.
