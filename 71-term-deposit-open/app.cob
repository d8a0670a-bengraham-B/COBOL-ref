           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDepFileStatus.

           SELECT NewTermDepositFile ASSIGN TO "TermDepositsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT DepSeqFile ASSIGN TO "TermDepositSeq.dat"
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

           SELECT CollateralFile ASSIGN TO "Collateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollFileStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

       data division.

       FILE SECTION.
       FD TermDepositFile.
       COPY TDEPREC.

       FD NewTermDepositFile.
       01 NewTermDepositRecord PIC X(120).

       FD DepSeqFile.
       01 DepSeqRecord.
           02 DepSeqCounter PIC 9(7).
       FD TransactionFile.
       COPY TRANREC.

       FD ApprovalFile.
       COPY APPRREC.

       FD ApprSeqFile.
       01 ApprSeqRecord.
           02 ApprSeqCounter PIC 9(7).

       FD CollateralFile.
       COPY COLLREC.

       FD GLMovementFile.
       COPY GLMOVE.

       WORKING-STORAGE SECTION.
       01 WSDepFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSCollFileStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModePlace VALUE "P" "p".
           88 WSModeBreak VALUE "B" "b".
           88 WSModeInstruction VALUE "I" "i".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".

       01 WSNewCustomerID PIC 9(5) VALUE 0.
       01 WSNewProduct PIC X(3) VALUE SPACES.
       01 WSNewPrincipal PIC 9(9)V99 VALUE 0.
       01 WSNewInstruction PIC X(1) VALUE SPACE.
           88 WSInstructionValid VALUE "P" "R" "A".
       01 WSInstrNumber PIC 9(7) VALUE 0.
       01 WSInstrSeen PIC A(1) VALUE "N".
       01 WSDepNumber PIC 9(7) VALUE 0.
       01 WSDepCount PIC 9(5) VALUE 0.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSMaturityDate PIC 9(8) VALUE 0.

      *>   The principal is held in the account's own currency; the
      *>   ledger leg and the term deposits control account carry
      *>   its home value at the day's mid rate.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSHomeAmount PIC S9(11)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSAcctTransit PIC 9(4) VALUE 2090.
       01 WSAcctTermDeposits PIC 9(4) VALUE 2100.

      *>   Closed-year check - no placement books into a financial
      *>   year the year-end close has closed.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

      *>   Early break - the deposit being broken and the quote
      *>   shown to the customer. The approval queue works the
      *>   payout again on the day it executes.
       01 WSBrNumber PIC 9(7) VALUE 0.
       01 WSBrSeen PIC A(1) VALUE "N".
       01 WSBrCustomer PIC 9(5) VALUE 0.
       01 WSBrProduct PIC X(3) VALUE SPACES.
       01 WSBrPrincipal PIC S9(9)V99 VALUE 0.
       01 WSBrRate PIC 9V9999 VALUE 0.
       01 WSBrStart PIC 9(8) VALUE 0.
       01 WSBrMaturity PIC 9(8) VALUE 0.
       01 WSBrPledged PIC A(1) VALUE "N".
       01 WSBrQueued PIC A(1) VALUE "N".
       01 WSBrBreakRate PIC 9V9999 VALUE 0.
       01 WSBrPenaltyFlat PIC 9(9)V99 VALUE 0.
       01 WSBrDays PIC S9(5) VALUE 0.
       01 WSBrFullInterest PIC S9(9)V99 VALUE 0.
       01 WSBrInterest PIC S9(9)V99 VALUE 0.
       01 WSBrPenalty PIC S9(9)V99 VALUE 0.
       01 WSBrReason PIC X(50) VALUE SPACES.
       01 WSApprItem PIC 9(7) VALUE 0.
       01 WSMoneyOut PIC +Z(8)9.99.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.

      *>   Term deposit placement - a customer puts money into a
      *>   term product from the catalog: the principal leaves
      *>   CustBalance through an ordinary ledger debit leg and
      *>   onto the term deposits control account, the
      *>   deposit lands on the register with the product's term
      *>   and maturity rate locked in, and the nightly maturity
      *>   run pays it back with interest when its date arrives.
      *>   A customer who needs the money early asks for a break,
      *>   which waits in the approval queue for a supervisor.
      *>   The maturity instruction - pay out or roll over - is
      *>   taken at placement and can change until maturity.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       RUN-ONE-DEPOSIT-MODE.
           DISPLAY SPACES
           DISPLAY "Term Deposits - (P)lace, (B)reak early, "
               "maturity (I)nstruction, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModePlace PERFORM PLACE-TERM-DEPOSIT
               WHEN WSModeBreak PERFORM REQUEST-DEPOSIT-BREAK
               WHEN WSModeInstruction
                   PERFORM CHANGE-MATURITY-INSTRUCTION
               WHEN WSModeList PERFORM LIST-TERM-DEPOSITS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose P, B, I, L or X"
           END-EVALUATE.

       PLACE-TERM-DEPOSIT.
           ACCEPT WSNewProduct
           DISPLAY "Principal amount: " WITH NO ADVANCING
           ACCEPT WSNewPrincipal
           PERFORM ACCEPT-INSTRUCTION

           PERFORM FIND-TERM-PRODUCT
           IF WSProdSeen = "N"
                           "within the customer's balance - "
                           "nothing placed"
                   ELSE
                       IF NOT WSInstructionValid
                           DISPLAY "Please choose P, R or A for the "
                               "maturity instruction - nothing "
                               "placed"
                       ELSE
                           PERFORM WRITE-DEPOSIT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-INSTRUCTION.
           DISPLAY "At maturity - (P)ay out, (R)oll over principal "
               "and pay interest, roll over (A)ll: "
               WITH NO ADVANCING
           ACCEPT WSNewInstruction
           INSPECT WSNewInstruction CONVERTING "pra" TO "PRA"
           IF WSNewInstruction = SPACE
               MOVE "P" TO WSNewInstruction
           END-IF.

       FIND-TERM-PRODUCT.
           MOVE "N" TO WSProdSeen
           MOVE "N" TO WSEOF

       WRITE-DEPOSIT-RECORD.
           PERFORM COMPUTE-MATURITY-DATE
           CALL 'GLLOCK' USING WSToday, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus
           IF WSMaturityDate = 0
               CONTINUE
           ELSE
           IF WSGlLockStatus NOT = 0
               DISPLAY WSToday " falls in the financial year "
                   "closed to " WSGlClosedThrough " - nothing placed"
           ELSE
               PERFORM FIND-ACCOUNT-MID-RATE
               IF NOT WSFxFound
                   DISPLAY "No rate on file for account currency "
                       WSAcctCurrency " - nothing placed"
               ELSE
                   PERFORM WRITE-VALIDATED-DEPOSIT
               END-IF
           END-IF
           END-IF.

       FIND-ACCOUNT-MID-RATE.
      *>     Works on the customer record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSToday, WSFxMidRate,
               WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSHomeAmount ROUNDED =
                   WSNewPrincipal * WSFxMidRate
           END-IF.

       WRITE-VALIDATED-DEPOSIT.
           MOVE WSProdTerm TO TDTermMonths
           MOVE WSMaturityDate TO TDMaturityDate
           SET TDOpen TO TRUE
           MOVE 0 TO TDCloseDate
           MOVE 0 TO TDInterestPaid
           MOVE 0 TO TDPenaltyAmount
           MOVE SPACES TO TDClosedBy
           MOVE WSNewInstruction TO TDInstruction
           MOVE 0 TO TDPrevNumber
           MOVE 0 TO TDNextNumber
           OPEN EXTEND TermDepositFile
           IF WSDepFileStatus NOT = "00"
               OPEN OUTPUT TermDepositFile
               MOVE "TERM DEPOSIT PLACED" TO TranReceiver
               MOVE ZERO TO TranOriginalID
               MOVE WSOperatorID TO TranOperator
               MOVE WSAcctCurrency TO TranCurrency
               MOVE WSHomeAmount TO TranHomeAmount
               MOVE ZERO TO TranTransferID
               MOVE "D" TO TranLegType
               MOVE "T" TO TranType
               END-IF
                   WRITE TransactionRecord
               CLOSE TransactionFile
               PERFORM BOOK-PLACEMENT-CONTROL
           END-IF.

       BOOK-PLACEMENT-CONTROL.
      *>     GLPOST washes the debit leg through items in transit;
      *>     the placement moves it on to term deposits.
           MOVE WSAcctTransit TO GLMoveAccount
           MOVE "D" TO GLMoveSide
           PERFORM WRITE-CONTROL-MOVEMENT
           MOVE WSAcctTermDeposits TO GLMoveAccount
           MOVE "C" TO GLMoveSide
           PERFORM WRITE-CONTROL-MOVEMENT.

       WRITE-CONTROL-MOVEMENT.
           MOVE WSToday TO GLMoveDate
           MOVE WSHomeAmount TO GLMoveAmount
           MOVE "TDOPEN" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

      *>   Early break - raised here with the customer's reason
      *>   and executed by a supervisor in the approval queue,
      *>   which pays the principal and the interest earned to
      *>   date (at the product's break rate, or less its break
      *>   penalty) and closes the deposit broken. A deposit
      *>   pledged as loan security cannot be broken while the
      *>   lien is held. The deposit number rides in AppReference.
       REQUEST-DEPOSIT-BREAK.
           DISPLAY "Deposit number to break: " WITH NO ADVANCING
           ACCEPT WSBrNumber
           PERFORM LOAD-BREAK-DEPOSIT
           IF WSBrSeen = "Y"
               PERFORM CHECK-BREAK-PLEDGED
               PERFORM CHECK-PENDING-BREAK
           END-IF
           EVALUATE TRUE
               WHEN WSBrSeen = "N"
                   DISPLAY "Deposit " WSBrNumber " is not an open "
                       "deposit on the register"
               WHEN WSBrMaturity <= WSToday
                   DISPLAY "Deposit " WSBrNumber " has reached "
                       "maturity - the maturity run pays it out"
               WHEN WSBrPledged = "Y"
                   DISPLAY "Deposit " WSBrNumber " is pledged as "
                       "loan security - it cannot be broken while "
                       "the lien is held"
               WHEN WSBrQueued = "Y"
                   DISPLAY "A break for deposit " WSBrNumber
                       " is already waiting in the approval queue"
               WHEN OTHER
                   PERFORM CAPTURE-BREAK-REASON
           END-EVALUATE.

       LOAD-BREAK-DEPOSIT.
           MOVE "N" TO WSBrSeen
           MOVE "N" TO WSEOF
           OPEN INPUT TermDepositFile
           IF WSDepFileStatus = "00"
               PERFORM CHECK-ONE-BREAK-DEPOSIT UNTIL WSEOF = "Y"
               CLOSE TermDepositFile
           END-IF.

       CHECK-ONE-BREAK-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDNumber = WSBrNumber AND TDOpen
                       MOVE "Y" TO WSBrSeen
                       MOVE TDCustomerID TO WSBrCustomer
                       MOVE TDProductCode TO WSBrProduct
                       MOVE TDPrincipal TO WSBrPrincipal
                       MOVE TDRate TO WSBrRate
                       MOVE TDStartDate TO WSBrStart
                       MOVE TDMaturityDate TO WSBrMaturity
                   END-IF
           END-READ.

       CHECK-BREAK-PLEDGED.
           MOVE "N" TO WSBrPledged
           MOVE "N" TO WSEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               PERFORM CHECK-ONE-BREAK-PLEDGE UNTIL WSEOF = "Y"
               CLOSE CollateralFile
           END-IF.

       CHECK-ONE-BREAK-PLEDGE.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColTermDeposit AND ColLienHeld
                       AND ColTDNumber = WSBrNumber
                       MOVE "Y" TO WSBrPledged
                   END-IF
           END-READ.

       CHECK-PENDING-BREAK.
           MOVE "N" TO WSBrQueued
           MOVE "N" TO WSEOF
           OPEN INPUT ApprovalFile
           IF WSApprFileStatus = "00"
               PERFORM CHECK-ONE-PENDING-BREAK UNTIL WSEOF = "Y"
               CLOSE ApprovalFile
           END-IF.

       CHECK-ONE-PENDING-BREAK.
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppAction = "TDBREAK" AND AppPending
                       AND AppReference = WSBrNumber
                       MOVE "Y" TO WSBrQueued
                   END-IF
           END-READ.

       CAPTURE-BREAK-REASON.
           PERFORM COMPUTE-BREAK-QUOTE
           DISPLAY "Deposit " WSBrNumber " placed " WSBrStart
               ", held " WSBrDays " days"
           MOVE WSBrPrincipal TO WSMoneyOut
           DISPLAY "Principal returned:      " WSMoneyOut
           MOVE WSBrFullInterest TO WSMoneyOut
           DISPLAY "Interest at deposit rate:" WSMoneyOut
           MOVE WSBrPenalty TO WSMoneyOut
           DISPLAY "Less break penalty:      " WSMoneyOut
           MOVE WSBrInterest TO WSMoneyOut
           DISPLAY "Interest paid on break:  " WSMoneyOut
           DISPLAY "Reason for the break: " WITH NO ADVANCING
           ACCEPT WSBrReason
           IF WSBrReason = SPACES
               DISPLAY "A reason is required - nothing queued"
           ELSE
               PERFORM WRITE-BREAK-ITEM
               DISPLAY "Break queued as item " WSApprItem
                   " - a supervisor approves it through the "
                   "approval queue"
           END-IF.

       COMPUTE-BREAK-QUOTE.
      *>     Interest to date is simple interest on the days held;
      *>     a break rate replaces the deposit rate, otherwise the
      *>     flat penalty comes off the interest, never below nil.
           MOVE 0 TO WSBrBreakRate
           MOVE 0 TO WSBrPenaltyFlat
           MOVE "N" TO WSEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM READ-ONE-BREAK-PRODUCT UNTIL WSEOF = "Y"
               CLOSE ProductFile
           END-IF
           MOVE "D" TO WSDcAction
           MOVE WSBrStart TO WSDcDate1
           MOVE WSToday TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE 0 TO WSBrDays
           IF WSDcStatus = 0 AND WSDcAmount > 0
               MOVE WSDcAmount TO WSBrDays
           END-IF
           COMPUTE WSBrFullInterest ROUNDED =
               (WSBrPrincipal * WSBrRate * WSBrDays) / 365
           IF WSBrBreakRate > 0
               COMPUTE WSBrInterest ROUNDED =
                   (WSBrPrincipal * WSBrBreakRate * WSBrDays) / 365
               COMPUTE WSBrPenalty = WSBrFullInterest - WSBrInterest
           ELSE
               IF WSBrPenaltyFlat > WSBrFullInterest
                   MOVE WSBrFullInterest TO WSBrPenalty
               ELSE
                   MOVE WSBrPenaltyFlat TO WSBrPenalty
               END-IF
               COMPUTE WSBrInterest = WSBrFullInterest - WSBrPenalty
           END-IF.

       READ-ONE-BREAK-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ProdCode = WSBrProduct
                       IF ProdBreakRate IS NUMERIC
                           MOVE ProdBreakRate TO WSBrBreakRate
                       END-IF
                       IF ProdBreakPenalty IS NUMERIC
                           MOVE ProdBreakPenalty TO WSBrPenaltyFlat
                       END-IF
                   END-IF
           END-READ.

       WRITE-BREAK-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE SPACES TO PendingApprovalRecord
           MOVE WSApprItem TO AppItemNumber
           MOVE WSToday TO AppDate
           ACCEPT AppTime FROM TIME
           MOVE WSOperatorID TO AppMaker
           MOVE "TDBREAK" TO AppAction
           MOVE WSBrCustomer TO AppCustomerID
           MOVE "B" TO AppNewStatus
           MOVE WSBrPrincipal TO AppAmount
           MOVE "ZAR" TO AppCurrency
           MOVE WSBrPrincipal TO AppHomeAmount
           MOVE ZERO TO AppReceiverID
           MOVE "TERM DEPOSIT BREAK" TO AppSenderName
           MOVE WSBrReason TO AppReceiverName
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           MOVE WSBrNumber TO AppReference
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

      *>   Maturity instruction - changeable on an open deposit
      *>   any time before the maturity run reaches it.
       CHANGE-MATURITY-INSTRUCTION.
           DISPLAY "Deposit number: " WITH NO ADVANCING
           ACCEPT WSInstrNumber
           MOVE WSInstrNumber TO WSBrNumber
           PERFORM LOAD-BREAK-DEPOSIT
           EVALUATE TRUE
               WHEN WSBrSeen = "N"
                   DISPLAY "Deposit " WSInstrNumber " is not an open "
                       "deposit on the register"
               WHEN WSBrMaturity <= WSToday
                   DISPLAY "Deposit " WSInstrNumber " has reached "
                       "maturity - the instruction can no longer "
                       "change"
               WHEN OTHER
                   PERFORM ACCEPT-INSTRUCTION
                   IF NOT WSInstructionValid
                       DISPLAY "Please choose P, R or A - "
                           "instruction not changed"
                   ELSE
                       PERFORM REWRITE-DEPOSIT-INSTRUCTION
                       DISPLAY "Deposit " WSInstrNumber
                           " instruction now " WSNewInstruction
                   END-IF
           END-EVALUATE.

       REWRITE-DEPOSIT-INSTRUCTION.
           MOVE "N" TO WSEOF
           OPEN INPUT TermDepositFile
           OPEN OUTPUT NewTermDepositFile
           PERFORM COPY-DEPOSIT-INSTRUCTING UNTIL WSEOF = "Y"
           CLOSE TermDepositFile
           CLOSE NewTermDepositFile
           PERFORM SWAP-DEPOSIT-FILE-BACK.

       COPY-DEPOSIT-INSTRUCTING.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDNumber = WSInstrNumber AND TDOpen
                       MOVE WSNewInstruction TO TDInstruction
                   END-IF
                   MOVE TermDepositRecord TO NewTermDepositRecord
                   WRITE NewTermDepositRecord
           END-READ.

       SWAP-DEPOSIT-FILE-BACK.
           OPEN INPUT NewTermDepositFile
           OPEN OUTPUT TermDepositFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-DEPOSIT UNTIL WSEOF = "Y"
           CLOSE NewTermDepositFile
           CLOSE TermDepositFile.

       COPY-BACK-ONE-DEPOSIT.
           READ NewTermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewTermDepositRecord TO TermDepositRecord
                   WRITE TermDepositRecord
           END-READ.

       LIST-TERM-DEPOSITS.
           MOVE 0 TO WSDepCount
           MOVE "N" TO WSEOF
               DISPLAY "No term deposits are on file yet"
           ELSE
               DISPLAY "DEPOSIT  CUST   PRINCIPAL     RATE    "
                   "MATURES   ST IN FROM"
               PERFORM LIST-ONE-DEPOSIT UNTIL WSEOF = "Y"
               CLOSE TermDepositFile
               DISPLAY "Deposits on file: " WSDepCount
                   ADD 1 TO WSDepCount
                   DISPLAY TDNumber "  " TDCustomerID "  "
                       TDPrincipal "  " TDRate "  "
                       TDMaturityDate "  " TDStatus "  "
                       TDInstruction "  " TDPrevNumber
           END-READ.
