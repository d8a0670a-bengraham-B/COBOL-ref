       >> SOURCE FORMAT FREE
       identification division.
       program-id. GLRECON.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT TermDepositFile ASSIGN TO "TermDeposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTDFileStatus.

           SELECT SuspenseFile ASSIGN TO "Suspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSuspFileStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

           SELECT GLReconMapFile ASSIGN TO "GLReconMap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMapFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD LoanFile.
       COPY LOANREC.

       FD TermDepositFile.
       COPY TDEPREC.

       FD SuspenseFile.
       COPY SUSPREC.

       FD GLMovementFile.
       COPY GLMOVE.

       FD GLReconMapFile.
       COPY GLRECMAP.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSTDFileStatus PIC X(2) VALUE "00".
       01 WSSuspFileStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSMapFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a break that stops the roll ends
      *>   the step RC 8, which leaves it started but not cleanly
      *>   completed, so EODROLL refuses the date until the break
      *>   is cleared and this step rerun.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "GLRECON ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   The subledgers and their mapping - compiled defaults,
      *>   overridden line by line from GLReconMap.dat. GLPOST
      *>   moves overdrawn customers out of customer deposits onto
      *>   the overdrafts account each night; the loan programs
      *>   book outstanding to the loans control account and the
      *>   term deposit programs principal to term deposits, so
      *>   every subledger proves against an account of its own
      *>   and stops the roll when it is out. Each total is held
      *>   as the GL would carry it: debit-positive, credit
      *>   balances negative.
       01 WSSubTable.
           02 WSSubEntry OCCURS 5 TIMES INDEXED BY WSSubIdx.
               03 WSSubCode PIC X(4).
               03 WSSubCaption PIC X(36).
               03 WSSubAccount PIC 9(4).
               03 WSSubTolerance PIC 9(7)V99.
               03 WSSubAction PIC X(1).
               03 WSSubItems PIC 9(7).
               03 WSSubTotal PIC S9(13)V99.
       01 WSSubSlot PIC 9 VALUE 0.
       01 WSLookSub PIC X(4) VALUE SPACES.
       01 WSMapRejected PIC 9(3) VALUE 0.

      *>   One entry per GL control account the subledgers map to,
      *>   with the GL balance at the business date and the proof.
      *>   The tightest tolerance of the account's subledgers
      *>   applies, and it stops the roll if any of them says so.
       01 WSCtlTable.
           02 WSCtlEntry OCCURS 5 TIMES INDEXED BY WSCtlIdx.
               03 WSCtlAccount PIC 9(4).
               03 WSCtlTolerance PIC 9(7)V99.
               03 WSCtlStop PIC X(1).
               03 WSCtlGLBalance PIC S9(13)V99.
               03 WSCtlExpected PIC S9(13)V99.
               03 WSCtlDifference PIC S9(13)V99.
       01 WSCtlCount PIC 9 VALUE 0.
       01 WSCtlSlot PIC 9 VALUE 0.
       01 WSAbsDifference PIC 9(13)V99 VALUE 0.

      *>   Foreign-currency balances convert to home currency at
      *>   the mid rate in force - GLPOST revalues them on the GL
      *>   at the same rate each night before this step runs.
       01 WSHomeCurrency PIC X(3) VALUE "ZAR".
       01 WSConvCurrency PIC X(3) VALUE SPACES.
       01 WSConvAmount PIC S9(11)V99 VALUE 0.
       01 WSHomeAmount PIC S9(13)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxConverted PIC 9(7) VALUE 0.
       01 WSFxMissing PIC 9(5) VALUE 0.

       01 WSMovesRead PIC 9(7) VALUE 0.
       01 WSBreaksStopping PIC 9 VALUE 0.
       01 WSBreaksReported PIC 9 VALUE 0.

       01 WSReconLine.
           02 WSRlAccount PIC 9(4).
           02 FILLER PIC X(5).
           02 WSRlCaption PIC X(36).
           02 FILLER PIC X(2).
           02 WSRlItems PIC X(7).
           02 FILLER PIC X(2).
           02 WSRlAmount PIC +Z(12)9.99.
           02 FILLER PIC X(2).
           02 WSRlStatus PIC X(24).
       01 WSItemsOut PIC Z(6)9.
       01 WSToleranceOut PIC Z(6)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "GLReconciliation.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Nightly subledger-to-GL reconciliation - runs after
      *>   GLPOST has booked the day. Totals each subledger the GL
      *>   summarizes (customer credit balances, overdrawn
      *>   balances, loans outstanding, open term deposits, open
      *>   suspense items) in home currency and proves it against
      *>   the balance of its mapped GL control account on
      *>   GLMovements.dat at the business date. Every difference
      *>   is listed; one beyond tolerance on an account mapped to
      *>   stop the roll ends the step RC 8 and EODROLL will not
      *>   close the day until it is cleared.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE WSBusinessDate TO WSRunDate
       MOVE "Q" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSRunDone = "Y"
           DISPLAY WSRunStep " already complete for " WSRunDate
               " - step skipped on restart"
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       PERFORM SET-DEFAULT-MAPPING
       PERFORM LOAD-RECON-MAPPING
       PERFORM BUILD-CONTROL-ACCOUNTS
           VARYING WSSubIdx FROM 1 BY 1 UNTIL WSSubIdx > 5

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "nothing reconciled"
           MOVE 12 TO WSRunRC
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "N" TO WSEOF
       PERFORM TOTAL-ONE-CUSTOMER UNTIL WSEOF = "Y"
       PERFORM TOTAL-TERM-DEPOSITS
       CLOSE CustomerFile
       PERFORM TOTAL-LOANS
       PERFORM TOTAL-SUSPENSE-ITEMS

       MOVE "N" TO WSEOF
       OPEN INPUT GLMovementFile
       IF WSMoveFileStatus = "00"
           PERFORM TOTAL-ONE-MOVEMENT UNTIL WSEOF = "Y"
           CLOSE GLMovementFile
       END-IF

       PERFORM PRINT-RECONCILIATION

       EVALUATE TRUE
           WHEN WSBreaksStopping > 0
               MOVE 8 TO WSRunRC
           WHEN WSBreaksReported > 0 OR WSFxMissing > 0 OR
                WSMapRejected > 0
               MOVE 4 TO WSRunRC
       END-EVALUATE
       MOVE WSMovesRead TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "SUBLEDGER TO GL RECONCILIATION FOR " WSBusinessDate
       DISPLAY "GL MOVEMENTS READ:   " WSMovesRead
       DISPLAY "CONTROL ACCOUNTS:    " WSCtlCount
       IF WSFxMissing > 0
           DISPLAY "NO FX RATE:          " WSFxMissing
               " - converted at 1"
       END-IF
       IF WSMapRejected > 0
           DISPLAY "MAPPING LINES SKIPPED: " WSMapRejected
       END-IF
       IF WSBreaksReported > 0
           DISPLAY "*** " WSBreaksReported " REPORT-ONLY BREAK(S) - "
               "SEE THE REPORT ***"
       END-IF
       IF WSBreaksStopping > 0
           DISPLAY "*** " WSBreaksStopping " CONTROL ACCOUNT(S) OUT "
               "BEYOND TOLERANCE - BUSINESS DATE WILL NOT ROLL ***"
           DISPLAY "Clear the break(s), then rerun " WSRunStep
               " before EODROLL"
       END-IF
       DISPLAY "Report written to " WSRptName
       MOVE WSRunRC TO RETURN-CODE.

       STOP RUN.

       SET-DEFAULT-MAPPING.
           MOVE "DEPO" TO WSSubCode (1)
           MOVE "CUSTOMER CREDIT BALANCES" TO WSSubCaption (1)
           MOVE 2000 TO WSSubAccount (1)
           MOVE "S" TO WSSubAction (1)
           MOVE "ODFT" TO WSSubCode (2)
           MOVE "OVERDRAWN CUSTOMER BALANCES" TO WSSubCaption (2)
           MOVE 1300 TO WSSubAccount (2)
           MOVE "S" TO WSSubAction (2)
           MOVE "LOAN" TO WSSubCode (3)
           MOVE "LOANS OUTSTANDING" TO WSSubCaption (3)
           MOVE 1200 TO WSSubAccount (3)
           MOVE "S" TO WSSubAction (3)
           MOVE "TDEP" TO WSSubCode (4)
           MOVE "TERM DEPOSIT PRINCIPAL" TO WSSubCaption (4)
           MOVE 2100 TO WSSubAccount (4)
           MOVE "S" TO WSSubAction (4)
           MOVE "SUSP" TO WSSubCode (5)
           MOVE "OPEN SUSPENSE ITEMS" TO WSSubCaption (5)
           MOVE 2500 TO WSSubAccount (5)
           MOVE "S" TO WSSubAction (5)
           PERFORM CLEAR-ONE-SUBLEDGER
               VARYING WSSubIdx FROM 1 BY 1 UNTIL WSSubIdx > 5.

       CLEAR-ONE-SUBLEDGER.
           MOVE 0 TO WSSubTolerance (WSSubIdx)
           MOVE 0 TO WSSubItems (WSSubIdx)
           MOVE 0 TO WSSubTotal (WSSubIdx).

       LOAD-RECON-MAPPING.
           MOVE "N" TO WSEOF
           OPEN INPUT GLReconMapFile
           IF WSMapFileStatus = "00"
               PERFORM LOAD-ONE-MAPPING-LINE UNTIL WSEOF = "Y"
               CLOSE GLReconMapFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-MAPPING-LINE.
           READ GLReconMapFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE RmSubledger TO WSLookSub
                   PERFORM FIND-SUBLEDGER
                   EVALUATE TRUE
                       WHEN WSSubSlot = 0
                           ADD 1 TO WSMapRejected
                           DISPLAY "GLReconMap.dat: unknown subledger "
                               RmSubledger " - line skipped"
                       WHEN RmAccount IS NOT NUMERIC OR
                            RmAccount = 0 OR
                            RmTolerance IS NOT NUMERIC OR
                            NOT (RmStopRoll OR RmReportOnly)
                           ADD 1 TO WSMapRejected
                           DISPLAY "GLReconMap.dat: bad line for "
                               RmSubledger " - default kept"
                       WHEN OTHER
                           MOVE RmAccount TO WSSubAccount (WSSubSlot)
                           MOVE RmTolerance
                               TO WSSubTolerance (WSSubSlot)
                           MOVE RmAction TO WSSubAction (WSSubSlot)
                   END-EVALUATE
           END-READ.

       FIND-SUBLEDGER.
           MOVE 0 TO WSSubSlot
           SET WSSubIdx TO 1
           SEARCH WSSubEntry
               AT END CONTINUE
               WHEN WSSubCode (WSSubIdx) = WSLookSub
                   SET WSSubSlot TO WSSubIdx
           END-SEARCH.

       BUILD-CONTROL-ACCOUNTS.
           MOVE 0 TO WSCtlSlot
           PERFORM CHECK-ONE-CONTROL-SLOT
               VARYING WSCtlIdx FROM 1 BY 1
               UNTIL WSCtlIdx > WSCtlCount OR WSCtlSlot > 0
           IF WSCtlSlot = 0
               ADD 1 TO WSCtlCount
               MOVE WSCtlCount TO WSCtlSlot
               MOVE WSSubAccount (WSSubIdx) TO WSCtlAccount (WSCtlSlot)
               MOVE WSSubTolerance (WSSubIdx)
                   TO WSCtlTolerance (WSCtlSlot)
               MOVE "N" TO WSCtlStop (WSCtlSlot)
               MOVE 0 TO WSCtlGLBalance (WSCtlSlot)
               MOVE 0 TO WSCtlExpected (WSCtlSlot)
               MOVE 0 TO WSCtlDifference (WSCtlSlot)
           END-IF
           IF WSSubTolerance (WSSubIdx) < WSCtlTolerance (WSCtlSlot)
               MOVE WSSubTolerance (WSSubIdx)
                   TO WSCtlTolerance (WSCtlSlot)
           END-IF
           IF WSSubAction (WSSubIdx) = "S"
               MOVE "Y" TO WSCtlStop (WSCtlSlot)
           END-IF.

       CHECK-ONE-CONTROL-SLOT.
           IF WSCtlAccount (WSCtlIdx) = WSSubAccount (WSSubIdx)
               SET WSCtlSlot TO WSCtlIdx
           END-IF.

      *>   The suspense customer's legs book to the GL suspense
      *>   account, not to customer deposits, so it stays out of
      *>   both Customer.dat subledgers.
       TOTAL-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF IDNum NOT = WSSuspenseID AND CustBalance NOT = 0
                       MOVE CustCurrency TO WSConvCurrency
                       MOVE CustBalance TO WSConvAmount
                       PERFORM CONVERT-TO-HOME
                       IF CustBalance > 0
                           SUBTRACT WSHomeAmount FROM WSSubTotal (1)
                           ADD 1 TO WSSubItems (1)
                       ELSE
                           SUBTRACT WSHomeAmount FROM WSSubTotal (2)
                           ADD 1 TO WSSubItems (2)
                       END-IF
                   END-IF
           END-READ.

       CONVERT-TO-HOME.
           IF WSConvCurrency = SPACES OR
              WSConvCurrency = WSHomeCurrency
               MOVE WSConvAmount TO WSHomeAmount
           ELSE
               CALL 'FXRATE' USING WSConvCurrency, WSBusinessDate,
                   WSFxMidRate, WSFxEffDate, WSFxStatus
               IF NOT WSFxFound
                   ADD 1 TO WSFxMissing
                   MOVE 1 TO WSFxMidRate
               END-IF
               ADD 1 TO WSFxConverted
               COMPUTE WSHomeAmount ROUNDED =
                   WSConvAmount * WSFxMidRate
           END-IF.

      *>   A deposit is held in its customer's account currency and
      *>   stands on the GL at the mid rate of the day it was
      *>   placed; one placed before any rate was on file is
      *>   valued at the rate in force.
       TOTAL-TERM-DEPOSITS.
           MOVE "N" TO WSEOF
           OPEN INPUT TermDepositFile
           IF WSTDFileStatus = "00"
               PERFORM TOTAL-ONE-TERM-DEPOSIT UNTIL WSEOF = "Y"
               CLOSE TermDepositFile
           END-IF.

       TOTAL-ONE-TERM-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDOpen
                       MOVE TDCustomerID TO IDNum
                       READ CustomerFile
                           INVALID KEY
                               MOVE SPACES TO WSConvCurrency
                           NOT INVALID KEY
                               MOVE CustCurrency TO WSConvCurrency
                       END-READ
                       MOVE TDPrincipal TO WSConvAmount
                       PERFORM CONVERT-AT-PLACEMENT
                       SUBTRACT WSHomeAmount FROM WSSubTotal (4)
                       ADD 1 TO WSSubItems (4)
                   END-IF
           END-READ.

       CONVERT-AT-PLACEMENT.
           IF WSConvCurrency = SPACES OR
              WSConvCurrency = WSHomeCurrency
               MOVE WSConvAmount TO WSHomeAmount
           ELSE
               CALL 'FXRATE' USING WSConvCurrency, TDStartDate,
                   WSFxMidRate, WSFxEffDate, WSFxStatus
               IF WSFxFound
                   ADD 1 TO WSFxConverted
                   COMPUTE WSHomeAmount ROUNDED =
                       WSConvAmount * WSFxMidRate
               ELSE
                   PERFORM CONVERT-TO-HOME
               END-IF
           END-IF.

       TOTAL-LOANS.
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM TOTAL-ONE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF.

       TOTAL-ONE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnActive
                       ADD LnOutstanding TO WSSubTotal (3)
                       ADD 1 TO WSSubItems (3)
                   END-IF
           END-READ.

      *>   A debit-leg item sits on the debit side of the GL
      *>   suspense account until it is matched or reversed, a
      *>   credit-leg item on the credit side.
       TOTAL-SUSPENSE-ITEMS.
           MOVE "N" TO WSEOF
           OPEN INPUT SuspenseFile
           IF WSSuspFileStatus = "00"
               PERFORM TOTAL-ONE-SUSPENSE-ITEM UNTIL WSEOF = "Y"
               CLOSE SuspenseFile
           END-IF.

       TOTAL-ONE-SUSPENSE-ITEM.
           READ SuspenseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SuspOpen
                       IF SuspLegDebit
                           ADD SuspAmount TO WSSubTotal (5)
                       ELSE
                           SUBTRACT SuspAmount FROM WSSubTotal (5)
                       END-IF
                       ADD 1 TO WSSubItems (5)
                   END-IF
           END-READ.

       TOTAL-ONE-MOVEMENT.
           READ GLMovementFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF GLMoveDate NOT > WSBusinessDate
                       ADD 1 TO WSMovesRead
                       PERFORM ADD-MOVEMENT-TO-CONTROL
                           VARYING WSCtlIdx FROM 1 BY 1
                           UNTIL WSCtlIdx > WSCtlCount
                   END-IF
           END-READ.

       ADD-MOVEMENT-TO-CONTROL.
           IF WSCtlAccount (WSCtlIdx) = GLMoveAccount
               IF GLMoveDebit
                   ADD GLMoveAmount TO WSCtlGLBalance (WSCtlIdx)
               ELSE
                   SUBTRACT GLMoveAmount FROM WSCtlGLBalance (WSCtlIdx)
               END-IF
           END-IF.

       PRINT-RECONCILIATION.
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "SUBLEDGER TO GL RECONCILIATION AT " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "ACCT     SUBLEDGER / CONTROL                     ITEMS&
      &   DEBIT+ / CREDIT-  STATUS"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           PERFORM PRINT-ONE-CONTROL-ACCOUNT
               VARYING WSCtlIdx FROM 1 BY 1
               UNTIL WSCtlIdx > WSCtlCount
           IF WSFxConverted > 0
               MOVE SPACES TO WSRptLine
               STRING WSFxConverted DELIMITED BY SIZE
                   " FOREIGN-CURRENCY BALANCE(S) CONVERTED AT THE MID "
                       DELIMITED BY SIZE
                   "RATE IN FORCE" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF
           IF WSFxMissing > 0
               MOVE SPACES TO WSRptLine
               STRING "*** " DELIMITED BY SIZE
                   WSFxMissing DELIMITED BY SIZE
                   " BALANCE(S) WITH NO FX RATE ON FILE - CONVERTED "
                       DELIMITED BY SIZE
                   "AT 1 ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

      *>   Each control account prints its subledgers, their total,
      *>   the GL balance and the difference with its verdict.
       PRINT-ONE-CONTROL-ACCOUNT.
           PERFORM PRINT-ONE-SUBLEDGER
               VARYING WSSubIdx FROM 1 BY 1 UNTIL WSSubIdx > 5

           MOVE SPACES TO WSReconLine
           MOVE WSCtlAccount (WSCtlIdx) TO WSRlAccount
           MOVE "SUBLEDGER TOTAL" TO WSRlCaption
           MOVE WSCtlExpected (WSCtlIdx) TO WSRlAmount
           MOVE WSReconLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           MOVE SPACES TO WSReconLine
           MOVE WSCtlAccount (WSCtlIdx) TO WSRlAccount
           MOVE "GL CONTROL ACCOUNT BALANCE" TO WSRlCaption
           MOVE WSCtlGLBalance (WSCtlIdx) TO WSRlAmount
           MOVE WSReconLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           COMPUTE WSCtlDifference (WSCtlIdx) =
               WSCtlGLBalance (WSCtlIdx) - WSCtlExpected (WSCtlIdx)
           IF WSCtlDifference (WSCtlIdx) < 0
               COMPUTE WSAbsDifference =
                   0 - WSCtlDifference (WSCtlIdx)
           ELSE
               MOVE WSCtlDifference (WSCtlIdx) TO WSAbsDifference
           END-IF
           MOVE SPACES TO WSReconLine
           MOVE WSCtlAccount (WSCtlIdx) TO WSRlAccount
           MOVE WSCtlTolerance (WSCtlIdx) TO WSToleranceOut
           STRING "DIFFERENCE (TOLERANCE " DELIMITED BY SIZE
               WSToleranceOut DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WSRlCaption
           END-STRING
           MOVE WSCtlDifference (WSCtlIdx) TO WSRlAmount
           EVALUATE TRUE
               WHEN WSAbsDifference = 0
                   MOVE "AGREED" TO WSRlStatus
               WHEN WSAbsDifference NOT > WSCtlTolerance (WSCtlIdx)
                   MOVE "WITHIN TOLERANCE" TO WSRlStatus
               WHEN WSCtlStop (WSCtlIdx) = "Y"
                   MOVE "*** BREAK - ROLL STOPPED" TO WSRlStatus
                   ADD 1 TO WSBreaksStopping
               WHEN OTHER
                   MOVE "*** BREAK - REPORT ONLY" TO WSRlStatus
                   ADD 1 TO WSBreaksReported
           END-EVALUATE
           MOVE WSReconLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-SUBLEDGER.
           IF WSSubAccount (WSSubIdx) = WSCtlAccount (WSCtlIdx)
               ADD WSSubTotal (WSSubIdx) TO WSCtlExpected (WSCtlIdx)
               MOVE SPACES TO WSReconLine
               MOVE WSSubAccount (WSSubIdx) TO WSRlAccount
               MOVE WSSubCaption (WSSubIdx) TO WSRlCaption
               MOVE WSSubItems (WSSubIdx) TO WSItemsOut
               MOVE WSItemsOut TO WSRlItems
               MOVE WSSubTotal (WSSubIdx) TO WSRlAmount
               IF WSSubAction (WSSubIdx) = "R"
                   MOVE "(REPORT ONLY)" TO WSRlStatus
               END-IF
               MOVE WSReconLine TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF.
