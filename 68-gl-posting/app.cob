           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       01 ParmRecord.
           02 ParmControlDate PIC 9(8).

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSAcctFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

      *>   Unattended mode - when GlPostParm.dat is present the
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Closed-year check - once the year-end close has closed
      *>   a financial year nothing is booked into it.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

      *>   The bank-side GL accounts the day's activity books to.
      *>   The chart file carries the names; these are the numbers
      *>   the summary legs below are hard-wired to, the way the
      *>   range-to-account relationship for sign-off.
       01 WSAcctCash PIC 9(4) VALUE 1000.
       01 WSAcctForeignCash PIC 9(4) VALUE 1100.
       01 WSAcctOverdrafts PIC 9(4) VALUE 1300.
       01 WSAcctDeposits PIC 9(4) VALUE 2000.
       01 WSAcctTransit PIC 9(4) VALUE 2090.
       01 WSAcctWhtPayable PIC 9(4) VALUE 2200.
       01 WSAcctSuspense PIC 9(4) VALUE 2500.
       01 WSAcctFeeIncome PIC 9(4) VALUE 4000.
       01 WSAcctDebitIntInc PIC 9(4) VALUE 4100.
       01 WSAcctPenaltyIntInc PIC 9(4) VALUE 4300.
       01 WSAcctIntExpense PIC 9(4) VALUE 5000.

       01 WSSuspenseID PIC 9(5) VALUE 99999.
       01 WSSumFees PIC S9(11)V99 VALUE 0.
       01 WSSumInterest PIC S9(11)V99 VALUE 0.
       01 WSSumDebitInt PIC S9(11)V99 VALUE 0.
       01 WSSumPenaltyInt PIC S9(11)V99 VALUE 0.
       01 WSSumWithheld PIC S9(11)V99 VALUE 0.
       01 WSSumFxBuy PIC S9(11)V99 VALUE 0.
       01 WSSumFxSell PIC S9(11)V99 VALUE 0.
       01 WSPairCrAcct PIC 9(4) VALUE 0.
       01 WSPairType PIC X(1) VALUE SPACE.

      *>   Overdrawn customers are an asset, not a deposit we owe.
      *>   The day's legs all land on customer deposits, so each
      *>   night the overdrawn total - converted to home currency
      *>   at the mid rate in force, the way the subledger
      *>   reconciliation values it - is compared with what the
      *>   overdrafts account already carries and the difference
      *>   moved across.
       01 WSOdTotal PIC S9(13)V99 VALUE 0.
       01 WSOdGLBalance PIC S9(13)V99 VALUE 0.
       01 WSOdHomeAmount PIC S9(13)V99 VALUE 0.
       01 WSOdCount PIC 9(7) VALUE 0.
       01 WSFxCurrency PIC X(3) VALUE SPACES.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

      *>   Foreign-currency customer balances reach the GL at the
      *>   home amounts their legs were booked at, while the
      *>   overdraft reclass above and the subledger
      *>   reconciliation value them at the day's mid. Each night
      *>   every such balance is restated: what the account
      *>   opened the day with (its balance less the day's legs
      *>   in its own currency) moves from the previous day's
      *>   rate to today's, and the day's legs from the home
      *>   amounts they booked at to today's. The net books to
      *>   customer deposits against FX revaluation - a rise in
      *>   what we owe is a loss, a fall a gain.
       01 WSAcctFxReval PIC 9(4) VALUE 4500.
       01 WSTranEOF PIC A(1) VALUE "N".
       01 WSRvCustomer PIC 9(5) VALUE 0.
       01 WSRvPrevDate PIC 9(8) VALUE 0.
       01 WSRvDayAmount PIC S9(11)V99 VALUE 0.
       01 WSRvDayHome PIC S9(11)V99 VALUE 0.
       01 WSRvPrevRate PIC 9(5)V9999 VALUE 1.
       01 WSRvTodayValue PIC S9(13)V99 VALUE 0.
       01 WSRvOpenValue PIC S9(13)V99 VALUE 0.
       01 WSRvTotal PIC S9(13)V99 VALUE 0.
       01 WSRvCount PIC 9(7) VALUE 0.
       01 WSRvNoRate PIC 9(7) VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSChartSeen PIC A(1) VALUE "N".
       01 WSCheckAccount PIC 9(4) VALUE 0.
       01 WSAccountKnown PIC A(1) VALUE "N".
      *>   legs wash through items-in-transit, and legs carrying
      *>   the suspense customer land on the GL suspense account -
      *>   so the bank side of the day finally has books of its
      *>   own. Foreign-currency balances are then revalued at the
      *>   day's mid rate and overdrawn balances moved out of
      *>   customer deposits onto the overdrafts account.
       PROCEDURE DIVISION.
       PERFORM CHECK-FOR-PARAMETER-FILE

               " to the GL - run skipped"
           STOP RUN
       END-IF
       CALL 'GLLOCK' USING WSRunDate, WSGlClosedThrough,
           WSGlRetainedAcct, WSGlLockStatus
       IF WSGlLockStatus NOT = 0
           DISPLAY WSRunDate " falls in the financial year closed "
               "to " WSGlClosedThrough " - nothing booked"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       CLOSE TransactionFile

       PERFORM BOOK-DAY-MOVEMENTS
       PERFORM BOOK-FX-REVALUATION
       PERFORM BOOK-OVERDRAFT-RECLASS

       MOVE WSMovesWritten TO WSRunCount
       MOVE "C" TO WSRunAction
       DISPLAY "GL MOVEMENTS BOOKED:     " WSMovesWritten
       DISPLAY "GL DEBITS:               " WSDebitTotal
       DISPLAY "GL CREDITS:              " WSCreditTotal
       DISPLAY "BALANCES REVALUED:       " WSRvCount
       DISPLAY "FX REVALUATION:          " WSRvTotal
       IF WSRvNoRate > 0
           DISPLAY "NOT REVALUED - NO RATE:  " WSRvNoRate
       END-IF
       DISPLAY "OVERDRAWN ACCOUNTS:      " WSOdCount
       DISPLAY "OVERDRAFTS CARRIED:      " WSOdTotal
       IF WSDebitTotal NOT = WSCreditTotal
           DISPLAY "*** GL OUT OF BALANCE - REVIEW BEFORE THE "
               "TRIAL BALANCE RUNS ***"
                   ADD TranHomeAmount TO WSSumInterest
               WHEN TranTypeDebitInterest
                   ADD TranHomeAmount TO WSSumDebitInt
               WHEN TranTypePenaltyInterest
                   ADD TranHomeAmount TO WSSumPenaltyInt
               WHEN TranTypeWithholding
                   ADD TranHomeAmount TO WSSumWithheld
               WHEN TranTypeFxBuy
           MOVE "B" TO WSPairType
           PERFORM BOOK-ONE-PAIR

      *>     Penalty interest on overdue loan installments: the
      *>     borrower's account pays it like debit interest, but it
      *>     earns to its own income line so the late-payment
      *>     charge never blurs into overdraft earnings.
           MOVE WSSumPenaltyInt TO WSPairAmount
           MOVE WSAcctDeposits TO WSPairDrAcct
           MOVE WSAcctPenaltyIntInc TO WSPairCrAcct
           MOVE "P" TO WSPairType
           PERFORM BOOK-ONE-PAIR

      *>     Withholding: the tax piece of the gross interest is
      *>     expense on our side and a liability to the revenue
      *>     service until the remittance pays it over - the net
           MOVE "Y" TO WSPairType
           PERFORM BOOK-ONE-PAIR.

       BOOK-FX-REVALUATION.
      *>     WSRvTotal is credit-positive: what the revaluation
      *>     adds to the deposits we owe.
           MOVE 0 TO WSRvTotal
           MOVE 0 TO WSRvCount
           MOVE 0 TO WSRvNoRate
           MOVE "A" TO WSDcAction
           MOVE WSRunDate TO WSDcDate1
           MOVE -1 TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO WSRvPrevDate
           MOVE "N" TO WSEOF
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "foreign balances not revalued"
           ELSE
               OPEN INPUT TransactionFile
               PERFORM REVALUE-ONE-CUSTOMER UNTIL WSEOF = "Y"
               CLOSE TransactionFile
               CLOSE CustomerFile
               IF WSRvTotal < 0
                   COMPUTE WSPairAmount = 0 - WSRvTotal
                   MOVE WSAcctDeposits TO WSPairDrAcct
                   MOVE WSAcctFxReval TO WSPairCrAcct
               ELSE
                   MOVE WSRvTotal TO WSPairAmount
                   MOVE WSAcctFxReval TO WSPairDrAcct
                   MOVE WSAcctDeposits TO WSPairCrAcct
               END-IF
               MOVE "V" TO WSPairType
               PERFORM BOOK-ONE-PAIR
           END-IF.

       REVALUE-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF IDNum NOT = WSSuspenseID AND
                      CustCurrency NOT = SPACES AND
                      CustCurrency NOT = "ZAR"
                       PERFORM REVALUE-FOREIGN-BALANCE
                   END-IF
           END-READ.

       REVALUE-FOREIGN-BALANCE.
           MOVE CustCurrency TO WSFxCurrency
           CALL 'FXRATE' USING WSFxCurrency, WSRvPrevDate,
               WSRvPrevRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               CALL 'FXRATE' USING WSFxCurrency, WSRunDate,
                   WSFxMidRate, WSFxEffDate, WSFxStatus
           END-IF
           IF NOT WSFxFound
               ADD 1 TO WSRvNoRate
           ELSE
               MOVE IDNum TO WSRvCustomer
               MOVE 0 TO WSRvDayAmount
               MOVE 0 TO WSRvDayHome
               IF WSTranFileStatus = "00"
                   PERFORM SWEEP-DAY-SENDER-LEGS
                   PERFORM SWEEP-DAY-RECEIVER-LEGS
               END-IF
               COMPUTE WSRvTodayValue ROUNDED =
                   CustBalance * WSFxMidRate
               COMPUTE WSRvOpenValue ROUNDED =
                   (CustBalance - WSRvDayAmount) * WSRvPrevRate
               COMPUTE WSRvTotal = WSRvTotal + WSRvTodayValue
                   - WSRvOpenValue - WSRvDayHome
               ADD 1 TO WSRvCount
           END-IF.

      *>     The day's legs that move the balance, read the way the
      *>     balance proof reads them: debit legs against the
      *>     sender and the teller rollback's re-credit, credit
      *>     legs and interest for the receiver.
       SWEEP-DAY-SENDER-LEGS.
           MOVE "N" TO WSTranEOF
           MOVE WSRvCustomer TO TranSenderID
           START TransactionFile KEY IS = TranSenderID
               INVALID KEY MOVE "Y" TO WSTranEOF
           END-START
           PERFORM ADD-ONE-DAY-SENDER-LEG UNTIL WSTranEOF = "Y".

       ADD-ONE-DAY-SENDER-LEG.
           READ TransactionFile NEXT
               AT END MOVE "Y" TO WSTranEOF
               NOT AT END
                   IF TranSenderID NOT = WSRvCustomer
                       MOVE "Y" TO WSTranEOF
                   ELSE
                   IF TranYear = WSControlYear AND
                      TranMonth = WSControlMonth AND
                      TranDay = WSControlDay
                       EVALUATE TRUE
                           WHEN TranLegDebit
                               SUBTRACT TranAmount FROM WSRvDayAmount
                               SUBTRACT TranHomeAmount
                                   FROM WSRvDayHome
                           WHEN TranTypeReversal AND
                               TranTransferID NOT = ZERO
                               ADD TranAmount TO WSRvDayAmount
                               ADD TranHomeAmount TO WSRvDayHome
                       END-EVALUATE
                   END-IF
                   END-IF
           END-READ.

       SWEEP-DAY-RECEIVER-LEGS.
           MOVE "N" TO WSTranEOF
           MOVE WSRvCustomer TO TranReceiverID
           START TransactionFile KEY IS = TranReceiverID
               INVALID KEY MOVE "Y" TO WSTranEOF
           END-START
           PERFORM ADD-ONE-DAY-RECEIVER-LEG UNTIL WSTranEOF = "Y".

       ADD-ONE-DAY-RECEIVER-LEG.
           READ TransactionFile NEXT
               AT END MOVE "Y" TO WSTranEOF
               NOT AT END
                   IF TranReceiverID NOT = WSRvCustomer
                       MOVE "Y" TO WSTranEOF
                   ELSE
                   IF TranYear = WSControlYear AND
                      TranMonth = WSControlMonth AND
                      TranDay = WSControlDay AND
                      (TranLegCredit OR TranTypeInterest)
                       ADD TranAmount TO WSRvDayAmount
                       ADD TranHomeAmount TO WSRvDayHome
                   END-IF
                   END-IF
           END-READ.

       BOOK-OVERDRAFT-RECLASS.
      *>     The suspense customer books to the GL suspense account
      *>     and stays out of the total. A rise in the overdrawn
      *>     total moves the rise out of deposits onto overdrafts,
      *>     a fall moves it back.
           MOVE 0 TO WSOdTotal
           MOVE 0 TO WSOdCount
           MOVE "N" TO WSEOF
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "overdrafts not reclassified"
           ELSE
               PERFORM TOTAL-ONE-OVERDRAWN-CUSTOMER UNTIL WSEOF = "Y"
               CLOSE CustomerFile
               MOVE 0 TO WSOdGLBalance
               MOVE "N" TO WSEOF
               OPEN INPUT GLMovementFile
               IF WSMoveFileStatus = "00"
                   PERFORM TOTAL-ONE-OVERDRAFT-MOVEMENT
                       UNTIL WSEOF = "Y"
                   CLOSE GLMovementFile
               END-IF
               COMPUTE WSPairAmount = WSOdTotal - WSOdGLBalance
               IF WSPairAmount < 0
                   COMPUTE WSPairAmount = 0 - WSPairAmount
                   MOVE WSAcctDeposits TO WSPairDrAcct
                   MOVE WSAcctOverdrafts TO WSPairCrAcct
               ELSE
                   MOVE WSAcctOverdrafts TO WSPairDrAcct
                   MOVE WSAcctDeposits TO WSPairCrAcct
               END-IF
               MOVE "O" TO WSPairType
               PERFORM BOOK-ONE-PAIR
           END-IF.

       TOTAL-ONE-OVERDRAWN-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF IDNum NOT = WSSuspenseID AND CustBalance < 0
                       MOVE CustCurrency TO WSFxCurrency
                       CALL 'FXRATE' USING WSFxCurrency, WSRunDate,
                           WSFxMidRate, WSFxEffDate, WSFxStatus
                       IF NOT WSFxFound
                           MOVE 1 TO WSFxMidRate
                       END-IF
                       COMPUTE WSOdHomeAmount ROUNDED =
                           CustBalance * WSFxMidRate
                       SUBTRACT WSOdHomeAmount FROM WSOdTotal
                       ADD 1 TO WSOdCount
                   END-IF
           END-READ.

       TOTAL-ONE-OVERDRAFT-MOVEMENT.
           READ GLMovementFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF GLMoveAccount = WSAcctOverdrafts AND
                      GLMoveDate NOT > WSRunDate
                       IF GLMoveDebit
                           ADD GLMoveAmount TO WSOdGLBalance
                       ELSE
                           SUBTRACT GLMoveAmount FROM WSOdGLBalance
                       END-IF
                   END-IF
           END-READ.

       BOOK-ONE-PAIR.
           IF WSPairAmount NOT = 0
               MOVE WSPairDrAcct TO WSCheckAccount
