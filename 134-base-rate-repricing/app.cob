       >> SOURCE FORMAT FREE
       identification division.
       program-id. BASEREPR.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT BaseRateFile ASSIGN TO "BaseRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBaseFileStatus.

           SELECT NewBaseRateFile ASSIGN TO "BaseRatesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewBaseStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT NewProductFile ASSIGN TO "ProductsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewProdStatus.

           SELECT DebitRateFile ASSIGN TO "DebitRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDbrFileStatus.

           SELECT NewDebitRateFile ASSIGN TO "DebitRatesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewDbrStatus.

           SELECT RateFile ASSIGN TO "InterestRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT NewRateFile ASSIGN TO "InterestRatesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewRateStatus.

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

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT NoticeFile ASSIGN TO WSNoticeName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoticeStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

       data division.

       FILE SECTION.
       FD BaseRateFile.
       COPY BASERATE.

       FD NewBaseRateFile.
       01 NewBaseRateRecord PIC X(60).

       FD ProductFile.
       COPY PRODREC.

       FD NewProductFile.
       01 NewProductRecord PIC X(100).

       FD DebitRateFile.
       01 DebitRateRecord.
           02 DbrProductCode PIC X(3).
           02 DbrAnnualRate PIC 9V9999.
           02 DbrBaseCode PIC X(4).
           02 DbrBaseMargin PIC S9V9999.

       FD NewDebitRateFile.
       01 NewDebitRateRecord PIC X(30).

       FD RateFile.
       01 RateRecord.
           02 RateBandFloor PIC S9(9)V99.
           02 RateAnnualRate PIC 9V9999.
           02 RateBaseCode PIC X(4).
           02 RateBaseMargin PIC S9V9999.

       FD NewRateFile.
       01 NewRateRecord PIC X(40).

       FD LoanFile.
       COPY LOANREC.

       FD NewLoanFile.
       01 NewLoanRecord PIC X(120).

       FD ScheduleFile.
       COPY LOANSCHD.

       FD NewScheduleFile.
       01 NewScheduleRecord PIC X(31).

       FD CustomerFile.
       COPY CUSTREC.

       FD NoticeFile.
       01 NoticeLine PIC X(100).

       FD GLMovementFile.
       COPY GLMOVE.

       WORKING-STORAGE SECTION.
       01 WSBaseFileStatus PIC X(2) VALUE "00".
       01 WSNewBaseStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSNewProdStatus PIC X(2) VALUE "00".
       01 WSDbrFileStatus PIC X(2) VALUE "00".
       01 WSNewDbrStatus PIC X(2) VALUE "00".
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSNewRateStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSNewLoanStatus PIC X(2) VALUE "00".
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSNewSchedStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSNoticeStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSToday PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "BASEREPR".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Base moves taking effect tonight - the latest pending
      *>   event per code whose effective date has arrived.
       01 WSMoveTable.
           02 WSMoveEntry OCCURS 20 TIMES.
               03 WSMvCode PIC X(4).
               03 WSMvRate PIC 9V9999.
               03 WSMvEffDate PIC 9(8).
       01 WSMoveCount PIC 99 VALUE 0.
       01 WSMvSub PIC 99 VALUE 0.
       01 WSMvSlot PIC 99 VALUE 0.
       01 WSMoveFound PIC A(1) VALUE "N".
       01 WSLookupCode PIC X(4) VALUE SPACES.
       01 WSLookupLoan PIC 9(7) VALUE 0.

      *>   Product rates moved tonight, credit (C) and debit (D),
      *>   kept for the account holders' notices.
       01 WSRepriceTable.
           02 WSRpEntry OCCURS 40 TIMES.
               03 WSRpProduct PIC X(3).
               03 WSRpKind PIC X(1).
               03 WSRpBase PIC X(4).
               03 WSRpOldRate PIC 9V9999.
               03 WSRpNewRate PIC 9V9999.
       01 WSRpCount PIC 99 VALUE 0.
       01 WSRpSub PIC 99 VALUE 0.
       01 WSRpSeen PIC A(1) VALUE "N".

      *>   Variable loans repriced tonight. The installments still
      *>   to fall due are valued at the old rate - what the
      *>   borrower still owes in today's money - and that balance
      *>   is re-spread as a level annuity over the same number of
      *>   installments at the new rate.
       01 WSLoanTable.
           02 WSLtEntry OCCURS 500 TIMES.
               03 WSLtLoan PIC 9(7).
               03 WSLtCustomer PIC 9(5).
               03 WSLtBase PIC X(4).
               03 WSLtOldRate PIC 9V9999.
               03 WSLtNewRate PIC 9V9999.
               03 WSLtOldInst PIC S9(9)V99.
               03 WSLtNewInst PIC S9(9)V99.
               03 WSLtCount PIC 9(3).
               03 WSLtFirstDue PIC 9(8).
               03 WSLtOldSum PIC S9(11)V99.
               03 WSLtBalance PIC S9(11)V99.
               03 WSLtDiscount PIC 9(7)V9(8).
       01 WSLtTotal PIC 9(3) VALUE 0.
       01 WSLtSub PIC 9(3) VALUE 0.
       01 WSLtSlot PIC 9(3) VALUE 0.
       01 WSLtFound PIC A(1) VALUE "N".
       01 WSLoanTableFull PIC A(1) VALUE "N".

      *>   A repriced loan's outstanding carries the interest still
      *>   to earn, so the change moves the loans control account
      *>   against unearned loan interest.
       01 WSAcctLoans PIC 9(4) VALUE 1200.
       01 WSAcctUnearned PIC 9(4) VALUE 2400.
       01 WSGlDrAccount PIC 9(4) VALUE 0.
       01 WSGlCrAccount PIC 9(4) VALUE 0.
       01 WSGlAmount PIC S9(11)V99 VALUE 0.

       01 WSPricedRate PIC S9V9999 VALUE 0.
       01 WSOldRate PIC 9V9999 VALUE 0.
       01 WSNewRate PIC 9V9999 VALUE 0.
       01 WSMonthlyRate PIC 9V9(8) VALUE 0.
       01 WSCompound PIC 9(7)V9(8) VALUE 0.
       01 WSCompoundStep PIC 9(3) VALUE 0.

       01 WSProdRepriced PIC 9(5) VALUE 0.
       01 WSRowsRepriced PIC 9(5) VALUE 0.
       01 WSLoansRepriced PIC 9(5) VALUE 0.
       01 WSAcctsNotified PIC 9(5) VALUE 0.
       01 WSEventsApplied PIC 9(5) VALUE 0.

       01 WSNoticeName PIC X(30) VALUE SPACES.
       01 WSNoticeOpen PIC A(1) VALUE "N".
       01 WSCustomerName PIC X(31) VALUE SPACES.
       01 WSCustSeen PIC A(1) VALUE "N".
       01 WSRateKindText PIC X(24) VALUE SPACES.
       01 WSRepriceKind PIC X(1) VALUE SPACE.
       01 WSRepriceProduct PIC X(3) VALUE SPACES.
       01 WSRptType PIC X(4) VALUE SPACES.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "BaseRateRepricing.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
       01 WSRateOut PIC 9.9999.
       01 WSRateOut2 PIC 9.9999.
       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.
       01 WSFloorOut PIC +Z(8)9.99.

      *>   Nightly base-rate repricing - applies every BaseRates.dat
      *>   change whose effective date has arrived. Products, debit
      *>   rates and balance bands linked to the moved code are
      *>   reset to the new base plus their margin; every active
      *>   variable loan on the code takes the new rate and has
      *>   the installments still to fall due (today's included,
      *>   so collections raise the new figure) re-spread at it,
      *>   with the master's installment and outstanding following
      *>   and the change in outstanding booked to the loans
      *>   control account.
      *>   Each affected customer gets a rate-change notice in the
      *>   dated RateNotices file, the repricing report lists the
      *>   old and new rate and installment per account, and the
      *>   events are marked applied. Repricing is idempotent - a
      *>   row already at base plus margin is passed by - so a run
      *>   cut short by a full loan table leaves the events pending
      *>   and the next run finishes the job.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSToday
       MOVE WSToday TO WSRunDate
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

       PERFORM LOAD-BASE-MOVES
       IF WSMoveCount = 0
           DISPLAY "No base-rate change takes effect by " WSToday
               " - nothing repriced"
           MOVE 0 TO WSRunCount
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "BASE RATE REPRICING FOR " DELIMITED BY SIZE
           WSToday DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "TYPE ACCOUNT          BASE OLD RATE NEW RATE  OLD INSTAL"
      &    "MENT  NEW INSTALMENT" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction
       PERFORM PRINT-BASE-MOVE
           VARYING WSMvSub FROM 1 BY 1 UNTIL WSMvSub > WSMoveCount

       MOVE SPACES TO WSNoticeName
       STRING "RateNotices" DELIMITED BY SIZE
           WSToday DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WSNoticeName
       END-STRING

       PERFORM REPRICE-PRODUCTS
       PERFORM REPRICE-DEBIT-RATES
       PERFORM REPRICE-RATE-BANDS
       PERFORM LOAD-VARIABLE-LOANS
       IF WSLtTotal > 0
           PERFORM VALUE-FUTURE-INSTALLMENTS
           PERFORM SET-NEW-INSTALLMENT
               VARYING WSLtSub FROM 1 BY 1 UNTIL WSLtSub > WSLtTotal
           PERFORM REWRITE-LOAN-SCHEDULE
           PERFORM REWRITE-LOAN-MASTER
       END-IF
       PERFORM NOTIFY-CUSTOMERS
       IF WSNoticeOpen = "Y"
           CLOSE NoticeFile
       END-IF

       IF WSLoanTableFull = "Y"
           DISPLAY "Loan table full at 500 - base-rate changes left "
               "pending, rerun to reprice the remaining loans"
           MOVE 4 TO RETURN-CODE
       ELSE
           PERFORM MARK-EVENTS-APPLIED
       END-IF

       PERFORM PRINT-REPRICING-SUMMARY
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       COMPUTE WSRunCount = WSProdRepriced + WSRowsRepriced
           + WSLoansRepriced
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "BASE RATE REPRICING FOR " WSToday
       DISPLAY "BASE CHANGES APPLIED: " WSEventsApplied
       DISPLAY "PRODUCTS REPRICED:    " WSProdRepriced
       DISPLAY "RATE ROWS REPRICED:   " WSRowsRepriced
       DISPLAY "LOANS REPRICED:       " WSLoansRepriced
       DISPLAY "ACCOUNTS NOTIFIED:    " WSAcctsNotified
       DISPLAY "Repricing report written to " WSRptName
       IF WSNoticeOpen = "Y"
           DISPLAY "Rate-change notices written to " WSNoticeName
       END-IF.

       STOP RUN.

       LOAD-BASE-MOVES.
           MOVE 0 TO WSMoveCount
           MOVE "N" TO WSEOF
           OPEN INPUT BaseRateFile
           IF WSBaseFileStatus = "00"
               PERFORM LOAD-ONE-BASE-MOVE UNTIL WSEOF = "Y"
               CLOSE BaseRateFile
           END-IF.

       LOAD-ONE-BASE-MOVE.
           READ BaseRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BrPending AND BrEffDate IS NUMERIC
                       AND BrEffDate NOT > WSToday
                       MOVE BrRateCode TO WSLookupCode
                       PERFORM FIND-BASE-MOVE
                       IF WSMoveFound = "N"
                           PERFORM ADD-BASE-MOVE
                       ELSE
                           IF BrEffDate NOT < WSMvEffDate (WSMvSlot)
                               MOVE BrRate TO WSMvRate (WSMvSlot)
                               MOVE BrEffDate
                                   TO WSMvEffDate (WSMvSlot)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ADD-BASE-MOVE.
           IF WSMoveCount >= 20
               DISPLAY "Base move table full at 20 - code "
                   BrRateCode " left for the next run"
           ELSE
               ADD 1 TO WSMoveCount
               MOVE BrRateCode TO WSMvCode (WSMoveCount)
               MOVE BrRate TO WSMvRate (WSMoveCount)
               MOVE BrEffDate TO WSMvEffDate (WSMoveCount)
           END-IF.

       FIND-BASE-MOVE.
      *>     The slot is captured inside the loop body - the PERFORM
      *>     VARYING leaves the subscript one past the match.
           MOVE "N" TO WSMoveFound
           MOVE 0 TO WSMvSlot
           PERFORM CHECK-ONE-BASE-MOVE
               VARYING WSMvSub FROM 1 BY 1
               UNTIL WSMvSub > WSMoveCount OR WSMoveFound = "Y".

       CHECK-ONE-BASE-MOVE.
           IF WSMvCode (WSMvSub) = WSLookupCode
               MOVE "Y" TO WSMoveFound
               MOVE WSMvSub TO WSMvSlot
           END-IF.

       PRINT-BASE-MOVE.
           MOVE WSMvRate (WSMvSub) TO WSRateOut
           MOVE SPACES TO WSRptLine
           STRING "BASE " DELIMITED BY SIZE
               WSMvCode (WSMvSub) DELIMITED BY SIZE
               " MOVES TO " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WSMvEffDate (WSMvSub) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

      *>   Base plus margin, never below zero.
       PRICE-OFF-MOVE.
           COMPUTE WSPricedRate = WSMvRate (WSMvSlot) + WSPricedRate
           IF WSPricedRate < 0
               MOVE 0 TO WSPricedRate
           END-IF
           MOVE WSPricedRate TO WSNewRate.

       REPRICE-PRODUCTS.
           MOVE "N" TO WSEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               OPEN OUTPUT NewProductFile
               PERFORM REPRICE-ONE-PRODUCT UNTIL WSEOF = "Y"
               CLOSE ProductFile
               CLOSE NewProductFile
               PERFORM SWAP-PRODUCT-FILE-BACK
           END-IF.

       REPRICE-ONE-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ProdBaseCode NOT = SPACES
                       MOVE ProdBaseCode TO WSLookupCode
                       PERFORM FIND-BASE-MOVE
                       IF WSMoveFound = "Y"
                           MOVE ProdBaseMargin TO WSPricedRate
                           PERFORM PRICE-OFF-MOVE
                           IF WSNewRate NOT = ProdInterestRate
                               MOVE ProdInterestRate TO WSOldRate
                               MOVE WSNewRate TO ProdInterestRate
                               ADD 1 TO WSProdRepriced
                               MOVE ProdCode TO WSRepriceProduct
                               MOVE "C" TO WSRepriceKind
                               MOVE "PRD" TO WSRptType
                               PERFORM PRINT-PRODUCT-REPRICE
                               PERFORM KEEP-PRODUCT-REPRICE
                           END-IF
                       END-IF
                   END-IF
                   MOVE ProductRecord TO NewProductRecord
                   WRITE NewProductRecord
           END-READ.

       SWAP-PRODUCT-FILE-BACK.
           OPEN INPUT NewProductFile
           OPEN OUTPUT ProductFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-PRODUCT UNTIL WSEOF = "Y"
           CLOSE NewProductFile
           CLOSE ProductFile.

       COPY-BACK-ONE-PRODUCT.
           READ NewProductFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewProductRecord TO ProductRecord
                   WRITE ProductRecord
           END-READ.

       REPRICE-DEBIT-RATES.
           MOVE "N" TO WSEOF
           OPEN INPUT DebitRateFile
           IF WSDbrFileStatus = "00"
               OPEN OUTPUT NewDebitRateFile
               PERFORM REPRICE-ONE-DEBIT-RATE UNTIL WSEOF = "Y"
               CLOSE DebitRateFile
               CLOSE NewDebitRateFile
               PERFORM SWAP-DEBIT-RATE-FILE-BACK
           END-IF.

       REPRICE-ONE-DEBIT-RATE.
           READ DebitRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF DbrBaseCode NOT = SPACES
                       MOVE DbrBaseCode TO WSLookupCode
                       PERFORM FIND-BASE-MOVE
                       IF WSMoveFound = "Y"
                           MOVE DbrBaseMargin TO WSPricedRate
                           PERFORM PRICE-OFF-MOVE
                           IF WSNewRate NOT = DbrAnnualRate
                               MOVE DbrAnnualRate TO WSOldRate
                               MOVE WSNewRate TO DbrAnnualRate
                               ADD 1 TO WSRowsRepriced
                               MOVE DbrProductCode
                                   TO WSRepriceProduct
                               MOVE "D" TO WSRepriceKind
                               MOVE "ODR" TO WSRptType
                               PERFORM PRINT-PRODUCT-REPRICE
                               PERFORM KEEP-PRODUCT-REPRICE
                           END-IF
                       END-IF
                   END-IF
                   MOVE DebitRateRecord TO NewDebitRateRecord
                   WRITE NewDebitRateRecord
           END-READ.

       SWAP-DEBIT-RATE-FILE-BACK.
           OPEN INPUT NewDebitRateFile
           OPEN OUTPUT DebitRateFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-DEBIT-RATE UNTIL WSEOF = "Y"
           CLOSE NewDebitRateFile
           CLOSE DebitRateFile.

       COPY-BACK-ONE-DEBIT-RATE.
           READ NewDebitRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewDebitRateRecord TO DebitRateRecord
                   WRITE DebitRateRecord
           END-READ.

      *>   Product-level report line - PRD for a product's credit
      *>   rate, ODR for its debit rate.
       PRINT-PRODUCT-REPRICE.
           MOVE WSOldRate TO WSRateOut
           MOVE WSNewRate TO WSRateOut2
           MOVE SPACES TO WSRptLine
           STRING WSRptType DELIMITED BY SIZE
               " PRODUCT " DELIMITED BY SIZE
               WSRepriceProduct DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WSLookupCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WSRateOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       KEEP-PRODUCT-REPRICE.
           IF WSRpCount >= 40
               DISPLAY "Reprice table full at 40 - no notices for "
                   "product " WSRepriceProduct
           ELSE
               ADD 1 TO WSRpCount
               MOVE WSRepriceProduct TO WSRpProduct (WSRpCount)
               MOVE WSRepriceKind TO WSRpKind (WSRpCount)
               MOVE WSLookupCode TO WSRpBase (WSRpCount)
               MOVE WSOldRate TO WSRpOldRate (WSRpCount)
               MOVE WSNewRate TO WSRpNewRate (WSRpCount)
           END-IF.

      *>   The general balance bands apply to every account whose
      *>   product carries no rate of its own, so a band move is
      *>   reported here but noticed through the rate table the
      *>   branches publish, not one letter per account.
       REPRICE-RATE-BANDS.
           MOVE "N" TO WSEOF
           OPEN INPUT RateFile
           IF WSRateFileStatus = "00"
               OPEN OUTPUT NewRateFile
               PERFORM REPRICE-ONE-RATE-BAND UNTIL WSEOF = "Y"
               CLOSE RateFile
               CLOSE NewRateFile
               PERFORM SWAP-RATE-FILE-BACK
           END-IF.

       REPRICE-ONE-RATE-BAND.
           READ RateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RateBaseCode NOT = SPACES
                       MOVE RateBaseCode TO WSLookupCode
                       PERFORM FIND-BASE-MOVE
                       IF WSMoveFound = "Y"
                           MOVE RateBaseMargin TO WSPricedRate
                           PERFORM PRICE-OFF-MOVE
                           IF WSNewRate NOT = RateAnnualRate
                               MOVE RateAnnualRate TO WSOldRate
                               MOVE WSNewRate TO RateAnnualRate
                               ADD 1 TO WSRowsRepriced
                               PERFORM PRINT-BAND-REPRICE
                           END-IF
                       END-IF
                   END-IF
                   MOVE RateRecord TO NewRateRecord
                   WRITE NewRateRecord
           END-READ.

       PRINT-BAND-REPRICE.
           MOVE WSOldRate TO WSRateOut
           MOVE WSNewRate TO WSRateOut2
           MOVE RateBandFloor TO WSFloorOut
           MOVE SPACES TO WSRptLine
           STRING "BAND " DELIMITED BY SIZE
               WSFloorOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSLookupCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WSRateOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SWAP-RATE-FILE-BACK.
           OPEN INPUT NewRateFile
           OPEN OUTPUT RateFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-RATE UNTIL WSEOF = "Y"
           CLOSE NewRateFile
           CLOSE RateFile.

       COPY-BACK-ONE-RATE.
           READ NewRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewRateRecord TO RateRecord
                   WRITE RateRecord
           END-READ.

       LOAD-VARIABLE-LOANS.
           MOVE 0 TO WSLtTotal
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM CHECK-ONE-VARIABLE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF.

       CHECK-ONE-VARIABLE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnActive AND LnVariableRate
                       AND LnOutstanding > 0
                       MOVE LnBaseCode TO WSLookupCode
                       PERFORM FIND-BASE-MOVE
                       IF WSMoveFound = "Y"
                           MOVE LnBaseMargin TO WSPricedRate
                           PERFORM PRICE-OFF-MOVE
                           IF WSNewRate NOT = LnAnnualRate
                               PERFORM ADD-LOAN-ENTRY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ADD-LOAN-ENTRY.
           IF WSLtTotal >= 500
               MOVE "Y" TO WSLoanTableFull
           ELSE
               ADD 1 TO WSLtTotal
               MOVE LnNumber TO WSLtLoan (WSLtTotal)
               MOVE LnCustomerID TO WSLtCustomer (WSLtTotal)
               MOVE LnBaseCode TO WSLtBase (WSLtTotal)
               MOVE LnAnnualRate TO WSLtOldRate (WSLtTotal)
               MOVE WSNewRate TO WSLtNewRate (WSLtTotal)
               MOVE LnInstallment TO WSLtOldInst (WSLtTotal)
               MOVE LnInstallment TO WSLtNewInst (WSLtTotal)
               MOVE 0 TO WSLtCount (WSLtTotal)
               MOVE 0 TO WSLtFirstDue (WSLtTotal)
               MOVE 0 TO WSLtOldSum (WSLtTotal)
               MOVE 0 TO WSLtBalance (WSLtTotal)
               MOVE 1 TO WSLtDiscount (WSLtTotal)
           END-IF.

       FIND-LOAN-ENTRY.
           MOVE "N" TO WSLtFound
           MOVE 0 TO WSLtSlot
           PERFORM CHECK-ONE-LOAN-ENTRY
               VARYING WSLtSub FROM 1 BY 1
               UNTIL WSLtSub > WSLtTotal OR WSLtFound = "Y".

       CHECK-ONE-LOAN-ENTRY.
           IF WSLtLoan (WSLtSub) = WSLookupLoan
               MOVE "Y" TO WSLtFound
               MOVE WSLtSub TO WSLtSlot
           END-IF.

      *>   One pass over the schedule values every installment
      *>   still due today or later at the loan's old rate; a
      *>   loan's rows stand in installment order, so each row is
      *>   one more month of discounting than the last.
       VALUE-FUTURE-INSTALLMENTS.
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
                   IF LsDue AND LsDueDate NOT < WSToday
                       MOVE LsLoanNumber TO WSLookupLoan
                       PERFORM FIND-LOAN-ENTRY
                       IF WSLtFound = "Y"
                           PERFORM VALUE-ONE-INSTALLMENT
                       END-IF
                   END-IF
           END-READ.

       VALUE-ONE-INSTALLMENT.
           IF WSLtCount (WSLtSlot) = 0
               MOVE LsDueDate TO WSLtFirstDue (WSLtSlot)
           END-IF
           ADD 1 TO WSLtCount (WSLtSlot)
           ADD LsAmount TO WSLtOldSum (WSLtSlot)
           COMPUTE WSMonthlyRate ROUNDED = WSLtOldRate (WSLtSlot) / 12
           COMPUTE WSLtDiscount (WSLtSlot) ROUNDED =
               WSLtDiscount (WSLtSlot) * (1 + WSMonthlyRate)
           COMPUTE WSLtBalance (WSLtSlot) ROUNDED =
               WSLtBalance (WSLtSlot)
               + (LsAmount / WSLtDiscount (WSLtSlot)).

      *>   Level annuity over the same number of installments at
      *>   the new rate; a zero rate degrades to a straight split.
      *>   A loan with nothing left to fall due keeps its figure.
       SET-NEW-INSTALLMENT.
           IF WSLtCount (WSLtSub) > 0
               COMPUTE WSMonthlyRate ROUNDED =
                   WSLtNewRate (WSLtSub) / 12
               IF WSMonthlyRate = 0
                   COMPUTE WSLtNewInst (WSLtSub) ROUNDED =
                       WSLtBalance (WSLtSub) / WSLtCount (WSLtSub)
               ELSE
                   MOVE 1 TO WSCompound
                   MOVE 0 TO WSCompoundStep
                   PERFORM COMPOUND-ONE-MONTH
                       UNTIL WSCompoundStep >= WSLtCount (WSLtSub)
                   COMPUTE WSLtNewInst (WSLtSub) ROUNDED =
                       (WSLtBalance (WSLtSub) * WSMonthlyRate
                        * WSCompound) / (WSCompound - 1)
               END-IF
           END-IF.

       COMPOUND-ONE-MONTH.
           COMPUTE WSCompound ROUNDED =
               WSCompound * (1 + WSMonthlyRate)
           ADD 1 TO WSCompoundStep.

       REWRITE-LOAN-SCHEDULE.
           MOVE "N" TO WSEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus NOT = "00"
               DISPLAY "LoanSchedule.dat could not be opened - "
                   "schedules not regenerated"
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
                   IF LsDue AND LsDueDate NOT < WSToday
                       MOVE LsLoanNumber TO WSLookupLoan
                       PERFORM FIND-LOAN-ENTRY
                       IF WSLtFound = "Y"
                           MOVE WSLtNewInst (WSLtSlot) TO LsAmount
                       END-IF
                   END-IF
                   MOVE LoanScheduleRecord TO NewScheduleRecord
                   WRITE NewScheduleRecord
           END-READ.

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
                   "loans not repriced"
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
                   MOVE LnNumber TO WSLookupLoan
                   PERFORM FIND-LOAN-ENTRY
                   IF WSLtFound = "Y"
                       MOVE WSLtNewRate (WSLtSlot) TO LnAnnualRate
                       MOVE WSLtNewInst (WSLtSlot) TO LnInstallment
                       COMPUTE LnOutstanding = LnOutstanding
                           - WSLtOldSum (WSLtSlot)
                           + (WSLtNewInst (WSLtSlot)
                              * WSLtCount (WSLtSlot))
                       PERFORM BOOK-OUTSTANDING-CHANGE
                       ADD 1 TO WSLoansRepriced
                       PERFORM PRINT-LOAN-REPRICE
                   END-IF
                   MOVE LoanRecord TO NewLoanRecord
                   WRITE NewLoanRecord
           END-READ.

       BOOK-OUTSTANDING-CHANGE.
           COMPUTE WSGlAmount =
               (WSLtNewInst (WSLtSlot) * WSLtCount (WSLtSlot))
               - WSLtOldSum (WSLtSlot)
           IF WSGlAmount < 0
               COMPUTE WSGlAmount = 0 - WSGlAmount
               MOVE WSAcctUnearned TO WSGlDrAccount
               MOVE WSAcctLoans TO WSGlCrAccount
           ELSE
               MOVE WSAcctLoans TO WSGlDrAccount
               MOVE WSAcctUnearned TO WSGlCrAccount
           END-IF
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
           MOVE "BASEREPR" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

       PRINT-LOAN-REPRICE.
           MOVE WSLtOldRate (WSLtSlot) TO WSRateOut
           MOVE WSLtNewRate (WSLtSlot) TO WSRateOut2
           MOVE WSLtOldInst (WSLtSlot) TO WSMoneyOut
           MOVE WSLtNewInst (WSLtSlot) TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "LOAN " DELIMITED BY SIZE
               LnNumber DELIMITED BY SIZE
               " CUST " DELIMITED BY SIZE
               LnCustomerID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LnBaseCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WSRateOut2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

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

      *>   Notices - every active account on a repriced product
      *>   in one browse of the master, then each repriced loan's
      *>   borrower read by key.
       NOTIFY-CUSTOMERS.
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "no rate-change notices written"
           ELSE
               IF WSRpCount > 0
                   MOVE "N" TO WSEOF
                   PERFORM NOTIFY-ONE-ACCOUNT UNTIL WSEOF = "Y"
               END-IF
               PERFORM NOTIFY-ONE-BORROWER
                   VARYING WSLtSub FROM 1 BY 1
                   UNTIL WSLtSub > WSLtTotal
               CLOSE CustomerFile
           END-IF.

       NOTIFY-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AcctActive AND CustProductCode NOT = SPACES
                       MOVE "N" TO WSRpSeen
                       PERFORM CHECK-ACCOUNT-PRODUCT
                           VARYING WSRpSub FROM 1 BY 1
                           UNTIL WSRpSub > WSRpCount
                       IF WSRpSeen = "Y"
                           ADD 1 TO WSAcctsNotified
                       END-IF
                   END-IF
           END-READ.

       CHECK-ACCOUNT-PRODUCT.
           IF WSRpProduct (WSRpSub) = CustProductCode
               IF WSRpSeen = "N"
                   MOVE "Y" TO WSRpSeen
                   PERFORM WRITE-NOTICE-HEADING
               END-IF
               PERFORM WRITE-ACCOUNT-NOTICE-LINE
           END-IF.

       WRITE-NOTICE-HEADING.
           IF WSNoticeOpen = "N"
               OPEN OUTPUT NoticeFile
               MOVE "Y" TO WSNoticeOpen
           END-IF
           MOVE SPACES TO WSCustomerName
           STRING FirstName DELIMITED BY SPACE
               SPACE
               LastName DELIMITED BY SIZE
               INTO WSCustomerName
           END-STRING
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE "NOTICE OF CHANGE IN INTEREST RATE" TO NoticeLine
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           STRING WSCustomerName DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               INTO NoticeLine
           END-STRING
           WRITE NoticeLine
      *>     Returned post - the notice is kept at the branch rather
      *>     than mailed to an address that does not reach them.
           IF CustAddrUnverified
               MOVE SPACES TO NoticeLine
               STRING "MAIL HOLD - DO NOT POST, RETAIN AT BRANCH "
                   DELIMITED BY SIZE
                   CustBranch DELIMITED BY SIZE
                   INTO NoticeLine
               END-STRING
           ELSE
               MOVE CustAddress TO NoticeLine
           END-IF
           WRITE NoticeLine.

       WRITE-ACCOUNT-NOTICE-LINE.
           MOVE WSRpBase (WSRpSub) TO WSLookupCode
           PERFORM FIND-BASE-MOVE
           PERFORM WRITE-BASE-MOVE-LINE
           IF WSRpKind (WSRpSub) = "D"
               MOVE "OVERDRAFT (DEBIT) RATE" TO WSRateKindText
           ELSE
               MOVE "CREDIT INTEREST RATE" TO WSRateKindText
           END-IF
           MOVE WSRpOldRate (WSRpSub) TO WSRateOut
           MOVE WSRpNewRate (WSRpSub) TO WSRateOut2
           MOVE SPACES TO NoticeLine
           STRING "  YOUR " DELIMITED BY SIZE
               WSRateKindText DELIMITED BY "  "
               " CHANGES FROM " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSRateOut2 DELIMITED BY SIZE
               " PER ANNUM" DELIMITED BY SIZE
               INTO NoticeLine
           END-STRING
           WRITE NoticeLine
           MOVE SPACES TO WSRptLine
           STRING "ACCT " DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               " PRD " DELIMITED BY SIZE
               CustProductCode DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WSRpBase (WSRpSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WSRateOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       WRITE-BASE-MOVE-LINE.
           MOVE WSMvRate (WSMvSlot) TO WSRateOut
           MOVE SPACES TO NoticeLine
           STRING "  THE " DELIMITED BY SIZE
               WSMvCode (WSMvSlot) DELIMITED BY SIZE
               " BASE RATE MOVED TO " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WSMvEffDate (WSMvSlot) DELIMITED BY SIZE
               INTO NoticeLine
           END-STRING
           WRITE NoticeLine.

       NOTIFY-ONE-BORROWER.
           MOVE WSLtCustomer (WSLtSub) TO IDNum
           MOVE "N" TO WSCustSeen
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Borrower " WSLtCustomer (WSLtSub)
                       " of loan " WSLtLoan (WSLtSub)
                       " not on file - no notice written"
               NOT INVALID KEY
                   MOVE "Y" TO WSCustSeen
           END-READ
           IF WSCustSeen = "Y"
               PERFORM WRITE-NOTICE-HEADING
               MOVE WSLtBase (WSLtSub) TO WSLookupCode
               PERFORM FIND-BASE-MOVE
               PERFORM WRITE-BASE-MOVE-LINE
               PERFORM WRITE-LOAN-NOTICE-LINES
           END-IF.

       WRITE-LOAN-NOTICE-LINES.
           MOVE WSLtOldRate (WSLtSub) TO WSRateOut
           MOVE WSLtNewRate (WSLtSub) TO WSRateOut2
           MOVE SPACES TO NoticeLine
           STRING "  LOAN " DELIMITED BY SIZE
               WSLtLoan (WSLtSub) DELIMITED BY SIZE
               " RATE CHANGES FROM " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSRateOut2 DELIMITED BY SIZE
               " PER ANNUM" DELIMITED BY SIZE
               INTO NoticeLine
           END-STRING
           WRITE NoticeLine
           IF WSLtCount (WSLtSub) > 0
               MOVE WSLtOldInst (WSLtSub) TO WSMoneyOut
               MOVE WSLtNewInst (WSLtSub) TO WSMoneyOut2
               MOVE SPACES TO NoticeLine
               STRING "  INSTALLMENT CHANGES FROM " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   INTO NoticeLine
               END-STRING
               WRITE NoticeLine
               MOVE SPACES TO NoticeLine
               STRING "  FROM THE INSTALLMENT DUE " DELIMITED BY SIZE
                   WSLtFirstDue (WSLtSub) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WSLtCount (WSLtSub) DELIMITED BY SIZE
                   " INSTALLMENTS REMAIN" DELIMITED BY SIZE
                   INTO NoticeLine
               END-STRING
               WRITE NoticeLine
           END-IF.

       MARK-EVENTS-APPLIED.
           MOVE "N" TO WSEOF
           OPEN INPUT BaseRateFile
           IF WSBaseFileStatus = "00"
               OPEN OUTPUT NewBaseRateFile
               PERFORM MARK-ONE-EVENT UNTIL WSEOF = "Y"
               CLOSE BaseRateFile
               CLOSE NewBaseRateFile
               PERFORM SWAP-BASE-FILE-BACK
           END-IF.

       MARK-ONE-EVENT.
           READ BaseRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BrPending AND BrEffDate IS NUMERIC
                       AND BrEffDate NOT > WSToday
                       MOVE BrRateCode TO WSLookupCode
                       PERFORM FIND-BASE-MOVE
                       IF WSMoveFound = "Y"
                           SET BrApplied TO TRUE
                           MOVE WSToday TO BrAppliedDate
                           ADD 1 TO WSEventsApplied
                       END-IF
                   END-IF
                   MOVE BaseRateRecord TO NewBaseRateRecord
                   WRITE NewBaseRateRecord
           END-READ.

       SWAP-BASE-FILE-BACK.
           OPEN INPUT NewBaseRateFile
           OPEN OUTPUT BaseRateFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-EVENT UNTIL WSEOF = "Y"
           CLOSE NewBaseRateFile
           CLOSE BaseRateFile.

       COPY-BACK-ONE-EVENT.
           READ NewBaseRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewBaseRateRecord TO BaseRateRecord
                   WRITE BaseRateRecord
           END-READ.

       PRINT-REPRICING-SUMMARY.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "PRODUCTS REPRICED: " DELIMITED BY SIZE
               WSProdRepriced DELIMITED BY SIZE
               "  RATE ROWS REPRICED: " DELIMITED BY SIZE
               WSRowsRepriced DELIMITED BY SIZE
               "  LOANS REPRICED: " DELIMITED BY SIZE
               WSLoansRepriced DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "ACCOUNTS NOTIFIED: " DELIMITED BY SIZE
               WSAcctsNotified DELIMITED BY SIZE
               "  BASE CHANGES APPLIED: " DELIMITED BY SIZE
               WSEventsApplied DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
