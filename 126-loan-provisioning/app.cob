       >> SOURCE FORMAT FREE
       identification division.
       program-id. LOANPROV.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT ScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSchedFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT CreditLimitFile ASSIGN TO "CreditLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLimitFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT ExcessDaysFile ASSIGN TO "ExcessDays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDaysFileStatus.

           SELECT ProvisionRateFile ASSIGN TO "ProvisionRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT ProvHistFile ASSIGN TO "ProvisionHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

       data division.

       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD ScheduleFile.
       COPY LOANSCHD.

       FD CustomerFile.
       COPY CUSTREC.

       FD CreditLimitFile.
       COPY CREDLIM.

       FD ProductFile.
       COPY PRODREC.

      *> The excess monitor's consecutive-day state - read here
      *> for the overdraft aging, never written.
       FD ExcessDaysFile.
       01 ExcessDaysRecord.
           02 EdCustomerID PIC 9(5).
           02 EdDays PIC 9(5).
           02 EdLastDate PIC 9(8).

       FD ProvisionRateFile.
       COPY PROVRATE.

      *> One row per month-end run - the provision the books carry
      *> after it, so next month posts only the difference.
       FD ProvHistFile.
       01 ProvHistRecord.
           02 PhRunDate PIC 9(8).
           02 PhLoanProvision PIC S9(11)V99.
           02 PhOdProvision PIC S9(11)V99.
           02 PhRequired PIC S9(11)V99.
           02 PhMovement PIC S9(11)V99.

       FD GLMovementFile.
       COPY GLMOVE.

       WORKING-STORAGE SECTION.
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSLimitFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSDaysFileStatus PIC X(2) VALUE "00".
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - the GL movement is the difference
      *>   from the last run, so a second run for the same date
      *>   would find nothing to move, but the history row and the
      *>   schedule would still double. The skip applies always.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "LOANPROV".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Closed-year check - once the year-end close has closed
      *>   a financial year nothing is booked into it.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

      *>   The provision accounts. The charge is an expense of our
      *>   own; the allowance is the contra-asset the balance
      *>   sheet nets against the loan and overdraft book.
       01 WSAcctAllowance PIC 9(4) VALUE 1290.
       01 WSAcctProvCharge PIC 9(4) VALUE 5300.

      *>   Rates in force on the business date - loan buckets 0-4
      *>   sit in slots 1-5, overdraft buckets 1-3 in slots 1-3.
       01 WSLoanRateTable.
           02 WSLoanRate PIC 9V9999 OCCURS 5 TIMES.
           02 WSLoanRateDate PIC 9(8) OCCURS 5 TIMES.
       01 WSOdRateTable.
           02 WSOdRate PIC 9V9999 OCCURS 3 TIMES.
           02 WSOdRateDate PIC 9(8) OCCURS 3 TIMES.
       01 WSRateSlot PIC 9 VALUE 0.
       01 WSRatesSeen PIC 9(5) VALUE 0.

      *>   Active loans, with their arrears aged the way the
      *>   arrears report ages them (30-day months), so the
      *>   buckets here are the buckets collections works from.
       01 WSLoanTable.
           02 WSLoanEntry OCCURS 500 TIMES INDEXED BY WSLoanIdx.
               03 WSLnNumber PIC 9(7).
               03 WSLnCustomer PIC 9(5).
               03 WSLnOutstanding PIC S9(11)V99.
               03 WSLnArrears PIC S9(11)V99 OCCURS 4 TIMES.
       01 WSLoanCount PIC 999 VALUE 0.
       01 WSLoanSlot PIC 999 VALUE 0.
       01 WSArrSub PIC 9 VALUE 0.
       01 WSPerforming PIC S9(11)V99 VALUE 0.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSTodayYear PIC 9(4) VALUE 0.
       01 WSTodayMonth PIC 99 VALUE 0.
       01 WSTodayDay PIC 99 VALUE 0.
       01 WSTodayMMDD PIC 9(4) VALUE 0.
       01 WSDueYear PIC 9(4) VALUE 0.
       01 WSDueMonth PIC 99 VALUE 0.
       01 WSDueDay PIC 99 VALUE 0.
       01 WSDueMMDD PIC 9(4) VALUE 0.
       01 WSDaysOverdue PIC S9(5) VALUE 0.

      *>   Credit limits and product floors, loaded once - the
      *>   excess monitor's order: explicit entry, product default,
      *>   zero.
       01 WSLimitTable.
           02 WSLimitEntry OCCURS 200 TIMES
               INDEXED BY WSLimIdx.
               03 WSLimCustomer PIC 9(5).
               03 WSLimFloor PIC S9(9)V99.
       01 WSLimitCount PIC 999 VALUE 0.
       01 WSProdTable.
           02 WSProdEntry OCCURS 20 TIMES INDEXED BY WSProdIdx.
               03 WSProdCode PIC X(3).
               03 WSProdFloor PIC S9(9)V99.
       01 WSProdCount PIC 99 VALUE 0.
       01 WSFloorInForce PIC S9(9)V99 VALUE 0.
       01 WSLimitSeen PIC A(1) VALUE "N".
       01 WSExcessAmount PIC S9(11)V99 VALUE 0.
       01 WSOdSub PIC 9 VALUE 0.

      *>   Exposure per branch and bucket - the schedule the
      *>   auditors sign is printed from this.
       01 WSBranchTable.
           02 WSBranchEntry OCCURS 20 TIMES
               INDEXED BY WSBranchIdx.
               03 WSBranchCode PIC X(4).
               03 WSBrLoanExp PIC S9(11)V99 OCCURS 5 TIMES.
               03 WSBrOdExp PIC S9(11)V99 OCCURS 3 TIMES.
       01 WSBranchTotCount PIC 99 VALUE 0.
       01 WSBranchSlot PIC 99 VALUE 0.
       01 WSExpBranch PIC X(4) VALUE "HO".

       01 WSBucketSub PIC 9 VALUE 0.
       01 WSBucketName PIC X(14) VALUE SPACES.
       01 WSBookName PIC X(10) VALUE SPACES.
       01 WSLineExposure PIC S9(11)V99 VALUE 0.
       01 WSLineRate PIC 9V9999 VALUE 0.
       01 WSLineProvision PIC S9(11)V99 VALUE 0.
       01 WSBranchProvision PIC S9(11)V99 VALUE 0.
       01 WSBranchExposure PIC S9(11)V99 VALUE 0.
       01 WSLoanProvision PIC S9(11)V99 VALUE 0.
       01 WSOdProvision PIC S9(11)V99 VALUE 0.
       01 WSLoanExposure PIC S9(11)V99 VALUE 0.
       01 WSOdExposure PIC S9(11)V99 VALUE 0.
       01 WSBucketTotals.
           02 WSTotLoanBucket PIC S9(11)V99 OCCURS 5 TIMES.
           02 WSTotOdBucket PIC S9(11)V99 OCCURS 3 TIMES.
       01 WSRequired PIC S9(11)V99 VALUE 0.
       01 WSPrevious PIC S9(11)V99 VALUE 0.
       01 WSPreviousDate PIC 9(8) VALUE 0.
       01 WSMovement PIC S9(11)V99 VALUE 0.
       01 WSMoveAmount PIC S9(11)V99 VALUE 0.

       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.
       01 WSRateOut PIC 9.9999.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "LoanProvision.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Month-end loan-loss provisioning - every active loan's
      *>   outstanding is split into its performing part and its
      *>   arrears aged 30/60/90 the way the arrears report ages
      *>   them; every account past its overdraft floor carries its
      *>   excess in the excess monitor's 1-7 / 8-30 / over-30
      *>   buckets. Each bucket's exposure times its rate from
      *>   ProvisionRates.dat is the provision required. The GL
      *>   only hears the movement since the last run - an
      *>   increase charges the expense and builds the allowance,
      *>   a release runs the other way - and the schedule by
      *>   branch and bucket prints for the auditors' sign-off.
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
       CALL 'GLLOCK' USING WSBusinessDate, WSGlClosedThrough,
           WSGlRetainedAcct, WSGlLockStatus
       IF WSGlLockStatus NOT = 0
           DISPLAY WSBusinessDate " falls in the financial year "
               "closed to " WSGlClosedThrough " - provisioning not booked"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       MOVE WSBusinessDate TO WSToday
       DIVIDE WSToday BY 10000 GIVING WSTodayYear
           REMAINDER WSTodayMMDD
       DIVIDE WSTodayMMDD BY 100 GIVING WSTodayMonth
           REMAINDER WSTodayDay

       PERFORM LOAD-PROVISION-RATES
       IF WSRatesSeen = 0
           DISPLAY "No provision rates in force on " WSBusinessDate
               " - load them through provision maintenance"
           MOVE 8 TO WSRunRC
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-CREDIT-LIMITS
       PERFORM LOAD-PRODUCT-FLOORS
       PERFORM LOAD-PREVIOUS-PROVISION

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "provisioning aborted"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-ACTIVE-LOANS
       PERFORM AGE-LOAN-ARREARS
       PERFORM SPREAD-ONE-LOAN
           VARYING WSLoanIdx FROM 1 BY 1
           UNTIL WSLoanIdx > WSLoanCount
       PERFORM AGE-OVERDRAFT-EXCESS
       CLOSE CustomerFile

       PERFORM PRINT-PROVISION-SCHEDULE
       COMPUTE WSRequired = WSLoanProvision + WSOdProvision
       COMPUTE WSMovement = WSRequired - WSPrevious
       PERFORM BOOK-PROVISION-MOVEMENT
       PERFORM PRINT-PROVISION-SUMMARY
       PERFORM WRITE-PROVISION-HISTORY

       MOVE WSLoanCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "LOAN-LOSS PROVISIONING FOR " WSBusinessDate
       MOVE WSRequired TO WSMoneyOut
       DISPLAY "PROVISION REQUIRED: " WSMoneyOut
       MOVE WSMovement TO WSMoneyOut
       DISPLAY "MOVEMENT POSTED:    " WSMoneyOut
       DISPLAY "Schedule written to " WSRptName.

       STOP RUN.

       LOAD-PROVISION-RATES.
      *>     Latest effective date on or before the business date
      *>     wins per book and bucket; the file is in keying
      *>     order, not date order, so every row is compared.
           MOVE 0 TO WSRatesSeen
           INITIALIZE WSLoanRateTable WSOdRateTable
           MOVE "N" TO WSScanEOF
           OPEN INPUT ProvisionRateFile
           IF WSRateFileStatus = "00"
               PERFORM LOAD-ONE-PROVISION-RATE UNTIL WSScanEOF = "Y"
               CLOSE ProvisionRateFile
           END-IF.

       LOAD-ONE-PROVISION-RATE.
           READ ProvisionRateFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF PrEffDate <= WSBusinessDate
                       EVALUATE TRUE
                           WHEN PrBookLoan AND PrBucket <= 4
                               COMPUTE WSRateSlot = PrBucket + 1
                               IF PrEffDate >=
                                   WSLoanRateDate (WSRateSlot)
                                   MOVE PrRate
                                       TO WSLoanRate (WSRateSlot)
                                   MOVE PrEffDate
                                       TO WSLoanRateDate (WSRateSlot)
                                   ADD 1 TO WSRatesSeen
                               END-IF
                           WHEN PrBookOverdraft AND PrBucket >= 1
                               AND PrBucket <= 3
                               MOVE PrBucket TO WSRateSlot
                               IF PrEffDate >=
                                   WSOdRateDate (WSRateSlot)
                                   MOVE PrRate
                                       TO WSOdRate (WSRateSlot)
                                   MOVE PrEffDate
                                       TO WSOdRateDate (WSRateSlot)
                                   ADD 1 TO WSRatesSeen
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       LOAD-CREDIT-LIMITS.
           MOVE 0 TO WSLimitCount
           MOVE "N" TO WSScanEOF
           OPEN INPUT CreditLimitFile
           IF WSLimitFileStatus = "00"
               PERFORM LOAD-ONE-LIMIT UNTIL WSScanEOF = "Y"
               CLOSE CreditLimitFile
           END-IF.

       LOAD-ONE-LIMIT.
           READ CreditLimitFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF WSLimitCount >= 200
                       DISPLAY "Limit table full at 200 entries"
                   ELSE
                       ADD 1 TO WSLimitCount
                       SET WSLimIdx TO WSLimitCount
                       MOVE CLCustomerID
                           TO WSLimCustomer (WSLimIdx)
                       MOVE CLLimitAmount
                           TO WSLimFloor (WSLimIdx)
                   END-IF
           END-READ.

       LOAD-PRODUCT-FLOORS.
           MOVE 0 TO WSProdCount
           MOVE "N" TO WSScanEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM LOAD-ONE-PRODUCT UNTIL WSScanEOF = "Y"
               CLOSE ProductFile
           END-IF.

       LOAD-ONE-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF WSProdCount >= 20
                       DISPLAY "Product table full at 20 entries"
                   ELSE
                       ADD 1 TO WSProdCount
                       SET WSProdIdx TO WSProdCount
                       MOVE ProdCode TO WSProdCode (WSProdIdx)
                       MOVE ProdOverdraftFloor
                           TO WSProdFloor (WSProdIdx)
                   END-IF
           END-READ.

       LOAD-PREVIOUS-PROVISION.
      *>     The last history row is what the books carry now.
           MOVE 0 TO WSPrevious
           MOVE 0 TO WSPreviousDate
           MOVE "N" TO WSScanEOF
           OPEN INPUT ProvHistFile
           IF WSHistFileStatus = "00"
               PERFORM READ-ONE-HISTORY-ROW UNTIL WSScanEOF = "Y"
               CLOSE ProvHistFile
           END-IF.

       READ-ONE-HISTORY-ROW.
           READ ProvHistFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   MOVE PhRequired TO WSPrevious
                   MOVE PhRunDate TO WSPreviousDate
           END-READ.

       LOAD-ACTIVE-LOANS.
           MOVE 0 TO WSLoanCount
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM LOAD-ONE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF.

       LOAD-ONE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnActive AND LnOutstanding > 0
                       IF WSLoanCount >= 500
                           DISPLAY "Loan table full at 500 loans - "
                               LnNumber " not provisioned"
                           MOVE 4 TO WSRunRC
                       ELSE
                           ADD 1 TO WSLoanCount
                           SET WSLoanIdx TO WSLoanCount
                           MOVE LnNumber TO WSLnNumber (WSLoanIdx)
                           MOVE LnCustomerID
                               TO WSLnCustomer (WSLoanIdx)
                           MOVE LnOutstanding
                               TO WSLnOutstanding (WSLoanIdx)
                           MOVE 0 TO WSLnArrears (WSLoanIdx, 1)
                           MOVE 0 TO WSLnArrears (WSLoanIdx, 2)
                           MOVE 0 TO WSLnArrears (WSLoanIdx, 3)
                           MOVE 0 TO WSLnArrears (WSLoanIdx, 4)
                       END-IF
                   END-IF
           END-READ.

       AGE-LOAN-ARREARS.
           MOVE "N" TO WSEOF
           OPEN INPUT ScheduleFile
           IF WSSchedFileStatus = "00"
               PERFORM AGE-ONE-INSTALLMENT UNTIL WSEOF = "Y"
               CLOSE ScheduleFile
           END-IF.

       AGE-ONE-INSTALLMENT.
           READ ScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LsDue AND LsDueDate < WSToday
                       PERFORM FIND-LOAN-SLOT
                       IF WSLoanSlot > 0
                           PERFORM BUCKET-ONE-ARREAR
                       END-IF
                   END-IF
           END-READ.

       FIND-LOAN-SLOT.
           MOVE 0 TO WSLoanSlot
           PERFORM CHECK-ONE-LOAN-SLOT
               VARYING WSLoanIdx FROM 1 BY 1
               UNTIL WSLoanIdx > WSLoanCount OR WSLoanSlot > 0.

       CHECK-ONE-LOAN-SLOT.
           IF WSLnNumber (WSLoanIdx) = LsLoanNumber
               MOVE WSLoanIdx TO WSLoanSlot
           END-IF.

       BUCKET-ONE-ARREAR.
           DIVIDE LsDueDate BY 10000 GIVING WSDueYear
               REMAINDER WSDueMMDD
           DIVIDE WSDueMMDD BY 100 GIVING WSDueMonth
               REMAINDER WSDueDay
           COMPUTE WSDaysOverdue =
               ((WSTodayYear - WSDueYear) * 360)
               + ((WSTodayMonth - WSDueMonth) * 30)
               + (WSTodayDay - WSDueDay)
           EVALUATE TRUE
               WHEN WSDaysOverdue > 90 MOVE 4 TO WSArrSub
               WHEN WSDaysOverdue > 60 MOVE 3 TO WSArrSub
               WHEN WSDaysOverdue > 30 MOVE 2 TO WSArrSub
               WHEN OTHER MOVE 1 TO WSArrSub
           END-EVALUATE
           SET WSLoanIdx TO WSLoanSlot
           ADD LsAmount TO WSLnArrears (WSLoanIdx, WSArrSub).

       SPREAD-ONE-LOAN.
      *>     What is not yet due is the performing slice; arrears
      *>     land in their aged buckets, all under the borrower's
      *>     branch.
           MOVE WSLnCustomer (WSLoanIdx) TO IDNum
           PERFORM FIND-CUSTOMER-BRANCH
           PERFORM FIND-BRANCH-SLOT
           IF WSBranchSlot > 0
               SET WSBranchIdx TO WSBranchSlot
               COMPUTE WSPerforming = WSLnOutstanding (WSLoanIdx)
                   - WSLnArrears (WSLoanIdx, 1)
                   - WSLnArrears (WSLoanIdx, 2)
                   - WSLnArrears (WSLoanIdx, 3)
                   - WSLnArrears (WSLoanIdx, 4)
               IF WSPerforming < 0
                   MOVE 0 TO WSPerforming
               END-IF
               ADD WSPerforming TO WSBrLoanExp (WSBranchIdx, 1)
               ADD WSLnArrears (WSLoanIdx, 1)
                   TO WSBrLoanExp (WSBranchIdx, 2)
               ADD WSLnArrears (WSLoanIdx, 2)
                   TO WSBrLoanExp (WSBranchIdx, 3)
               ADD WSLnArrears (WSLoanIdx, 3)
                   TO WSBrLoanExp (WSBranchIdx, 4)
               ADD WSLnArrears (WSLoanIdx, 4)
                   TO WSBrLoanExp (WSBranchIdx, 5)
           END-IF.

       FIND-CUSTOMER-BRANCH.
           MOVE "HO" TO WSExpBranch
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CustBranch NOT = SPACES
                       MOVE CustBranch TO WSExpBranch
                   END-IF
           END-READ.

       FIND-BRANCH-SLOT.
           MOVE 0 TO WSBranchSlot
           PERFORM CHECK-ONE-BRANCH-SLOT
               VARYING WSBranchIdx FROM 1 BY 1
               UNTIL WSBranchIdx > WSBranchTotCount
               OR WSBranchSlot > 0
           IF WSBranchSlot = 0
               IF WSBranchTotCount >= 20
                   DISPLAY "Branch table full at 20 branches - "
                       WSExpBranch " not provisioned"
                   MOVE 4 TO WSRunRC
               ELSE
                   ADD 1 TO WSBranchTotCount
                   MOVE WSBranchTotCount TO WSBranchSlot
                   SET WSBranchIdx TO WSBranchSlot
                   MOVE WSExpBranch TO WSBranchCode (WSBranchIdx)
                   MOVE 0 TO WSBrLoanExp (WSBranchIdx, 1)
                   MOVE 0 TO WSBrLoanExp (WSBranchIdx, 2)
                   MOVE 0 TO WSBrLoanExp (WSBranchIdx, 3)
                   MOVE 0 TO WSBrLoanExp (WSBranchIdx, 4)
                   MOVE 0 TO WSBrLoanExp (WSBranchIdx, 5)
                   MOVE 0 TO WSBrOdExp (WSBranchIdx, 1)
                   MOVE 0 TO WSBrOdExp (WSBranchIdx, 2)
                   MOVE 0 TO WSBrOdExp (WSBranchIdx, 3)
               END-IF
           END-IF.

       CHECK-ONE-BRANCH-SLOT.
           IF WSBranchCode (WSBranchIdx) = WSExpBranch
               MOVE WSBranchIdx TO WSBranchSlot
           END-IF.

       AGE-OVERDRAFT-EXCESS.
      *>     ExcessDays.dat holds every account the last nightly
      *>     excess monitor found past its floor, with its
      *>     consecutive-day count; the excess itself is measured
      *>     again against today's balance.
           MOVE "N" TO WSEOF
           OPEN INPUT ExcessDaysFile
           IF WSDaysFileStatus = "00"
               PERFORM AGE-ONE-EXCESS UNTIL WSEOF = "Y"
               CLOSE ExcessDaysFile
           END-IF.

       AGE-ONE-EXCESS.
           READ ExcessDaysFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE EdCustomerID TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM MEASURE-ONE-EXCESS
                   END-READ
           END-READ.

       MEASURE-ONE-EXCESS.
           PERFORM FIND-FLOOR-IN-FORCE
           IF CustBalance < WSFloorInForce
               COMPUTE WSExcessAmount = WSFloorInForce - CustBalance
               EVALUATE TRUE
                   WHEN EdDays > 30 MOVE 3 TO WSOdSub
                   WHEN EdDays > 7 MOVE 2 TO WSOdSub
                   WHEN OTHER MOVE 1 TO WSOdSub
               END-EVALUATE
               MOVE "HO" TO WSExpBranch
               IF CustBranch NOT = SPACES
                   MOVE CustBranch TO WSExpBranch
               END-IF
               PERFORM FIND-BRANCH-SLOT
               IF WSBranchSlot > 0
                   SET WSBranchIdx TO WSBranchSlot
                   ADD WSExcessAmount
                       TO WSBrOdExp (WSBranchIdx, WSOdSub)
               END-IF
           END-IF.

       FIND-FLOOR-IN-FORCE.
           MOVE 0 TO WSFloorInForce
           MOVE "N" TO WSLimitSeen
           PERFORM CHECK-ONE-LIMIT-SLOT
               VARYING WSLimIdx FROM 1 BY 1
               UNTIL WSLimIdx > WSLimitCount
               OR WSLimitSeen = "Y"
           IF WSLimitSeen = "N"
               PERFORM CHECK-ONE-FLOOR-SLOT
                   VARYING WSProdIdx FROM 1 BY 1
                   UNTIL WSProdIdx > WSProdCount
           END-IF.

       CHECK-ONE-LIMIT-SLOT.
           IF WSLimCustomer (WSLimIdx) = IDNum
               MOVE WSLimFloor (WSLimIdx) TO WSFloorInForce
               MOVE "Y" TO WSLimitSeen
           END-IF.

       CHECK-ONE-FLOOR-SLOT.
           IF WSProdCode (WSProdIdx) = CustProductCode
               MOVE WSProdFloor (WSProdIdx) TO WSFloorInForce
           END-IF.

       PRINT-PROVISION-SCHEDULE.
           MOVE 0 TO WSLoanProvision
           MOVE 0 TO WSOdProvision
           MOVE 0 TO WSLoanExposure
           MOVE 0 TO WSOdExposure
           INITIALIZE WSBucketTotals
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "LOAN-LOSS PROVISION SCHEDULE AS AT "
               DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "BRANCH BOOK       BUCKET             EXPOSURE  RATE  &
      &        PROVISION" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           PERFORM PRINT-ONE-BRANCH
               VARYING WSBranchIdx FROM 1 BY 1
               UNTIL WSBranchIdx > WSBranchTotCount.

       PRINT-ONE-BRANCH.
           MOVE 0 TO WSBranchProvision
           MOVE 0 TO WSBranchExposure
           MOVE "LOANS" TO WSBookName
           PERFORM PRINT-ONE-LOAN-BUCKET
               VARYING WSBucketSub FROM 1 BY 1
               UNTIL WSBucketSub > 5
           MOVE "OVERDRAFTS" TO WSBookName
           PERFORM PRINT-ONE-OD-BUCKET
               VARYING WSBucketSub FROM 1 BY 1
               UNTIL WSBucketSub > 3
           MOVE WSBranchExposure TO WSMoneyOut
           MOVE WSBranchProvision TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING WSBranchCode (WSBranchIdx) DELIMITED BY SIZE
               "   BRANCH TOTAL             " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-LOAN-BUCKET.
           EVALUATE WSBucketSub
               WHEN 1 MOVE "0 PERFORMING" TO WSBucketName
               WHEN 2 MOVE "1 UP TO 30" TO WSBucketName
               WHEN 3 MOVE "2 31-60 DAYS" TO WSBucketName
               WHEN 4 MOVE "3 61-90 DAYS" TO WSBucketName
               WHEN 5 MOVE "4 OVER 90" TO WSBucketName
           END-EVALUATE
           MOVE WSBrLoanExp (WSBranchIdx, WSBucketSub)
               TO WSLineExposure
           MOVE WSLoanRate (WSBucketSub) TO WSLineRate
           COMPUTE WSLineProvision ROUNDED =
               WSLineExposure * WSLineRate
           ADD WSLineExposure TO WSLoanExposure
           ADD WSLineProvision TO WSLoanProvision
           ADD WSLineProvision TO WSTotLoanBucket (WSBucketSub)
           PERFORM PRINT-ONE-BUCKET-LINE.

       PRINT-ONE-OD-BUCKET.
           EVALUATE WSBucketSub
               WHEN 1 MOVE "1 1-7 DAYS" TO WSBucketName
               WHEN 2 MOVE "2 8-30 DAYS" TO WSBucketName
               WHEN 3 MOVE "3 OVER 30" TO WSBucketName
           END-EVALUATE
           MOVE WSBrOdExp (WSBranchIdx, WSBucketSub)
               TO WSLineExposure
           MOVE WSOdRate (WSBucketSub) TO WSLineRate
           COMPUTE WSLineProvision ROUNDED =
               WSLineExposure * WSLineRate
           ADD WSLineExposure TO WSOdExposure
           ADD WSLineProvision TO WSOdProvision
           ADD WSLineProvision TO WSTotOdBucket (WSBucketSub)
           PERFORM PRINT-ONE-BUCKET-LINE.

       PRINT-ONE-BUCKET-LINE.
           ADD WSLineExposure TO WSBranchExposure
           ADD WSLineProvision TO WSBranchProvision
           IF WSLineExposure NOT = 0
               MOVE WSLineExposure TO WSMoneyOut
               MOVE WSLineProvision TO WSMoneyOut2
               MOVE WSLineRate TO WSRateOut
               MOVE SPACES TO WSRptLine
               STRING WSBranchCode (WSBranchIdx) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WSBookName DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSBucketName DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSRateOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       BOOK-PROVISION-MOVEMENT.
      *>     An increase charges the expense and builds the
      *>     allowance; a release takes the allowance down and
      *>     credits the charge back.
           IF WSMovement NOT = 0
               IF WSMovement > 0
                   MOVE WSMovement TO WSMoveAmount
                   MOVE WSAcctProvCharge TO GLMoveAccount
                   MOVE "D" TO GLMoveSide
                   PERFORM WRITE-PROVISION-MOVEMENT
                   MOVE WSAcctAllowance TO GLMoveAccount
                   MOVE "C" TO GLMoveSide
                   PERFORM WRITE-PROVISION-MOVEMENT
               ELSE
                   COMPUTE WSMoveAmount = 0 - WSMovement
                   MOVE WSAcctAllowance TO GLMoveAccount
                   MOVE "D" TO GLMoveSide
                   PERFORM WRITE-PROVISION-MOVEMENT
                   MOVE WSAcctProvCharge TO GLMoveAccount
                   MOVE "C" TO GLMoveSide
                   PERFORM WRITE-PROVISION-MOVEMENT
               END-IF
           END-IF.

       WRITE-PROVISION-MOVEMENT.
           MOVE WSBusinessDate TO GLMoveDate
           MOVE WSMoveAmount TO GLMoveAmount
           MOVE "LOANPROV" TO GLMoveSource
           MOVE SPACE TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

       PRINT-PROVISION-SUMMARY.
           MOVE "PROVISION BY BUCKET - ALL BRANCHES" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "LOANS" TO WSBookName
           PERFORM PRINT-ONE-LOAN-TOTAL
               VARYING WSBucketSub FROM 1 BY 1
               UNTIL WSBucketSub > 5
           MOVE "OVERDRAFTS" TO WSBookName
           PERFORM PRINT-ONE-OD-TOTAL
               VARYING WSBucketSub FROM 1 BY 1
               UNTIL WSBucketSub > 3
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           MOVE WSLoanExposure TO WSMoneyOut
           MOVE WSLoanProvision TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "LOAN BOOK       EXPOSURE " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  PROVISION " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSOdExposure TO WSMoneyOut
           MOVE WSOdProvision TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "OVERDRAFT BOOK  EXPOSURE " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  PROVISION " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           MOVE WSRequired TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "PROVISION REQUIRED               " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSPrevious TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "PROVISION CARRIED FROM " DELIMITED BY SIZE
               WSPreviousDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSMovement TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "MOVEMENT POSTED TO GL            " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "PREPARED BY ______________  REVIEWED BY ____________&
      &__  AUDITOR ______________" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-LOAN-TOTAL.
           EVALUATE WSBucketSub
               WHEN 1 MOVE "0 PERFORMING" TO WSBucketName
               WHEN 2 MOVE "1 UP TO 30" TO WSBucketName
               WHEN 3 MOVE "2 31-60 DAYS" TO WSBucketName
               WHEN 4 MOVE "3 61-90 DAYS" TO WSBucketName
               WHEN 5 MOVE "4 OVER 90" TO WSBucketName
           END-EVALUATE
           MOVE WSTotLoanBucket (WSBucketSub) TO WSMoneyOut2
           PERFORM PRINT-ONE-TOTAL-LINE.

       PRINT-ONE-OD-TOTAL.
           EVALUATE WSBucketSub
               WHEN 1 MOVE "1 1-7 DAYS" TO WSBucketName
               WHEN 2 MOVE "2 8-30 DAYS" TO WSBucketName
               WHEN 3 MOVE "3 OVER 30" TO WSBucketName
           END-EVALUATE
           MOVE WSTotOdBucket (WSBucketSub) TO WSMoneyOut2
           PERFORM PRINT-ONE-TOTAL-LINE.

       PRINT-ONE-TOTAL-LINE.
           MOVE SPACES TO WSRptLine
           STRING "ALL    " DELIMITED BY SIZE
               WSBookName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSBucketName DELIMITED BY SIZE
               "                          " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       WRITE-PROVISION-HISTORY.
           MOVE WSBusinessDate TO PhRunDate
           MOVE WSLoanProvision TO PhLoanProvision
           MOVE WSOdProvision TO PhOdProvision
           MOVE WSRequired TO PhRequired
           MOVE WSMovement TO PhMovement
           OPEN EXTEND ProvHistFile
           IF WSHistFileStatus NOT = "00"
               OPEN OUTPUT ProvHistFile
           END-IF
           WRITE ProvHistRecord
           CLOSE ProvHistFile.
