       >> SOURCE FORMAT FREE
       identification division.
       program-id. BOXBILL.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT TransactionFile ASSIGN TO "Transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TranID
           ALTERNATE RECORD KEY IS TranSenderID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TranReceiverID
               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT SafeBoxFile ASSIGN TO "SafeBoxes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBoxFileStatus.

           SELECT NewSafeBoxFile ASSIGN TO "SafeBoxesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT CreditLimitFile ASSIGN TO "CreditLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLimitFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT SegRuleFile ASSIGN TO "SegRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSegFileStatus.

           SELECT FeeWaivedFile ASSIGN TO "FeeWaived.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWaivedFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD SafeBoxFile.
       COPY SDBOXREC.

       FD NewSafeBoxFile.
       01 NewSafeBoxRecord PIC X(50).

       FD CreditLimitFile.
       COPY CREDLIM.

       FD ProductFile.
       COPY PRODREC.

       FD SegRuleFile.
       COPY SEGRULE.

       FD FeeWaivedFile.
       COPY FEEWVREC.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSBoxFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSLimitFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSSegFileStatus PIC X(2) VALUE "00".
       01 WSWaivedFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "BOXBILL".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Credit limits and product floors, loaded once - the
      *>   rent is charged only where it leaves the account inside
      *>   its authorized floor, the order the teller path uses.
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

      *>   Segment fee rules - box rent is fee type "B"; a waived
      *>   or discounted part lands on the waived-fee register the
      *>   way the service fee's does.
       01 WSSegTable.
           02 WSSegEntry OCCURS 30 TIMES INDEXED BY WSSegIdx.
               03 WSSegCode PIC X(1).
               03 WSSegFeeType PIC X(1).
               03 WSSegTreatment PIC X(1).
               03 WSSegPct PIC 9(3).
       01 WSSegCount PIC 99 VALUE 0.
       01 WSSegEOF PIC A(1) VALUE "N".
       01 WSRentFeeType PIC X(1) VALUE "B".
       01 WSFoundFee PIC 9(9)V99 VALUE 0.
       01 WSWaivedAmount PIC 9(9)V99 VALUE 0.
       01 WSChargeAmount PIC 9(9)V99 VALUE 0.
       01 WSWaivedTotal PIC S9(11)V99 VALUE 0.

      *>   Rent is set in home currency; a foreign-currency
      *>   account is charged the equivalent at the mid rate for
      *>   the business date, the ledger carrying the home amount.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFeeHome PIC 9(9)V99 VALUE 0.

       01 WSBillResult PIC X(1) VALUE SPACE.
           88 WSBillPaid VALUE "P".
           88 WSBillFailed VALUE "F".
           88 WSBillDeferred VALUE "L".
       01 WSResultText PIC X(22) VALUE SPACES.

      *>   Notice period after a failed charge before the box may
      *>   be drilled - the register screen enforces the same.
       01 WSNoticeDays PIC 9(3) VALUE 60.
       01 WSDaysFailed PIC S9(5) VALUE 0.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
           02 WSSystemMonth PIC 99.
           02 WSSystemDay PIC 99.
       01 WSCustomerName PIC X(31) VALUE SPACES.

      *>   Failure letter to the renter - it starts the notice
      *>   period.
       COPY LTRREQ.
       01 WSLtrStatus PIC 99 VALUE 0.
       01 WSLettersQueued PIC 9(5) VALUE 0.

       01 WSBoxesDue PIC 9(5) VALUE 0.
       01 WSBoxesCharged PIC 9(5) VALUE 0.
       01 WSBoxesWaived PIC 9(5) VALUE 0.
       01 WSBoxesFailed PIC 9(5) VALUE 0.
       01 WSBoxesDeferred PIC 9(5) VALUE 0.
       01 WSFailedListed PIC 9(5) VALUE 0.
       01 WSDrillEligible PIC 9(5) VALUE 0.
       01 WSRentIncomeTotal PIC S9(11)V99 VALUE 0.

       01 WSMoneyOut PIC Z(8)9.99.
       01 WSMoneyOut2 PIC Z(8)9.99.
       01 WSTotalOut PIC -Z(10)9.99.
       01 WSDaysOut PIC ZZZZ9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "SafeBoxRent.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Safe deposit box rent billing - in the month-end stream,
      *>   every rented box whose rent is paid only up to today or
      *>   earlier is charged the next year's rent from the
      *>   renter's account through the fee path: segment rules
      *>   applied, a TranType "F" item in the 4000 band, the
      *>   balance debited and the paid-to date moved on a year.
      *>   A box whose account is gone, closed or short of funds
      *>   is marked failed with the date and the renter written
      *>   to; it is tried again each month-end. The report lists
      *>   the month's charges and then every box with failed
      *>   rent, showing which have run past the notice period
      *>   and may be drilled.
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

       PERFORM LOAD-CREDIT-LIMITS
       PERFORM LOAD-PRODUCT-FLOORS
       PERFORM LOAD-SEGMENT-RULES

       OPEN INPUT SafeBoxFile
       IF WSBoxFileStatus NOT = "00"
           DISPLAY "SafeBoxes.dat not on file - no box rent billed"
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           STOP RUN
       END-IF
       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "box rent billing aborted"
           CLOSE SafeBoxFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "SAFE DEPOSIT BOX RENT BILLING FOR " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "BRCH BOX  RENTER  ANNUAL RENT      CHARGED  RESULT"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       OPEN OUTPUT NewSafeBoxFile
       PERFORM BILL-ONE-BOX UNTIL WSEOF = "Y"
       CLOSE SafeBoxFile
       CLOSE NewSafeBoxFile
       CLOSE CustomerFile
       PERFORM SWAP-BOX-FILE-BACK

       PERFORM LIST-FAILED-BOXES

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSRentIncomeTotal TO WSTotalOut
       MOVE SPACES TO WSRptLine
       STRING "DUE " DELIMITED BY SIZE
           WSBoxesDue DELIMITED BY SIZE
           "  CHARGED " DELIMITED BY SIZE
           WSBoxesCharged DELIMITED BY SIZE
           "  WAIVED " DELIMITED BY SIZE
           WSBoxesWaived DELIMITED BY SIZE
           "  FAILED " DELIMITED BY SIZE
           WSBoxesFailed DELIMITED BY SIZE
           "  HELD OVER " DELIMITED BY SIZE
           WSBoxesDeferred DELIMITED BY SIZE
           "  RENT INCOME " DELIMITED BY SIZE
           WSTotalOut DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSBoxesCharged TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "SAFE DEPOSIT BOX RENT BILLING FOR " WSBusinessDate
       DISPLAY "BOXES DUE:        " WSBoxesDue
       DISPLAY "CHARGED:          " WSBoxesCharged
       DISPLAY "WAIVED:           " WSBoxesWaived
       DISPLAY "FAILED:           " WSBoxesFailed
       DISPLAY "HELD OVER:        " WSBoxesDeferred
       DISPLAY "RENT INCOME:      " WSTotalOut
       DISPLAY "FAILED RENT BOXES " WSFailedListed
           ", DRILL ELIGIBLE " WSDrillEligible
       DISPLAY "LETTERS REQUESTED:" WSLettersQueued
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

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

       LOAD-SEGMENT-RULES.
           MOVE 0 TO WSSegCount
           MOVE "N" TO WSSegEOF
           OPEN INPUT SegRuleFile
           IF WSSegFileStatus = "00"
               PERFORM LOAD-ONE-SEGMENT-RULE
                   UNTIL WSSegEOF = "Y"
               CLOSE SegRuleFile
           END-IF.

       LOAD-ONE-SEGMENT-RULE.
           READ SegRuleFile
               AT END MOVE "Y" TO WSSegEOF
               NOT AT END
                   IF WSSegCount >= 30
                       DISPLAY "Segment rule table full at 30"
                   ELSE
                       ADD 1 TO WSSegCount
                       SET WSSegIdx TO WSSegCount
                       MOVE SegCode TO WSSegCode (WSSegIdx)
                       MOVE SegFeeType TO WSSegFeeType (WSSegIdx)
                       MOVE SegTreatment
                           TO WSSegTreatment (WSSegIdx)
                       MOVE SegDiscountPct TO WSSegPct (WSSegIdx)
                   END-IF
           END-READ.

       BILL-ONE-BOX.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxRented AND BoxPaidToDate <= WSBusinessDate
                       ADD 1 TO WSBoxesDue
                       PERFORM CHARGE-BOX-RENT
                       PERFORM PRINT-BILLING-LINE
                   END-IF
                   MOVE SafeBoxRecord TO NewSafeBoxRecord
                   WRITE NewSafeBoxRecord
           END-READ.

       CHARGE-BOX-RENT.
           MOVE SPACE TO WSBillResult
           MOVE 0 TO WSChargeAmount
           MOVE BoxRenterID TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "F" TO WSBillResult
                   MOVE "FAILED - NO ACCOUNT" TO WSResultText
               NOT INVALID KEY
                   IF NOT AcctActive
                       MOVE "F" TO WSBillResult
                       MOVE "FAILED - ACCT NOT OPEN" TO WSResultText
                   ELSE
                       PERFORM PRICE-BOX-RENT
                   END-IF
           END-READ
           EVALUATE TRUE
               WHEN WSBillPaid
                   PERFORM ADVANCE-PAID-TO-DATE
               WHEN WSBillFailed
                   PERFORM MARK-RENT-FAILED
               WHEN OTHER
                   ADD 1 TO WSBoxesDeferred
           END-EVALUATE.

       PRICE-BOX-RENT.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               MOVE "L" TO WSBillResult
               MOVE "HELD - NO FX RATE" TO WSResultText
           ELSE
               COMPUTE WSFoundFee ROUNDED =
                   BoxAnnualRent / WSFxMidRate
               PERFORM APPLY-SEGMENT-TREATMENT
               IF WSChargeAmount = 0
                   MOVE "P" TO WSBillResult
                   MOVE "WAIVED BY SEGMENT" TO WSResultText
                   ADD 1 TO WSBoxesWaived
               ELSE
                   PERFORM FIND-FLOOR-IN-FORCE
                   IF CustBalance - WSChargeAmount < WSFloorInForce
                       MOVE "F" TO WSBillResult
                       MOVE "FAILED - NO FUNDS" TO WSResultText
                   ELSE
                       PERFORM DEBIT-BOX-RENT
                   END-IF
               END-IF
           END-IF.

       DEBIT-BOX-RENT.
           COMPUTE WSFeeHome ROUNDED = WSChargeAmount * WSFxMidRate
           PERFORM POST-BOX-RENT
           SUBTRACT WSChargeAmount FROM CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to debit box rent from "
                       "customer " IDNum
           END-REWRITE
           MOVE "P" TO WSBillResult
           MOVE "CHARGED" TO WSResultText
           ADD 1 TO WSBoxesCharged
           ADD WSFeeHome TO WSRentIncomeTotal.

       APPLY-SEGMENT-TREATMENT.
      *>     The segment rule with fee type "B" (or "*") decides:
      *>     waive the whole rent, or take the discount percentage
      *>     off; the part not charged lands on the waived-fee
      *>     register either way.
           MOVE WSFoundFee TO WSChargeAmount
           MOVE 0 TO WSWaivedAmount
           PERFORM CHECK-ONE-SEGMENT-RULE
               VARYING WSSegIdx FROM 1 BY 1
               UNTIL WSSegIdx > WSSegCount
           IF WSWaivedAmount > 0
               COMPUTE WSWaivedAmount ROUNDED =
                   WSWaivedAmount * WSFxMidRate
               PERFORM WRITE-WAIVED-REGISTER
               ADD WSWaivedAmount TO WSWaivedTotal
           END-IF.

       CHECK-ONE-SEGMENT-RULE.
           IF WSSegCode (WSSegIdx) = CustSegment AND
              (WSSegFeeType (WSSegIdx) = WSRentFeeType OR
               WSSegFeeType (WSSegIdx) = "*")
               IF WSSegTreatment (WSSegIdx) = "W"
                   MOVE WSFoundFee TO WSWaivedAmount
                   MOVE 0 TO WSChargeAmount
               ELSE
                   COMPUTE WSWaivedAmount ROUNDED =
                       (WSFoundFee * WSSegPct (WSSegIdx)) / 100
                   COMPUTE WSChargeAmount =
                       WSFoundFee - WSWaivedAmount
               END-IF
           END-IF.

       WRITE-WAIVED-REGISTER.
           MOVE WSBusinessDate TO FwDate
           MOVE IDNum TO FwCustomerID
           MOVE CustSegment TO FwSegment
           MOVE WSRentFeeType TO FwFeeType
           MOVE WSWaivedAmount TO FwWaivedAmount
           OPEN EXTEND FeeWaivedFile
           IF WSWaivedFileStatus NOT = "00"
               OPEN OUTPUT FeeWaivedFile
           END-IF
           WRITE FeeWaivedRecord
           CLOSE FeeWaivedFile.

       FIND-FLOOR-IN-FORCE.
      *>     Explicit entry first, then the product's default,
      *>     zero otherwise - the order the teller path uses.
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

       POST-BOX-RENT.
           CALL 'TRANSEQ' USING WSSeqCounter
           MOVE WSBusinessDate TO WSSystemDate
           MOVE WSSystemDay TO TranDay
           MOVE WSSystemMonth TO TranMonth
           MOVE WSSystemYear TO TranYear
           DIVIDE WSSeqCounter BY 1000
               GIVING TranProtocol
               REMAINDER TranCode
           ADD 4000 TO TranCode
           MOVE SPACES TO WSCustomerName
           STRING FirstName DELIMITED BY SPACE
               SPACE
               LastName DELIMITED BY SIZE
               INTO WSCustomerName
           MOVE WSChargeAmount TO TranAmount
           MOVE WSCustomerName TO TranSender
           MOVE "SAFE DEPOSIT BOX RENT" TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "BOXBILL" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSFeeHome TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
           MOVE "F" TO TranType
           MOVE IDNum TO TranSenderID
           MOVE ZERO TO TranReceiverID
           MOVE BoxBranch TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile.

       ADVANCE-PAID-TO-DATE.
      *>     A year on from where the rent was paid to, so a box
      *>     caught up after a failure keeps its anniversary.
           MOVE "M" TO WSDcAction
           MOVE BoxPaidToDate TO WSDcDate1
           IF BoxPaidToDate = 0
               MOVE WSBusinessDate TO WSDcDate1
           END-IF
           MOVE 12 TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF WSDcStatus = 0
               MOVE WSDcDate2 TO BoxPaidToDate
           END-IF
           MOVE "P" TO BoxRentStatus
           MOVE 0 TO BoxFailDate.

       MARK-RENT-FAILED.
      *>     The first failure dates the notice period and writes
      *>     to the renter; a box already failing keeps its date.
           ADD 1 TO WSBoxesFailed
           IF NOT BoxRentFailed
               MOVE "F" TO BoxRentStatus
               MOVE WSBusinessDate TO BoxFailDate
               PERFORM QUEUE-RENT-FAILED-LETTER
           END-IF.

       QUEUE-RENT-FAILED-LETTER.
           MOVE SPACES TO LetterRequestRecord
           MOVE BoxRenterID TO LqIDNum
           MOVE "BOXRENT" TO LqLetterCode
           MOVE BoxAnnualRent TO LqAmount1
      *>     The date the notice runs out - after it the box may be
      *>     drilled.
           MOVE "A" TO WSDcAction
           MOVE WSBusinessDate TO WSDcDate1
           MOVE WSNoticeDays TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO LqDate1
           STRING "BOX " DELIMITED BY SIZE
               BoxNumber DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               BoxBranch DELIMITED BY SIZE
               INTO LqText
           END-STRING
           MOVE WSRunStep TO LqProgram
           CALL 'LTRQUE' USING LetterRequestRecord, WSLtrStatus
           IF WSLtrStatus = 0
               ADD 1 TO WSLettersQueued
           ELSE
               DISPLAY "Box rent letter for " BoxRenterID
                   " could not be queued - status " WSLtrStatus
           END-IF.

       PRINT-BILLING-LINE.
           MOVE BoxAnnualRent TO WSMoneyOut
           MOVE WSChargeAmount TO WSMoneyOut2
           IF NOT WSBillPaid
               MOVE 0 TO WSMoneyOut2
           END-IF
           MOVE SPACES TO WSRptLine
           STRING BoxBranch DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BoxNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BoxRenterID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSResultText DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SWAP-BOX-FILE-BACK.
           OPEN INPUT NewSafeBoxFile
           OPEN OUTPUT SafeBoxFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-BOX UNTIL WSEOF = "Y"
           CLOSE NewSafeBoxFile
           CLOSE SafeBoxFile.

       COPY-BACK-ONE-BOX.
           READ NewSafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewSafeBoxRecord TO SafeBoxRecord
                   WRITE SafeBoxRecord
           END-READ.

       LIST-FAILED-BOXES.
      *>     Every box still failing, this month's and older, with
      *>     the days since the charge failed - past the notice
      *>     period the branch may drill it.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "BOXES WITH FAILED RENT" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "BRCH BOX  RENTER  FAILED     DAYS  ACTION"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "N" TO WSEOF
           OPEN INPUT SafeBoxFile
           IF WSBoxFileStatus = "00"
               PERFORM LIST-ONE-FAILED-BOX UNTIL WSEOF = "Y"
               CLOSE SafeBoxFile
           END-IF.

       LIST-ONE-FAILED-BOX.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxRented AND BoxRentFailed
                       PERFORM PRINT-FAILED-LINE
                   END-IF
           END-READ.

       PRINT-FAILED-LINE.
           ADD 1 TO WSFailedListed
           MOVE "D" TO WSDcAction
           MOVE BoxFailDate TO WSDcDate1
           MOVE WSBusinessDate TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE 0 TO WSDaysFailed
           IF WSDcStatus = 0
               MOVE WSDcAmount TO WSDaysFailed
           END-IF
           MOVE WSDaysFailed TO WSDaysOut
           IF WSDaysFailed >= WSNoticeDays
               ADD 1 TO WSDrillEligible
               MOVE "NOTICE RUN - MAY DRILL" TO WSResultText
           ELSE
               MOVE "NOTICE PERIOD RUNNING" TO WSResultText
           END-IF
           MOVE SPACES TO WSRptLine
           STRING BoxBranch DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BoxNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BoxRenterID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BoxFailDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSDaysOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSResultText DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
