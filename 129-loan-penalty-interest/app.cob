       >> SOURCE FORMAT FREE
       identification division.
       program-id. LOANPEN.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSchedFileStatus.

           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

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

           SELECT PenaltyRateFile ASSIGN TO "PenaltyRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT TranCodeFile ASSIGN TO "TranCodes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCodeFileStatus.

           SELECT ControlFile ASSIGN TO "PenaltyCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlFileStatus.

       data division.

       FILE SECTION.
       FD ScheduleFile.
       COPY LOANSCHD.

       FD LoanFile.
       COPY LOANREC.

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD PenaltyRateFile.
       COPY PENRATE.

       FD TranCodeFile.
       COPY TRNCDREC.

      *> The date penalties are charged through, plus the restart
      *> point of a run still in progress for a business date.
       FD ControlFile.
       01 ControlRecord.
           02 PcThroughDate PIC 9(8).
           02 PcRunDate PIC 9(8).
           02 PcRowsDone PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSCodeFileStatus PIC X(2) VALUE "00".
       01 WSCtlFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "LOANPEN".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Item-level restart protection, the DRINT treatment: the
      *>   control record counts the schedule rows this business
      *>   date has already passed, so a half-run abort resumes
      *>   after them instead of charging anyone twice.
       01 WSThroughDate PIC 9(8) VALUE 0.
       01 WSRowsDone PIC 9(7) VALUE 0.
       01 WSRowNumber PIC 9(7) VALUE 0.
       01 WSResumeSkipped PIC 9(7) VALUE 0.

      *>   Latest penalty rate in force per product.
       01 WSRateTable.
           02 WSRateEntry OCCURS 20 TIMES INDEXED BY WSRateIdx.
               03 WSRateProduct PIC X(3).
               03 WSRateEffDate PIC 9(8).
               03 WSRateAnnual PIC 9V9999.
       01 WSRateCount PIC 99 VALUE 0.
       01 WSRateSlot PIC 99 VALUE 0.
       01 WSFoundRate PIC 9V9999 VALUE 0.
       01 WSRateProductKey PIC X(3) VALUE SPACES.

      *>   Active loans and their borrowers, read once.
       01 WSLoanTable.
           02 WSLoanEntry OCCURS 500 TIMES INDEXED BY WSLoanIdx.
               03 WSLnNumber PIC 9(7).
               03 WSLnCustomer PIC 9(5).
       01 WSLoanCount PIC 999 VALUE 0.
       01 WSBorrowerID PIC 9(5) VALUE 0.
       01 WSBorrowerName PIC X(31) VALUE SPACES.

      *>   The penalty range on the code table - the lower half of
      *>   the 0000 band the teller bands leave free; balance
      *>   sweeps post in the upper half.
       01 WSPenaltyLowCode PIC 9(4) VALUE 0.
       01 WSPenaltyHighCode PIC 9(4) VALUE 499.
       01 WSCodeSeen PIC A(1) VALUE "N".

       01 WSFromDate PIC 9(8) VALUE 0.
       01 WSPenaltyDays PIC S9(5) VALUE 0.
       01 WSPenaltyAmount PIC S9(9)V99 VALUE 0.

      *>   The penalty is priced in home currency off the
      *>   installment; a borrower whose account runs in another
      *>   currency is charged the equivalent at the day's mid.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSChargeBranch PIC X(4) VALUE "HO".
       01 WSPostedOK PIC A(1) VALUE "N".

       01 WSChargedCount PIC 9(5) VALUE 0.
       01 WSSkippedCount PIC 9(5) VALUE 0.
       01 WSChargedTotal PIC S9(11)V99 VALUE 0.
       01 WSOverdueTotal PIC S9(11)V99 VALUE 0.

      *>   Shared DATECALC call area.
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
       01 WSTransactionID.
           02 WSTranDate.
               03 WSTranDay PIC 99.
               03 WSTranMonth PIC 99.
               03 WSTranYear PIC 9(4).
           02 WSTranCode PIC 9999.
           02 WSTranProtocol PIC 9999.

       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.
       01 WSDaysOut PIC ZZZZ9.
       01 WSRateOut PIC 9.9999.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "LoanPenalty.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Nightly penalty interest - runs behind the loan
      *>   collection, so every schedule entry still due with its
      *>   date behind us is an installment the borrower has left
      *>   unpaid. Each one is charged the borrower's product
      *>   penalty rate from PenaltyRates.dat for every day since
      *>   the later of its due date and the last date already
      *>   charged - a stream that missed a night catches the gap
      *>   up, and no day is charged twice. The charge debits the
      *>   borrower's account as its own 0000-band "P" posting,
      *>   apart from contractual interest and overdraft debit
      *>   interest, so statements, the control totals and the GL
      *>   show it on its own line. The band must already be on
      *>   TranCodes.dat - when it is missing the run stops with
      *>   RC 8 until it is added through transaction code
      *>   maintenance.
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

       PERFORM LOAD-PENALTY-RATES
       IF WSRateCount = 0
           DISPLAY "PenaltyRates.dat has no rate in force - "
               "no penalty interest charged"
           PERFORM COMPLETE-PENALTY-RUN
           STOP RUN
       END-IF
       PERFORM LOAD-PENALTY-CONTROL
       PERFORM CHECK-PENALTY-CODE
       IF WSCodeSeen = "N"
           DISPLAY "Penalty band " WSPenaltyLowCode "-"
               WSPenaltyHighCode " is not in TranCodes.dat - "
               "add it through transaction code maintenance"
           MOVE 8 TO WSRunRC
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LOAD-ACTIVE-LOANS

       OPEN INPUT ScheduleFile
       IF WSSchedFileStatus NOT = "00"
           DISPLAY "No loan schedules on file - nothing to charge"
           PERFORM COMPLETE-PENALTY-RUN
           STOP RUN
       END-IF

       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "penalty run aborted"
           CLOSE ScheduleFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "PENALTY INTEREST ON OVERDUE INSTALLMENTS FOR "
           DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "LOAN    INST DUE DATE  CUST    DAYS   OVERDUE AMT   RATE"
      &    "       PENALTY" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM CHARGE-ONE-INSTALLMENT UNTIL WSEOF = "Y"
       CLOSE ScheduleFile
       CLOSE CustomerFile

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSOverdueTotal TO WSMoneyOut
       MOVE WSChargedTotal TO WSMoneyOut2
       MOVE SPACES TO WSRptLine
       STRING "INSTALLMENTS CHARGED: " DELIMITED BY SIZE
           WSChargedCount DELIMITED BY SIZE
           "  OVERDUE: " DELIMITED BY SIZE
           WSMoneyOut DELIMITED BY SIZE
           "  PENALTY: " DELIMITED BY SIZE
           WSMoneyOut2 DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       PERFORM COMPLETE-PENALTY-RUN

       DISPLAY SPACES
       DISPLAY "PENALTY INTEREST FOR " WSBusinessDate
       DISPLAY "INSTALLMENTS CHARGED: " WSChargedCount
       DISPLAY "INSTALLMENTS SKIPPED: " WSSkippedCount
       DISPLAY "PENALTY CHARGED:      " WSChargedTotal
       DISPLAY "Penalty report written to " WSRptName
       IF WSResumeSkipped > 0
           DISPLAY "RESUMED PAST " WSResumeSkipped
               " SCHEDULE ROW(S) ALREADY PASSED BEFORE A RESTART"
       END-IF.

       STOP RUN.

       COMPLETE-PENALTY-RUN.
      *>     A clean finish moves the charged-through date up to the
      *>     business date and clears the restart point.
           MOVE WSBusinessDate TO PcThroughDate
           MOVE 0 TO PcRunDate
           MOVE 0 TO PcRowsDone
           OPEN OUTPUT ControlFile
               WRITE ControlRecord
           CLOSE ControlFile
           MOVE WSChargedCount TO WSRunCount
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone.

       LOAD-PENALTY-RATES.
           MOVE 0 TO WSRateCount
           MOVE "N" TO WSScanEOF
           OPEN INPUT PenaltyRateFile
           IF WSRateFileStatus = "00"
               PERFORM LOAD-ONE-PENALTY-RATE UNTIL WSScanEOF = "Y"
               CLOSE PenaltyRateFile
           END-IF.

       LOAD-ONE-PENALTY-RATE.
      *>     Rates dated after the business date are not in force
      *>     yet; of the rest, each product keeps its latest.
           READ PenaltyRateFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF PnEffDate <= WSBusinessDate
                       MOVE PnProductCode TO WSRateProductKey
                       PERFORM FIND-RATE-SLOT
                       IF WSRateSlot = 0
                           IF WSRateCount >= 20
                               DISPLAY "Penalty rate table full at 20"
                           ELSE
                               ADD 1 TO WSRateCount
                               SET WSRateIdx TO WSRateCount
                               MOVE PnProductCode
                                   TO WSRateProduct (WSRateIdx)
                               MOVE PnEffDate
                                   TO WSRateEffDate (WSRateIdx)
                               MOVE PnAnnualRate
                                   TO WSRateAnnual (WSRateIdx)
                           END-IF
                       ELSE
                           SET WSRateIdx TO WSRateSlot
                           IF PnEffDate >= WSRateEffDate (WSRateIdx)
                               MOVE PnEffDate
                                   TO WSRateEffDate (WSRateIdx)
                               MOVE PnAnnualRate
                                   TO WSRateAnnual (WSRateIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-RATE-SLOT.
           MOVE 0 TO WSRateSlot
           PERFORM CHECK-ONE-RATE-SLOT
               VARYING WSRateIdx FROM 1 BY 1
               UNTIL WSRateIdx > WSRateCount OR WSRateSlot > 0.

       CHECK-ONE-RATE-SLOT.
           IF WSRateProduct (WSRateIdx) = WSRateProductKey
               MOVE WSRateIdx TO WSRateSlot
           END-IF.

       LOAD-PENALTY-CONTROL.
      *>     With no control record yet, the first run charges one
      *>     day - penalties run from the day the charge came in,
      *>     not from each installment's original due date.
           MOVE 0 TO WSThroughDate
           MOVE 0 TO WSRowsDone
           OPEN INPUT ControlFile
           IF WSCtlFileStatus = "00"
               READ ControlFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE PcThroughDate TO WSThroughDate
                       IF PcRunDate = WSBusinessDate
                           MOVE PcRowsDone TO WSRowsDone
                       END-IF
               END-READ
               CLOSE ControlFile
           END-IF
           IF WSThroughDate = 0
               MOVE "A" TO WSDcAction
               MOVE WSBusinessDate TO WSDcDate1
               MOVE -1 TO WSDcAmount
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               MOVE WSDcDate2 TO WSThroughDate
           END-IF
           IF WSRowsDone > 0
               DISPLAY "Restart detected - resuming after "
                   "schedule row " WSRowsDone
           END-IF.

       SAVE-PENALTY-CONTROL.
           MOVE WSThroughDate TO PcThroughDate
           MOVE WSBusinessDate TO PcRunDate
           MOVE WSRowNumber TO PcRowsDone
           OPEN OUTPUT ControlFile
               WRITE ControlRecord
           CLOSE ControlFile.

       CHECK-PENALTY-CODE.
      *>     The statement and the monitor describe an item from
      *>     the code table, so the penalty band must be on file
      *>     before anything is charged.
           MOVE "N" TO WSCodeSeen
           MOVE "N" TO WSScanEOF
           OPEN INPUT TranCodeFile
           IF WSCodeFileStatus = "00"
               PERFORM CHECK-ONE-TRANCODE
                   UNTIL WSScanEOF = "Y" OR WSCodeSeen = "Y"
               CLOSE TranCodeFile
           END-IF.

       CHECK-ONE-TRANCODE.
           READ TranCodeFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF TcLowCode <= WSPenaltyLowCode AND
                      TcHighCode >= WSPenaltyLowCode
                       MOVE "Y" TO WSCodeSeen
                   END-IF
           END-READ.

       LOAD-ACTIVE-LOANS.
           MOVE 0 TO WSLoanCount
           MOVE "N" TO WSScanEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM LOAD-ONE-LOAN UNTIL WSScanEOF = "Y"
               CLOSE LoanFile
           END-IF.

       LOAD-ONE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF LnActive
                       IF WSLoanCount >= 500
                           DISPLAY "Loan table full at 500 - loan "
                               LnNumber " not charged this run"
                       ELSE
                           ADD 1 TO WSLoanCount
                           SET WSLoanIdx TO WSLoanCount
                           MOVE LnNumber TO WSLnNumber (WSLoanIdx)
                           MOVE LnCustomerID
                               TO WSLnCustomer (WSLoanIdx)
                       END-IF
                   END-IF
           END-READ.

       CHARGE-ONE-INSTALLMENT.
      *>     Rows at or before the restart point were already
      *>     passed before an abort.
           READ ScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSRowNumber
                   IF WSRowNumber <= WSRowsDone
                       ADD 1 TO WSResumeSkipped
                   ELSE
                   IF LsDue AND LsDueDate < WSBusinessDate
                       PERFORM CHARGE-THIS-INSTALLMENT
                       PERFORM SAVE-PENALTY-CONTROL
                   END-IF
                   END-IF
           END-READ.

       CHARGE-THIS-INSTALLMENT.
           MOVE 0 TO WSBorrowerID
           PERFORM FIND-INSTALLMENT-LOAN
               VARYING WSLoanIdx FROM 1 BY 1
               UNTIL WSLoanIdx > WSLoanCount OR WSBorrowerID > 0
           IF WSBorrowerID = 0
               ADD 1 TO WSSkippedCount
           ELSE
               MOVE WSBorrowerID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       ADD 1 TO WSSkippedCount
                       DISPLAY "Installment " LsInstallmentNo
                           " of loan " LsLoanNumber " not charged - "
                           "borrower not on Customer.dat"
                   NOT INVALID KEY
                       PERFORM PRICE-THIS-INSTALLMENT
               END-READ
           END-IF.

       FIND-INSTALLMENT-LOAN.
           IF WSLnNumber (WSLoanIdx) = LsLoanNumber
               MOVE WSLnCustomer (WSLoanIdx) TO WSBorrowerID
           END-IF.

       PRICE-THIS-INSTALLMENT.
      *>     Blank product on an older customer record reads as
      *>     the cheque account it was opened as.
           MOVE CustProductCode TO WSRateProductKey
           IF WSRateProductKey = SPACES
               MOVE "CHQ" TO WSRateProductKey
           END-IF
           PERFORM FIND-RATE-SLOT
           MOVE 0 TO WSFoundRate
           IF WSRateSlot > 0
               SET WSRateIdx TO WSRateSlot
               MOVE WSRateAnnual (WSRateIdx) TO WSFoundRate
           END-IF

           MOVE LsDueDate TO WSFromDate
           IF WSThroughDate > WSFromDate
               MOVE WSThroughDate TO WSFromDate
           END-IF
           MOVE "D" TO WSDcAction
           MOVE WSFromDate TO WSDcDate1
           MOVE WSBusinessDate TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE 0 TO WSPenaltyDays
           IF WSDcStatus = 0
               MOVE WSDcAmount TO WSPenaltyDays
           END-IF

           MOVE 0 TO WSPenaltyAmount
           IF WSFoundRate > 0 AND WSPenaltyDays > 0
               COMPUTE WSPenaltyAmount ROUNDED =
                   (LsAmount * WSFoundRate * WSPenaltyDays) / 365
           END-IF
           PERFORM SET-ACCOUNT-AMOUNT
           IF WSPenaltyAmount <= 0
               ADD 1 TO WSSkippedCount
           ELSE
           IF NOT WSFxFound
               ADD 1 TO WSSkippedCount
               DISPLAY "Installment " LsInstallmentNo " of loan "
                   LsLoanNumber " not charged - no rate on file for "
                   WSAcctCurrency
           ELSE
               MOVE CustBranch TO WSChargeBranch
               IF WSChargeBranch = SPACES
                   MOVE "HO" TO WSChargeBranch
               END-IF
               MOVE SPACES TO WSBorrowerName
               STRING FirstName DELIMITED BY SPACE
                   SPACE
                   LastName DELIMITED BY SIZE
                   INTO WSBorrowerName
               PERFORM POST-PENALTY-INTEREST
               IF WSPostedOK = "Y"
                   SUBTRACT WSAcctAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to charge borrower "
                               WSBorrowerID
                   END-REWRITE
                   ADD 1 TO WSChargedCount
                   ADD WSPenaltyAmount TO WSChargedTotal
                   ADD LsAmount TO WSOverdueTotal
                   PERFORM PRINT-PENALTY-LINE
               ELSE
                   ADD 1 TO WSSkippedCount
               END-IF
           END-IF
           END-IF.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the borrower's record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSAcctAmount ROUNDED =
                   WSPenaltyAmount / WSFxMidRate
           END-IF.

       POST-PENALTY-INTEREST.
      *>     The 0000-0499 codes and type "P" keep the late-payment
      *>     charge apart from 5000/"I" interest and 6000/"B"
      *>     overdraft debit interest.
           MOVE "N" TO WSPostedOK
           CALL 'TRANSEQ' USING WSSeqCounter
           IF WSSeqCounter = 0
               DISPLAY "Transaction sequence could not be issued - "
                   "penalty on loan " LsLoanNumber " not posted"
           ELSE
               MOVE WSBusinessDate TO WSSystemDate
               MOVE WSSystemDay TO WSTranDay
               MOVE WSSystemMonth TO WSTranMonth
               MOVE WSSystemYear TO WSTranYear
               DIVIDE WSSeqCounter BY 500
                   GIVING WSTranProtocol
                   REMAINDER WSTranCode
               ADD WSPenaltyLowCode TO WSTranCode
               MOVE WSTransactionID TO TranID
               MOVE WSAcctAmount TO TranAmount
               MOVE WSBorrowerName TO TranSender
               MOVE "PENALTY INTEREST" TO TranReceiver
               MOVE ZERO TO TranOriginalID
               MOVE "LOANPEN" TO TranOperator
               MOVE WSAcctCurrency TO TranCurrency
               MOVE WSPenaltyAmount TO TranHomeAmount
               MOVE ZERO TO TranTransferID
               MOVE "D" TO TranLegType
               MOVE "P" TO TranType
               MOVE WSBorrowerID TO TranSenderID
               MOVE ZERO TO TranReceiverID
               MOVE WSChargeBranch TO TranBranch
               MOVE SPACE TO TranExtracted
               OPEN I-O TransactionFile
               IF WSTranFileStatus NOT = "00"
                   OPEN OUTPUT TransactionFile
               END-IF
                   WRITE TransactionRecord
               CLOSE TransactionFile
               MOVE "Y" TO WSPostedOK
           END-IF.

       PRINT-PENALTY-LINE.
           MOVE LsAmount TO WSMoneyOut
           MOVE WSPenaltyAmount TO WSMoneyOut2
           MOVE WSPenaltyDays TO WSDaysOut
           MOVE WSFoundRate TO WSRateOut
           MOVE SPACES TO WSRptLine
           STRING LsLoanNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LsInstallmentNo DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LsDueDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSBorrowerID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSDaysOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
