       >> SOURCE FORMAT FREE
       identification division.
       program-id. SWEEPPST.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT SweepFile ASSIGN TO "Sweeps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSweepFileStatus.

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

           SELECT HoldFile ASSIGN TO "Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHoldFileStatus.

           SELECT EstateFile ASSIGN TO "Estates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEstFileStatus.

           SELECT TranCodeFile ASSIGN TO "TranCodes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCodeFileStatus.

       data division.

       FILE SECTION.
       FD SweepFile.
       COPY SWEEPREC.

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD HoldFile.
       COPY HOLDREC.

       FD EstateFile.
       COPY ESTREC.

       FD TranCodeFile.
       COPY TRNCDREC.

       WORKING-STORAGE SECTION.
       01 WSSweepFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSHoldFileStatus PIC X(2) VALUE "00".
       01 WSCodeFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "SWEEPPST".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Sweeps post in their own 0500-0999 code range of the
      *>   0000 band (penalty interest keeps 0000-0499), so the
      *>   statement and the monitor show them as sweeps rather
      *>   than as ordinary 3000-band transfers. Both legs book to
      *>   customer deposits.
       01 WSSweepLowCode PIC 9(4) VALUE 500.
       01 WSSweepHighCode PIC 9(4) VALUE 999.
       01 WSCodeSeen PIC A(1) VALUE "N".

      *>   Open deceased estates - the estate process owns those
      *>   accounts from the date of death, so no sweep touches
      *>   them.
       01 WSEstFileStatus PIC X(2) VALUE "00".
       01 WSEstateTable.
           02 WSEstateEntry OCCURS 200 TIMES
               INDEXED BY WSEstIdx.
               03 WSEstateID PIC 9(5).
       01 WSEstateCount PIC 999 VALUE 0.
       01 WSEstateEOF PIC A(1) VALUE "N".
       01 WSIsEstate PIC A(1) VALUE "N".
       01 WSEstCheckID PIC 9(5) VALUE 0.
       01 WSEitherEstate PIC A(1) VALUE "N".

      *>   The two accounts as Customer.dat has them tonight.
       01 WSLookupID PIC 9(5) VALUE 0.
       01 WSLookupFound PIC A(1) VALUE "N".
       01 WSLookupActive PIC A(1) VALUE "N".
       01 WSLookupOwner PIC 9(5) VALUE 0.
       01 WSLookupCurrency PIC X(3) VALUE SPACES.
       01 WSLookupBalance PIC S9(9)V99 VALUE 0.
       01 WSLookupName PIC X(31) VALUE SPACES.
       01 WSTargetFound PIC A(1) VALUE "N".
       01 WSTargetActive PIC A(1) VALUE "N".
       01 WSTargetOwner PIC 9(5) VALUE 0.
       01 WSTargetCurrency PIC X(3) VALUE SPACES.
       01 WSTargetBalance PIC S9(9)V99 VALUE 0.
       01 WSTargetName PIC X(31) VALUE SPACES.
       01 WSSourceFound PIC A(1) VALUE "N".
       01 WSSourceActive PIC A(1) VALUE "N".
       01 WSSourceOwner PIC 9(5) VALUE 0.
       01 WSSourceCurrency PIC X(3) VALUE SPACES.
       01 WSSourceBalance PIC S9(9)V99 VALUE 0.
       01 WSSourceName PIC X(31) VALUE SPACES.

      *>   The sweep being posted - which way the money moves and
      *>   how much, in the accounts' currency.
       01 WSDirection PIC X(10) VALUE SPACES.
       01 WSOutcome PIC X(1) VALUE SPACE.
           88 WSOutcomeInLimits VALUE "N".
           88 WSOutcomePosted VALUE "P".
           88 WSOutcomeBelowMinimum VALUE "M".
           88 WSOutcomeFailed VALUE "F".
       01 WSResultText PIC X(30) VALUE SPACES.
       01 WSSweepAmount PIC S9(9)V99 VALUE 0.
       01 WSSweepHome PIC S9(9)V99 VALUE 0.
       01 WSPayerID PIC 9(5) VALUE 0.
       01 WSPayerName PIC X(31) VALUE SPACES.
       01 WSPayerBalance PIC S9(9)V99 VALUE 0.
       01 WSPayerAvailable PIC S9(9)V99 VALUE 0.
       01 WSPayeeID PIC 9(5) VALUE 0.
       01 WSPayeeName PIC X(31) VALUE SPACES.
       01 WSHoldCheckID PIC 9(5) VALUE 0.
       01 WSHeldTotal PIC S9(9)V99 VALUE 0.

       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

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
       01 WSDebitLegID PIC 9(16) VALUE 0.
       01 WSCreditLegID PIC 9(16) VALUE 0.

       01 WSSweepsSeen PIC 9(5) VALUE 0.
       01 WSPostedCount PIC 9(5) VALUE 0.
       01 WSTopUpCount PIC 9(5) VALUE 0.
       01 WSSweepBackCount PIC 9(5) VALUE 0.
       01 WSInLimitsCount PIC 9(5) VALUE 0.
       01 WSBelowMinCount PIC 9(5) VALUE 0.
       01 WSFailedCount PIC 9(5) VALUE 0.
       01 WSTopUpTotal PIC S9(11)V99 VALUE 0.
       01 WSSweepBackTotal PIC S9(11)V99 VALUE 0.

       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "BalanceSweeps.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Nightly balance sweep - runs after the day's posting
      *>   steps, so each target account is judged on its final
      *>   balance, and before the day extract and the control
      *>   totals, so every sweep is proved and reported like any
      *>   other item. Each active instruction on Sweeps.dat
      *>   compares its target account with the floor and ceiling:
      *>   below the floor it is topped up from the source as far
      *>   as the source's available balance (balance less
      *>   unreleased holds) allows; above a nonzero ceiling the
      *>   excess goes back to the source. A sweep below the
      *>   instruction's minimum is not posted. Each sweep posts as
      *>   a linked debit/credit transfer pair the way STOPOST
      *>   posts a standing order, in the accounts' currency with
      *>   the home equivalent alongside. A restart needs no
      *>   checkpoint - a sweep already posted has brought its
      *>   target back within the limits, so the rerun finds
      *>   nothing more to move.
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

       PERFORM CHECK-SWEEP-CODE
       IF WSCodeSeen = "N"
           DISPLAY "Sweep range " WSSweepLowCode "-" WSSweepHighCode
               " is not in TranCodes.dat - add it through "
               "transaction code maintenance"
           MOVE 8 TO WSRunRC
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT SweepFile
       IF WSSweepFileStatus NOT = "00"
           DISPLAY "No balance sweeps on file - nothing to post"
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           STOP RUN
       END-IF

       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "balance sweeps not posted"
           CLOSE SweepFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM LOAD-OPEN-ESTATES

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "BALANCE SWEEPS FOR " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "SWEEP TARGT SOURC DIRECTION  TARGET BEFORE        AMOUN"
      &    "T CCY RESULT" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM PROCESS-ONE-SWEEP UNTIL WSEOF = "Y"
       CLOSE SweepFile
       CLOSE CustomerFile

       PERFORM PRINT-SWEEP-SUMMARY
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSPostedCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "BALANCE SWEEPS FOR " WSBusinessDate
       DISPLAY "INSTRUCTIONS CHECKED: " WSSweepsSeen
       DISPLAY "TOP-UPS POSTED:       " WSTopUpCount
       DISPLAY "SWEEP-BACKS POSTED:   " WSSweepBackCount
       DISPLAY "WITHIN LIMITS:        " WSInLimitsCount
       DISPLAY "BELOW MINIMUM:        " WSBelowMinCount
       DISPLAY "FAILED:               " WSFailedCount
       DISPLAY "TOP-UP TOTAL (HOME):  " WSTopUpTotal
       DISPLAY "SWEPT BACK (HOME):    " WSSweepBackTotal
       DISPLAY "Sweep report written to " WSRptName.

       STOP RUN.

       PROCESS-ONE-SWEEP.
           READ SweepFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SwActive
                       PERFORM RUN-ONE-SWEEP
                   END-IF
           END-READ.

       RUN-ONE-SWEEP.
           ADD 1 TO WSSweepsSeen
           SET WSOutcomeInLimits TO TRUE
           MOVE SPACES TO WSDirection
           MOVE SPACES TO WSResultText
           MOVE 0 TO WSSweepAmount
           PERFORM READ-SWEEP-ACCOUNTS
           MOVE "N" TO WSEitherEstate
           MOVE SwTargetID TO WSEstCheckID
           PERFORM CHECK-ESTATE-SKIP
           IF WSIsEstate = "Y"
               MOVE "Y" TO WSEitherEstate
           END-IF
           MOVE SwSourceID TO WSEstCheckID
           PERFORM CHECK-ESTATE-SKIP
           IF WSIsEstate = "Y"
               MOVE "Y" TO WSEitherEstate
           END-IF

      *>     The instruction was good when it was keyed; the
      *>     accounts may have moved on since.
           EVALUATE TRUE
               WHEN WSTargetFound = "N" OR WSSourceFound = "N"
                   SET WSOutcomeFailed TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WSResultText
               WHEN WSTargetActive = "N" OR WSSourceActive = "N"
                   SET WSOutcomeFailed TO TRUE
                   MOVE "ACCOUNT NOT ACTIVE" TO WSResultText
               WHEN WSEitherEstate = "Y"
                   SET WSOutcomeFailed TO TRUE
                   MOVE "ACCOUNT UNDER ESTATE" TO WSResultText
               WHEN WSTargetOwner NOT = WSSourceOwner
                   SET WSOutcomeFailed TO TRUE
                   MOVE "ACCOUNTS NO LONGER LINKED" TO WSResultText
               WHEN WSTargetCurrency NOT = WSSourceCurrency
                   SET WSOutcomeFailed TO TRUE
                   MOVE "ACCOUNT CURRENCIES DIFFER" TO WSResultText
               WHEN OTHER
                   PERFORM SIZE-SWEEP
           END-EVALUATE

           IF WSOutcomePosted
               PERFORM POST-SWEEP-LEGS
           END-IF

           EVALUATE TRUE
               WHEN WSOutcomeInLimits
                   ADD 1 TO WSInLimitsCount
               WHEN WSOutcomeBelowMinimum
                   ADD 1 TO WSBelowMinCount
                   PERFORM PRINT-SWEEP-LINE
               WHEN WSOutcomeFailed
                   ADD 1 TO WSFailedCount
                   PERFORM PRINT-SWEEP-LINE
               WHEN WSOutcomePosted
                   ADD 1 TO WSPostedCount
                   IF WSPayeeID = SwTargetID
                       ADD 1 TO WSTopUpCount
                       ADD WSSweepHome TO WSTopUpTotal
                   ELSE
                       ADD 1 TO WSSweepBackCount
                       ADD WSSweepHome TO WSSweepBackTotal
                   END-IF
                   PERFORM PRINT-SWEEP-LINE
           END-EVALUATE.

       SIZE-SWEEP.
      *>     Below the floor the source pays the target up to it;
      *>     above the ceiling the target pays the excess back.
      *>     Either way the paying account never gives more than
      *>     its available balance.
           IF WSTargetBalance < SwFloor
               MOVE "TOP-UP" TO WSDirection
               COMPUTE WSSweepAmount = SwFloor - WSTargetBalance
               MOVE SwSourceID TO WSPayerID
               MOVE WSSourceName TO WSPayerName
               MOVE WSSourceBalance TO WSPayerBalance
               MOVE SwTargetID TO WSPayeeID
               MOVE WSTargetName TO WSPayeeName
           ELSE
               IF SwCeiling > 0 AND WSTargetBalance > SwCeiling
                   MOVE "SWEEP-BACK" TO WSDirection
                   COMPUTE WSSweepAmount =
                       WSTargetBalance - SwCeiling
                   MOVE SwTargetID TO WSPayerID
                   MOVE WSTargetName TO WSPayerName
                   MOVE WSTargetBalance TO WSPayerBalance
                   MOVE SwSourceID TO WSPayeeID
                   MOVE WSSourceName TO WSPayeeName
               END-IF
           END-IF

           IF WSDirection NOT = SPACES
               MOVE WSPayerID TO WSHoldCheckID
               PERFORM SUM-ACCOUNT-HOLDS
               COMPUTE WSPayerAvailable =
                   WSPayerBalance - WSHeldTotal
               IF WSPayerAvailable < WSSweepAmount
                   MOVE WSPayerAvailable TO WSSweepAmount
               END-IF
               EVALUATE TRUE
                   WHEN WSSweepAmount <= 0
                       SET WSOutcomeFailed TO TRUE
                       MOVE "NO AVAILABLE FUNDS" TO WSResultText
                   WHEN WSSweepAmount < SwMinimum
                       SET WSOutcomeBelowMinimum TO TRUE
                       MOVE "BELOW MINIMUM - NOT SWEPT"
                           TO WSResultText
                   WHEN OTHER
                       SET WSOutcomePosted TO TRUE
               END-EVALUATE
           END-IF.

       READ-SWEEP-ACCOUNTS.
           MOVE SwTargetID TO WSLookupID
           PERFORM READ-ONE-SWEEP-ACCOUNT
           MOVE WSLookupFound TO WSTargetFound
           MOVE WSLookupActive TO WSTargetActive
           MOVE WSLookupOwner TO WSTargetOwner
           MOVE WSLookupCurrency TO WSTargetCurrency
           MOVE WSLookupBalance TO WSTargetBalance
           MOVE WSLookupName TO WSTargetName
           MOVE SwSourceID TO WSLookupID
           PERFORM READ-ONE-SWEEP-ACCOUNT
           MOVE WSLookupFound TO WSSourceFound
           MOVE WSLookupActive TO WSSourceActive
           MOVE WSLookupOwner TO WSSourceOwner
           MOVE WSLookupCurrency TO WSSourceCurrency
           MOVE WSLookupBalance TO WSSourceBalance
           MOVE WSLookupName TO WSSourceName.

       READ-ONE-SWEEP-ACCOUNT.
           MOVE "N" TO WSLookupFound
           MOVE "N" TO WSLookupActive
           MOVE 0 TO WSLookupOwner
           MOVE SPACES TO WSLookupCurrency
           MOVE 0 TO WSLookupBalance
           MOVE SPACES TO WSLookupName
           MOVE WSLookupID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WSLookupFound
                   IF AcctActive
                       MOVE "Y" TO WSLookupActive
                   END-IF
                   IF CustOwnerID IS NUMERIC AND CustOwnerID NOT = 0
                       MOVE CustOwnerID TO WSLookupOwner
                   ELSE
                       MOVE IDNum TO WSLookupOwner
                   END-IF
                   MOVE CustCurrency TO WSLookupCurrency
                   IF WSLookupCurrency = SPACES
                       MOVE "ZAR" TO WSLookupCurrency
                   END-IF
                   MOVE CustBalance TO WSLookupBalance
                   STRING FirstName DELIMITED BY SPACE
                       SPACE
                       LastName DELIMITED BY SIZE
                       INTO WSLookupName
           END-READ.

       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WSHeldTotal
           MOVE "N" TO WSScanEOF
           OPEN INPUT HoldFile
           IF WSHoldFileStatus = "00"
               PERFORM ADD-ONE-HOLD UNTIL WSScanEOF = "Y"
               CLOSE HoldFile
           END-IF.

       ADD-ONE-HOLD.
           READ HoldFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF HoldIDNum = WSHoldCheckID AND HoldHeld
                       ADD HoldAmount TO WSHeldTotal
                   END-IF
           END-READ.

       POST-SWEEP-LEGS.
      *>     Both sequence numbers are drawn before anything posts,
      *>     so a failed issue can never leave half a pair.
           CALL 'FXRATE' USING WSTargetCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               SET WSOutcomeFailed TO TRUE
               MOVE "NO EXCHANGE RATE ON FILE" TO WSResultText
           ELSE
               COMPUTE WSSweepHome ROUNDED =
                   WSSweepAmount * WSFxMidRate
               PERFORM BUILD-SWEEP-TRANSACTION-ID
               MOVE WSTransactionID TO WSDebitLegID
               IF WSSeqCounter NOT = 0
                   PERFORM BUILD-SWEEP-TRANSACTION-ID
                   MOVE WSTransactionID TO WSCreditLegID
               END-IF
               IF WSSeqCounter = 0
                   SET WSOutcomeFailed TO TRUE
                   MOVE "SEQUENCE NOT ISSUED" TO WSResultText
               ELSE
                   MOVE WSDebitLegID TO TranID
                   MOVE "D" TO TranLegType
                   PERFORM WRITE-SWEEP-LEG
                   PERFORM DEBIT-PAYER-BALANCE
                   MOVE WSCreditLegID TO TranID
                   MOVE "C" TO TranLegType
                   PERFORM WRITE-SWEEP-LEG
                   PERFORM CREDIT-PAYEE-BALANCE
                   MOVE "POSTED" TO WSResultText
               END-IF
           END-IF.

       BUILD-SWEEP-TRANSACTION-ID.
      *>     The usual date / code / protocol construction, split
      *>     on 500 so the code lands in the sweep range.
           MOVE WSBusinessDate TO WSSystemDate
           MOVE WSSystemDay TO WSTranDay
           MOVE WSSystemMonth TO WSTranMonth
           MOVE WSSystemYear TO WSTranYear
           CALL 'TRANSEQ' USING WSSeqCounter
           DIVIDE WSSeqCounter BY 500
               GIVING WSTranProtocol
               REMAINDER WSTranCode
           ADD WSSweepLowCode TO WSTranCode.

       WRITE-SWEEP-LEG.
           MOVE WSSweepAmount TO TranAmount
           MOVE WSPayerName TO TranSender
           MOVE WSPayeeName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "SWEEPPST" TO TranOperator
           MOVE WSTargetCurrency TO TranCurrency
           MOVE WSSweepHome TO TranHomeAmount
           MOVE WSDebitLegID TO TranTransferID
           MOVE "T" TO TranType
           MOVE WSPayerID TO TranSenderID
           MOVE WSPayeeID TO TranReceiverID
           MOVE "HO" TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
               WRITE TransactionRecord
           CLOSE TransactionFile.

       DEBIT-PAYER-BALANCE.
           MOVE WSPayerID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Payer ID " WSPayerID
                       " not found for balance update"
               NOT INVALID KEY
                   SUBTRACT WSSweepAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to update payer balance "
                               WSPayerID
                   END-REWRITE
           END-READ.

       CREDIT-PAYEE-BALANCE.
           MOVE WSPayeeID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Payee ID " WSPayeeID
                       " not found for balance update"
               NOT INVALID KEY
                   ADD WSSweepAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to update payee balance "
                               WSPayeeID
                   END-REWRITE
           END-READ.

       PRINT-SWEEP-LINE.
           MOVE WSTargetBalance TO WSMoneyOut
           MOVE WSSweepAmount TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING SwSweepNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SwTargetID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SwSourceID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSDirection DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSTargetCurrency DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSResultText DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-SWEEP-SUMMARY.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSTopUpTotal TO WSMoneyOut
           MOVE WSSweepBackTotal TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "TOP-UPS: " DELIMITED BY SIZE
               WSTopUpCount DELIMITED BY SIZE
               " HOME " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  SWEEP-BACKS: " DELIMITED BY SIZE
               WSSweepBackCount DELIMITED BY SIZE
               " HOME " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "CHECKED: " DELIMITED BY SIZE
               WSSweepsSeen DELIMITED BY SIZE
               "  WITHIN LIMITS: " DELIMITED BY SIZE
               WSInLimitsCount DELIMITED BY SIZE
               "  BELOW MINIMUM: " DELIMITED BY SIZE
               WSBelowMinCount DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               WSFailedCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CHECK-SWEEP-CODE.
      *>     The statement and the monitor describe an item from
      *>     the code table, so the sweep range must be on file as
      *>     its own row before anything is posted. Later rows win
      *>     the lookup, so it overrides a wider 0000-band row.
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
                   IF TcLowCode = WSSweepLowCode AND
                      TcHighCode = WSSweepHighCode
                       MOVE "Y" TO WSCodeSeen
                   END-IF
           END-READ.

       LOAD-OPEN-ESTATES.
           MOVE 0 TO WSEstateCount
           MOVE "N" TO WSEstateEOF
           OPEN INPUT EstateFile
           IF WSEstFileStatus = "00"
               PERFORM LOAD-ONE-ESTATE UNTIL WSEstateEOF = "Y"
               CLOSE EstateFile
           END-IF.

       LOAD-ONE-ESTATE.
           READ EstateFile
               AT END MOVE "Y" TO WSEstateEOF
               NOT AT END
                   IF EstOpen
                       IF WSEstateCount >= 200
                           DISPLAY "Estate table full at 200 - "
                               EstCustomerID " not skipped"
                       ELSE
                           ADD 1 TO WSEstateCount
                           SET WSEstIdx TO WSEstateCount
                           MOVE EstCustomerID
                               TO WSEstateID (WSEstIdx)
                       END-IF
                   END-IF
           END-READ.

       CHECK-ESTATE-SKIP.
           MOVE "N" TO WSIsEstate
           PERFORM CHECK-ONE-ESTATE-ID
               VARYING WSEstIdx FROM 1 BY 1
               UNTIL WSEstIdx > WSEstateCount
               OR WSIsEstate = "Y".

       CHECK-ONE-ESTATE-ID.
           IF WSEstateID (WSEstIdx) = WSEstCheckID
               MOVE "Y" TO WSIsEstate
           END-IF.
