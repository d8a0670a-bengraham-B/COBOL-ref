               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT CollateralFile ASSIGN TO "Collateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT DepSeqFile ASSIGN TO "TermDepositSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSeqFileStatus.

           SELECT ConfirmFile ASSIGN TO WSConfirmName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSConfFileStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

       data division.

       FILE SECTION.
       COPY TDEPREC.

       FD NewTermDepositFile.
       01 NewTermDepositRecord PIC X(120).

       FD CustomerFile.
       COPY CUSTREC.
       FD TransactionFile.
       COPY TRANREC.

       FD CollateralFile.
       COPY COLLREC.

       FD ProductFile.
       COPY PRODREC.

       FD DepSeqFile.
       01 DepSeqRecord.
           02 DepSeqCounter PIC 9(7).

      *> Rollover confirmations for the customers, one block per
      *> deposit rolled, for the post room.
       FD ConfirmFile.
       01 ConfirmLine PIC X(100).

       FD GLMovementFile.
       COPY GLMOVE.

       WORKING-STORAGE SECTION.
       01 WSDepFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSCollFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSConfFileStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSProdEOF PIC A(1) VALUE "N".

       01 WSToday PIC 9(8) VALUE 0.


       01 WSMaturedCount PIC 9(5) VALUE 0.
       01 WSFailedCount PIC 9(5) VALUE 0.
       01 WSHeldCount PIC 9(5) VALUE 0.

      *>   Term deposits pledged as loan security - any deposit with
      *>   a lien still held on Collateral.dat. A pledged deposit
      *>   that reaches maturity is not paid out; it stays open
      *>   until the lien comes off.
       01 WSCollEOF PIC A(1) VALUE "N".
       01 WSDepositPledged PIC A(1) VALUE "N".
       01 WSPrincipalPaid PIC S9(11)V99 VALUE 0.
       01 WSInterestPaid PIC S9(11)V99 VALUE 0.

       01 WSInterestAmount PIC S9(9)V99 VALUE 0.

      *>   A deposit is held in its account's currency; the ledger
      *>   items carry the home value at the day's mid rate. The
      *>   term deposits control account holds each deposit at the
      *>   mid rate of the day it was placed, and releases it at
      *>   that rate too.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxBookRate PIC 9(5)V9999 VALUE 1.
       01 WSFxBookStatus PIC 99 VALUE 0.
       01 WSAcctTransit PIC 9(4) VALUE 2090.
       01 WSAcctTermDeposits PIC 9(4) VALUE 2100.
       01 WSGlDrAccount PIC 9(4) VALUE 0.
       01 WSGlCrAccount PIC 9(4) VALUE 0.
       01 WSGlAmount PIC S9(11)V99 VALUE 0.

      *>   Rollover at maturity - the new deposit takes the
      *>   product's term and maturity rate as they stand on the
      *>   catalog on the day it rolls, keeps the instruction, and
      *>   points back at the deposit it came from. It is written
      *>   straight after the matured entry on the new register.
       01 WSRollPending PIC A(1) VALUE "N".
       01 WSRollSeen PIC A(1) VALUE "N".
       01 WSRollNumber PIC 9(7) VALUE 0.
       01 WSRollAmount PIC S9(9)V99 VALUE 0.
       01 WSRollRate PIC 9V9999 VALUE 0.
       01 WSRollTerm PIC 9(3) VALUE 0.
       01 WSRollMaturity PIC 9(8) VALUE 0.
       01 WSRollPaidOut PIC S9(9)V99 VALUE 0.
       01 WSRollCustomer PIC 9(5) VALUE 0.
       01 WSRollProduct PIC X(3) VALUE SPACES.
       01 WSRollInstruction PIC X(1) VALUE SPACE.
       01 WSRollFrom PIC 9(7) VALUE 0.
       01 WSRolledCount PIC 9(5) VALUE 0.
       01 WSRolledAmount PIC S9(11)V99 VALUE 0.
       01 WSConfirmName PIC X(30) VALUE SPACES.
       01 WSConfirmOpen PIC A(1) VALUE "N".
       01 WSRateOut PIC 9.9999.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.
       01 WSPayCustomerSeen PIC A(1) VALUE "N".
       01 WSCustomerName PIC X(31) VALUE SPACES.

      *>   principal, an interest item for the interest, the way
      *>   INTACCR posts), rolls both into CustBalance, flips the
      *>   register entry matured, and reports the day's
      *>   maturities for sign-off. A deposit with a rollover
      *>   instruction re-places the principal (or principal and
      *>   interest) into a new deposit through an ordinary
      *>   placement leg, and the customer gets a confirmation.
      *>   Principal leaving and re-entering term deposits is
      *>   booked to the term deposits control account on
      *>   GLMovements.dat.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSToday
       MOVE WSToday TO WSRunDate
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       MOVE SPACES TO WSConfirmName
       STRING "TDRollover" DELIMITED BY SIZE
           WSToday DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WSConfirmName
       END-STRING

       OPEN OUTPUT NewTermDepositFile
       PERFORM PROCESS-ONE-DEPOSIT UNTIL WSEOF = "Y"
       CLOSE TermDepositFile
       CLOSE NewTermDepositFile
       CLOSE CustomerFile
       IF WSConfirmOpen = "Y"
           CLOSE ConfirmFile
       END-IF

       PERFORM SWAP-DEPOSIT-FILE-BACK

       DISPLAY "TERM DEPOSIT MATURITIES FOR " WSToday
       DISPLAY "DEPOSITS MATURED: " WSMaturedCount
       DISPLAY "DEPOSITS FAILED:  " WSFailedCount
       DISPLAY "HELD UNDER LIEN:  " WSHeldCount
       DISPLAY "ROLLED OVER:      " WSRolledCount
       DISPLAY "AMOUNT ROLLED:    " WSRolledAmount
       DISPLAY "PRINCIPAL PAID:   " WSPrincipalPaid
       DISPLAY "INTEREST PAID:    " WSInterestPaid
       DISPLAY "Maturity report written to " WSRptName
       IF WSConfirmOpen = "Y"
           DISPLAY "Rollover confirmations written to "
               WSConfirmName
       END-IF.

       STOP RUN.

               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDOpen AND TDMaturityDate <= WSToday
                       PERFORM CHECK-DEPOSIT-PLEDGED
                       IF WSDepositPledged = "Y"
                           PERFORM HOLD-PLEDGED-DEPOSIT
                       ELSE
                           PERFORM MATURE-ONE-DEPOSIT
                       END-IF
                   END-IF
                   MOVE TermDepositRecord TO NewTermDepositRecord
                   WRITE NewTermDepositRecord
                   IF WSRollPending = "Y"
                       PERFORM WRITE-ROLLED-DEPOSIT
                   END-IF
           END-READ.

       MATURE-ONE-DEPOSIT.
      *>     Simple interest for the locked term - the rate was
      *>     fixed at placement, so the payout is known the day the
      *>     deposit was taken. A deposit whose customer has gone
      *>     missing, or whose account currency has no rate on
      *>     file, keeps its register entry open so tomorrow's
      *>     run retries it once the record is sorted out.
           PERFORM FIND-PAYOUT-CUSTOMER
           IF WSPayCustomerSeen = "N"
               ADD 1 TO WSFailedCount
               DISPLAY "Deposit " TDNumber " failed - customer "
                   TDCustomerID " not on Customer.dat"
           ELSE
           IF NOT WSFxFound
               ADD 1 TO WSFailedCount
               DISPLAY "Deposit " TDNumber " failed - no rate on "
                   "file for " WSAcctCurrency
           ELSE
               COMPUTE WSInterestAmount ROUNDED =
                   (TDPrincipal * TDRate * TDTermMonths) / 12
               IF WSInterestAmount NOT = 0
                   PERFORM POST-MATURITY-INTEREST
               END-IF
               MOVE "N" TO WSRollPending
               MOVE 0 TO WSRollAmount
               IF TDInstrRollPrincipal OR TDInstrRollAll
                   PERFORM PREPARE-ROLLOVER
               END-IF
               COMPUTE CustBalance = CustBalance + TDPrincipal
                   + WSInterestAmount - WSRollAmount
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "Unable to credit customer "
                           TDCustomerID " for deposit " TDNumber
               END-REWRITE
               SET TDMatured TO TRUE
               MOVE WSToday TO TDCloseDate
               MOVE WSInterestAmount TO TDInterestPaid
               MOVE 0 TO TDPenaltyAmount
               MOVE "TDMATURE" TO TDClosedBy
               IF WSRollPending = "Y"
                   MOVE WSRollNumber TO TDNextNumber
               END-IF
               ADD 1 TO WSMaturedCount
               ADD TDPrincipal TO WSPrincipalPaid
               ADD WSInterestAmount TO WSInterestPaid
               PERFORM PRINT-MATURITY-LINE
               IF WSRollPending = "Y"
                   PERFORM PRINT-ROLLOVER-LINE
                   PERFORM WRITE-ROLLOVER-CONFIRMATION
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
               WSFxEffDate, WSFxStatus.

       PREPARE-ROLLOVER.
      *>     A product withdrawn from sale, or no longer a term
      *>     product, cannot take the money again - the deposit
      *>     pays out in full and the report says why.
           PERFORM FIND-ROLLOVER-PRODUCT
           IF WSRollSeen = "N"
               PERFORM PRINT-ROLLOVER-REFUSED
           ELSE
               MOVE "M" TO WSDcAction
               MOVE WSToday TO WSDcDate1
               MOVE WSRollTerm TO WSDcAmount
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               IF WSDcStatus NOT = 0
                   PERFORM PRINT-ROLLOVER-REFUSED
               ELSE
                   MOVE WSDcDate2 TO WSRollMaturity
                   IF TDInstrRollAll
                       COMPUTE WSRollAmount =
                           TDPrincipal + WSInterestAmount
                   ELSE
                       MOVE TDPrincipal TO WSRollAmount
                   END-IF
                   COMPUTE WSRollPaidOut = TDPrincipal
                       + WSInterestAmount - WSRollAmount
                   PERFORM NEXT-DEPOSIT-NUMBER
                   MOVE TDNumber TO WSRollFrom
                   MOVE TDCustomerID TO WSRollCustomer
                   MOVE TDProductCode TO WSRollProduct
                   MOVE TDInstruction TO WSRollInstruction
                   PERFORM POST-ROLLOVER-PLACEMENT
                   MOVE "Y" TO WSRollPending
                   ADD 1 TO WSRolledCount
                   ADD WSRollAmount TO WSRolledAmount
               END-IF
           END-IF.

       FIND-ROLLOVER-PRODUCT.
           MOVE "N" TO WSRollSeen
           MOVE "N" TO WSProdEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM CHECK-ONE-ROLLOVER-PRODUCT
                   UNTIL WSProdEOF = "Y"
               CLOSE ProductFile
           END-IF.

       CHECK-ONE-ROLLOVER-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSProdEOF
               NOT AT END
                   IF ProdCode = TDProductCode AND ProdActive
                       AND ProdTermMonths IS NUMERIC
                       AND ProdTermMonths > 0
                       MOVE "Y" TO WSRollSeen
                       MOVE ProdTermMonths TO WSRollTerm
                       MOVE ProdMaturityRate TO WSRollRate
                   END-IF
           END-READ.

       NEXT-DEPOSIT-NUMBER.
      *>     Same counter the placement screen issues from.
           MOVE 0 TO WSRollNumber
           OPEN INPUT DepSeqFile
           IF WSSeqFileStatus = "00"
               READ DepSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE DepSeqCounter TO WSRollNumber
               END-READ
               CLOSE DepSeqFile
           END-IF
           ADD 1 TO WSRollNumber
           MOVE WSRollNumber TO DepSeqCounter
           OPEN OUTPUT DepSeqFile
               WRITE DepSeqRecord
           CLOSE DepSeqFile.

       POST-ROLLOVER-PLACEMENT.
      *>     The rolled amount leaves the customer again through an
      *>     ordinary placement debit leg, so the statement shows
      *>     the maturity and the new placement side by side.
           PERFORM BUILD-MATURITY-TRANSACTION-ID
           ADD 3000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSRollAmount TO TranAmount
           MOVE WSCustomerName TO TranSender
           MOVE "TERM DEPOSIT ROLLOVER" TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "TDMATURE" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE WSGlAmount ROUNDED = WSRollAmount * WSFxMidRate
           MOVE WSGlAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
           MOVE "T" TO TranType
           MOVE TDCustomerID TO TranSenderID
           MOVE ZERO TO TranReceiverID
           MOVE "HO" TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
               WRITE TransactionRecord
           CLOSE TransactionFile
           MOVE WSAcctTransit TO WSGlDrAccount
           MOVE WSAcctTermDeposits TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR.

       WRITE-ROLLED-DEPOSIT.
           MOVE SPACES TO TermDepositRecord
           MOVE WSRollNumber TO TDNumber
           MOVE WSRollCustomer TO TDCustomerID
           MOVE WSRollProduct TO TDProductCode
           MOVE WSRollAmount TO TDPrincipal
           MOVE WSRollRate TO TDRate
           MOVE WSToday TO TDStartDate
           MOVE WSRollTerm TO TDTermMonths
           MOVE WSRollMaturity TO TDMaturityDate
           SET TDOpen TO TRUE
           MOVE 0 TO TDCloseDate
           MOVE 0 TO TDInterestPaid
           MOVE 0 TO TDPenaltyAmount
           MOVE SPACES TO TDClosedBy
           MOVE WSRollInstruction TO TDInstruction
           MOVE WSRollFrom TO TDPrevNumber
           MOVE 0 TO TDNextNumber
           MOVE TermDepositRecord TO NewTermDepositRecord
           WRITE NewTermDepositRecord
           MOVE "N" TO WSRollPending.

       PRINT-ROLLOVER-LINE.
           MOVE WSRollAmount TO WSMoneyOut
           MOVE WSRollRate TO WSRateOut
           MOVE SPACES TO WSRptLine
           STRING "         ROLLED INTO " DELIMITED BY SIZE
               WSRollNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSRollMaturity DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ROLLOVER-REFUSED.
           MOVE SPACES TO WSRptLine
           STRING "         ROLLOVER NOT POSSIBLE - PRODUCT "
               DELIMITED BY SIZE
               TDProductCode DELIMITED BY SIZE
               " NOT ON SALE, PAID OUT" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       WRITE-ROLLOVER-CONFIRMATION.
           IF WSConfirmOpen = "N"
               OPEN OUTPUT ConfirmFile
               MOVE "Y" TO WSConfirmOpen
           END-IF
           MOVE SPACES TO ConfirmLine
           WRITE ConfirmLine
           MOVE "TERM DEPOSIT ROLLOVER CONFIRMATION" TO ConfirmLine
           WRITE ConfirmLine
           MOVE SPACES TO ConfirmLine
           STRING WSCustomerName DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               TDCustomerID DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               WSToday DELIMITED BY SIZE
               INTO ConfirmLine
           END-STRING
           WRITE ConfirmLine
           MOVE TDPrincipal TO WSMoneyOut
           MOVE WSInterestAmount TO WSMoneyOut2
           MOVE SPACES TO ConfirmLine
           STRING "  DEPOSIT " DELIMITED BY SIZE
               TDNumber DELIMITED BY SIZE
               " MATURED - PRINCIPAL " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  INTEREST " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO ConfirmLine
           END-STRING
           WRITE ConfirmLine
           MOVE WSRollAmount TO WSMoneyOut
           MOVE WSRollRate TO WSRateOut
           MOVE SPACES TO ConfirmLine
           STRING "  ROLLED OVER INTO DEPOSIT " DELIMITED BY SIZE
               WSRollNumber DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " PER ANNUM" DELIMITED BY SIZE
               INTO ConfirmLine
           END-STRING
           WRITE ConfirmLine
           MOVE SPACES TO ConfirmLine
           STRING "  TERM " DELIMITED BY SIZE
               WSRollTerm DELIMITED BY SIZE
               " MONTHS, MATURING " DELIMITED BY SIZE
               WSRollMaturity DELIMITED BY SIZE
               INTO ConfirmLine
           END-STRING
           WRITE ConfirmLine
           MOVE WSRollPaidOut TO WSMoneyOut
           MOVE SPACES TO ConfirmLine
           STRING "  PAID TO YOUR ACCOUNT " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO ConfirmLine
           END-STRING
           WRITE ConfirmLine.

       FIND-PAYOUT-CUSTOMER.
           MOVE "N" TO WSPayCustomerSeen
           MOVE TDCustomerID TO IDNum
                       SPACE
                       LastName DELIMITED BY SIZE
                       INTO WSCustomerName
                   PERFORM FIND-ACCOUNT-MID-RATE
           END-READ.

       BUILD-MATURITY-TRANSACTION-ID.
           MOVE WSCustomerName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "TDMATURE" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE TranHomeAmount ROUNDED = TDPrincipal * WSFxMidRate
           MOVE ZERO TO TranTransferID
           MOVE "C" TO TranLegType
           MOVE "T" TO TranType
               OPEN OUTPUT TransactionFile
           END-IF
               WRITE TransactionRecord
           CLOSE TransactionFile
           PERFORM SET-DEPOSIT-BOOK-VALUE
           MOVE WSAcctTermDeposits TO WSGlDrAccount
           MOVE WSAcctTransit TO WSGlCrAccount
           PERFORM BOOK-CONTROL-PAIR.

       SET-DEPOSIT-BOOK-VALUE.
      *>     The move in the rate since placement stays in items in
      *>     transit. A deposit placed before any rate was on file
      *>     comes off at today's rate.
           CALL 'FXRATE' USING WSAcctCurrency, TDStartDate,
               WSFxBookRate, WSFxEffDate, WSFxBookStatus
           IF WSFxBookStatus NOT = 0
               MOVE WSFxMidRate TO WSFxBookRate
           END-IF
           COMPUTE WSGlAmount ROUNDED = TDPrincipal * WSFxBookRate.

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
           MOVE WSToday TO GLMoveDate
           MOVE WSGlAmount TO GLMoveAmount
           MOVE "TDMATURE" TO GLMoveSource
           MOVE "T" TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile.

       POST-MATURITY-INTEREST.
      *>     The interest piece posts as a 5000-band interest item
           MOVE WSCustomerName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "TDMATURE" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           COMPUTE TranHomeAmount ROUNDED =
               WSInterestAmount * WSFxMidRate
           MOVE ZERO TO TranTransferID
           MOVE SPACE TO TranLegType
           MOVE "I" TO TranType
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CHECK-DEPOSIT-PLEDGED.
           MOVE "N" TO WSDepositPledged
           MOVE "N" TO WSCollEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               PERFORM CHECK-ONE-PLEDGE
                   UNTIL WSCollEOF = "Y" OR WSDepositPledged = "Y"
               CLOSE CollateralFile
           END-IF.

       CHECK-ONE-PLEDGE.
           READ CollateralFile
               AT END MOVE "Y" TO WSCollEOF
               NOT AT END
                   IF ColTermDeposit AND ColLienHeld
                       AND ColTDNumber = TDNumber
                       MOVE "Y" TO WSDepositPledged
                   END-IF
           END-READ.

       HOLD-PLEDGED-DEPOSIT.
      *>     Security for a loan - the principal stays with the bank
      *>     and the entry stays open, so the deposit pays out on
      *>     the first run after the lien is released.
           ADD 1 TO WSHeldCount
           DISPLAY "Deposit " TDNumber " held - pledged as loan "
               "security"
           MOVE SPACES TO WSRptLine
           STRING TDNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TDCustomerID DELIMITED BY SIZE
               "  HELD - PLEDGED AS LOAN SECURITY" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SWAP-DEPOSIT-FILE-BACK.
      *>     Copy-swap like every other unkeyed file here.
           OPEN INPUT NewTermDepositFile
