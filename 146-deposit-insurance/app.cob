       >> SOURCE FORMAT FREE
       identification division.
       program-id. DEPINS.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT EntityFile ASSIGN TO "Entities.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EntIDNum
           FILE STATUS IS WSEntFileStatus.

           SELECT TermDepositFile ASSIGN TO "TermDeposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTDFileStatus.

           SELECT AcctRelFile ASSIGN TO "AcctRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRelFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT ScvFile ASSIGN TO WSScvFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSScvFileStatus.

           SELECT SortWorkFile ASSIGN TO "DEPINWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD EntityFile.
       COPY ENTREC.

       FD TermDepositFile.
       COPY TDEPREC.

       FD AcctRelFile.
       COPY RELREC.

       FD ProductFile.
       COPY PRODREC.

      *> Single-customer-view submission file - "H" header, then
      *> per depositor a "D" depositor record followed by one "A"
      *> record per eligible position (an account balance or an
      *> open term deposit, or the depositor's share of a joint
      *> one), and a "Z" trailer with the depositor and position
      *> counts and the eligible, insured and uninsured totals.
      *> Every amount is in home currency.
       FD ScvFile.
       01 ScvLine PIC X(160).
       01 ScvHeader REDEFINES ScvLine.
           02 SvhRecordType PIC X(1).
           02 SvhFileDate PIC 9(8).
           02 SvhInstitution PIC X(8).
           02 SvhCoverLimit PIC 9(9)V99.
           02 FILLER PIC X(132).
       01 ScvDepositor REDEFINES ScvLine.
           02 SvdRecordType PIC X(1).
           02 SvdIDNum PIC 9(5).
           02 SvdType PIC X(1).
           02 SvdSSN PIC 9(9).
           02 SvdRegNumber PIC X(15).
           02 SvdLastName PIC X(15).
           02 SvdFirstName PIC X(15).
           02 SvdBirthDate PIC 9(8).
           02 SvdAddress PIC X(30).
           02 SvdBranch PIC X(4).
           02 SvdPositions PIC 9(3).
           02 SvdEligible PIC 9(11)V99.
           02 SvdInsured PIC 9(11)V99.
           02 SvdUninsured PIC 9(11)V99.
           02 FILLER PIC X(15).
       01 ScvPosition REDEFINES ScvLine.
           02 SvaRecordType PIC X(1).
           02 SvaIDNum PIC 9(5).
           02 SvaAccount PIC 9(5).
           02 SvaDepositNumber PIC 9(7).
           02 SvaProduct PIC X(3).
           02 SvaCurrency PIC X(3).
           02 SvaHolders PIC 9(2).
           02 SvaShare PIC 9(11)V99.
           02 SvaInsured PIC 9(11)V99.
           02 FILLER PIC X(108).
       01 ScvTrailer REDEFINES ScvLine.
           02 SvzRecordType PIC X(1).
           02 SvzDepositors PIC 9(7).
           02 SvzPositions PIC 9(7).
           02 SvzEligible PIC 9(13)V99.
           02 SvzInsured PIC 9(13)V99.
           02 SvzUninsured PIC 9(13)V99.
           02 FILLER PIC X(100).

      *>   One eligible position per holder - a joint balance is
      *>   released once per holder with that holder's share.
       SD SortWorkFile.
       01 SortRecord.
           02 SortDepositor PIC 9(5).
           02 SortAccount PIC 9(5).
           02 SortDepositNumber PIC 9(7).
           02 SortProduct PIC X(3).
           02 SortCurrency PIC X(3).
           02 SortHolders PIC 9(2).
           02 SortShare PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEntFileStatus PIC X(2) VALUE "00".
       01 WSTDFileStatus PIC X(2) VALUE "00".
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSScvFileStatus PIC X(2) VALUE "00".
       01 WSScvFileName PIC X(30) VALUE SPACES.
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSBusinessMonth PIC 99 VALUE 0.
           88 WSQuarterEnd VALUE 3 6 9 12.
       01 WSSuspenseID PIC 9(5) VALUE 99999.
       01 WSInstitution PIC X(8) VALUE "OURBANK".

      *>   The scheme's coverage limit per depositor, in home
      *>   currency, across everything the depositor holds with us.
       01 WSCoverLimit PIC 9(9)V99 VALUE 100000.00.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "DEPINS  ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Active joint holders per account from AcctRel.dat - a
      *>   signatory or guardian owns none of the money.
       01 WSJointTable.
           02 WSJointEntry OCCURS 2000 TIMES
               INDEXED BY WSJntIdx.
               03 WSJntAccount PIC 9(5).
               03 WSJntParty PIC 9(5).
       01 WSJointCount PIC 9(4) VALUE 0.
       01 WSJointLost PIC 9(5) VALUE 0.

      *>   Per-product totals for the report; slot 1 is the term
      *>   deposits and cheque balances whose product is no
      *>   longer in the catalog.
       01 WSProductTable.
           02 WSProductEntry OCCURS 30 TIMES
               INDEXED BY WSPrdIdx.
               03 WSPrdCode PIC X(3).
               03 WSPrdName PIC X(20).
               03 WSPrdPositions PIC 9(7).
               03 WSPrdEligible PIC S9(13)V99.
               03 WSPrdInsured PIC S9(13)V99.
               03 WSPrdUninsured PIC S9(13)V99.
       01 WSProductCount PIC 99 VALUE 0.
       01 WSProductSlot PIC 99 VALUE 0.

      *>   One account position being released.
       01 WSPosAccount PIC 9(5) VALUE 0.
       01 WSPosDepositNumber PIC 9(7) VALUE 0.
       01 WSPosIdentity PIC 9(5) VALUE 0.
       01 WSPosProduct PIC X(3) VALUE SPACES.
       01 WSPosCurrency PIC X(3) VALUE SPACES.
       01 WSPosAmount PIC S9(11)V99 VALUE 0.
       01 WSPosHome PIC S9(11)V99 VALUE 0.
       01 WSPosHolders PIC 9(2) VALUE 0.
       01 WSPosShare PIC S9(11)V99 VALUE 0.
       01 WSPosFirstShare PIC S9(11)V99 VALUE 0.

       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxMissing PIC 9(5) VALUE 0.

      *>   One depositor's positions, gathered off the sort before
      *>   the coverage limit is applied across them.
       01 WSHeldTable.
           02 WSHeldEntry OCCURS 200 TIMES
               INDEXED BY WSHldIdx.
               03 WSHldAccount PIC 9(5).
               03 WSHldDepositNumber PIC 9(7).
               03 WSHldProduct PIC X(3).
               03 WSHldCurrency PIC X(3).
               03 WSHldHolders PIC 9(2).
               03 WSHldShare PIC S9(11)V99.
       01 WSHeldCount PIC 9(3) VALUE 0.
       01 WSHeldLost PIC 9(5) VALUE 0.
       01 WSCurrentDepositor PIC 9(5) VALUE 0.
       01 WSDepositorEligible PIC S9(13)V99 VALUE 0.
       01 WSDepositorInsured PIC S9(13)V99 VALUE 0.
       01 WSDepositorUninsured PIC S9(13)V99 VALUE 0.
       01 WSPositionInsured PIC S9(11)V99 VALUE 0.
       01 WSInsuredLeft PIC S9(13)V99 VALUE 0.

       01 WSAccountsRead PIC 9(7) VALUE 0.
       01 WSOverdrawnSkipped PIC 9(7) VALUE 0.
       01 WSDepositsRead PIC 9(7) VALUE 0.
       01 WSDepositorCount PIC 9(7) VALUE 0.
       01 WSOverLimitCount PIC 9(7) VALUE 0.
       01 WSPositionCount PIC 9(7) VALUE 0.
       01 WSTotalEligible PIC S9(13)V99 VALUE 0.
       01 WSTotalInsured PIC S9(13)V99 VALUE 0.
       01 WSTotalUninsured PIC S9(13)V99 VALUE 0.

       01 WSAmountOut PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WSInsuredOut PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WSUninsuredOut PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WSCountOut PIC ZZZ,ZZ9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "DepositInsurance.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Quarterly deposit insurance single customer view -
      *>   adds up everything each depositor holds with us: the
      *>   credit balance on every account their identity owns
      *>   (the identity record and its secondary accounts through
      *>   CustOwnerID) and every open term deposit, converted to
      *>   home currency at the business-date rate. A balance on
      *>   an account with active joint holders is split equally
      *>   between the account holder and each joint holder, the
      *>   odd cent staying with the account holder. The coverage
      *>   limit applies to each depositor's total; where a total
      *>   is over the limit the insured amount is spread across
      *>   the positions pro rata, so the per-product split on
      *>   DepositInsurance.rpt adds back to the depositor totals.
      *>   Closed accounts and the suspense account hold no
      *>   deposits; an overdrawn account is not eligible and is
      *>   not set off against the depositor's credit balances.
      *>   Runs with month-end at the end of each quarter and cuts
      *>   DepInsSCV<date>.txt for submission to the scheme.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE WSBusinessDate (5:2) TO WSBusinessMonth
       IF NOT WSQuarterEnd
           DISPLAY "Not a quarter-end month - no single customer "
               "view this month"
           STOP RUN
       END-IF
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

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "no single customer view cut"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO WSScvFileName
       STRING "DepInsSCV" DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WSScvFileName
       END-STRING
       OPEN OUTPUT ScvFile
       IF WSScvFileStatus NOT = "00"
           DISPLAY WSScvFileName " could not be opened - "
               "no single customer view cut"
           CLOSE CustomerFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO ScvLine
       MOVE "H" TO SvhRecordType
       MOVE WSBusinessDate TO SvhFileDate
       MOVE WSInstitution TO SvhInstitution
       MOVE WSCoverLimit TO SvhCoverLimit
       WRITE ScvLine

       OPEN INPUT EntityFile
       PERFORM LOAD-PRODUCTS
       PERFORM LOAD-JOINT-HOLDERS
       SORT SortWorkFile
           ON ASCENDING KEY SortDepositor SortAccount
               SortDepositNumber
           INPUT PROCEDURE IS FEED-POSITIONS
           OUTPUT PROCEDURE IS APPLY-COVERAGE
       CLOSE CustomerFile
       IF WSEntFileStatus = "00"
           CLOSE EntityFile
       END-IF

       MOVE SPACES TO ScvLine
       MOVE "Z" TO SvzRecordType
       MOVE WSDepositorCount TO SvzDepositors
       MOVE WSPositionCount TO SvzPositions
       MOVE WSTotalEligible TO SvzEligible
       MOVE WSTotalInsured TO SvzInsured
       MOVE WSTotalUninsured TO SvzUninsured
       WRITE ScvLine
       CLOSE ScvFile

       PERFORM PRINT-PRODUCT-REPORT

       MOVE WSDepositorCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSFxMissing > 0 OR WSJointLost > 0 OR WSHeldLost > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "DEPOSIT INSURANCE SINGLE CUSTOMER VIEW AT "
           WSBusinessDate
       DISPLAY "DEPOSITORS:        " WSDepositorCount
       DISPLAY "OVER THE LIMIT:    " WSOverLimitCount
       DISPLAY "POSITIONS:         " WSPositionCount
       DISPLAY "ELIGIBLE:          " WSTotalEligible
       DISPLAY "INSURED:           " WSTotalInsured
       DISPLAY "UNINSURED:         " WSTotalUninsured
       IF WSFxMissing > 0
           DISPLAY "NO FX RATE:        " WSFxMissing
               " positions taken at par"
       END-IF
       IF WSJointLost > 0
           DISPLAY "JOINT HOLDERS LOST: " WSJointLost
               " - joint table full, balances left undivided"
       END-IF
       IF WSHeldLost > 0
           DISPLAY "POSITIONS LOST:    " WSHeldLost
               " - depositor table full"
       END-IF
       DISPLAY "Submission file written to " WSScvFileName.

       STOP RUN.

       LOAD-PRODUCTS.
           MOVE 1 TO WSProductCount
           MOVE SPACES TO WSPrdCode (1)
           MOVE "NOT IN CATALOG" TO WSPrdName (1)
           MOVE 0 TO WSPrdPositions (1)
           MOVE 0 TO WSPrdEligible (1)
           MOVE 0 TO WSPrdInsured (1)
           MOVE 0 TO WSPrdUninsured (1)
           MOVE "N" TO WSEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM LOAD-ONE-PRODUCT UNTIL WSEOF = "Y"
               CLOSE ProductFile
           END-IF.

       LOAD-ONE-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSProductCount < 30
                       ADD 1 TO WSProductCount
                       SET WSPrdIdx TO WSProductCount
                       MOVE ProdCode TO WSPrdCode (WSPrdIdx)
                       MOVE ProdName TO WSPrdName (WSPrdIdx)
                       MOVE 0 TO WSPrdPositions (WSPrdIdx)
                       MOVE 0 TO WSPrdEligible (WSPrdIdx)
                       MOVE 0 TO WSPrdInsured (WSPrdIdx)
                       MOVE 0 TO WSPrdUninsured (WSPrdIdx)
                   END-IF
           END-READ.

       LOAD-JOINT-HOLDERS.
           MOVE "N" TO WSEOF
           OPEN INPUT AcctRelFile
           IF WSRelFileStatus = "00"
               PERFORM LOAD-ONE-JOINT-HOLDER UNTIL WSEOF = "Y"
               CLOSE AcctRelFile
           END-IF.

       LOAD-ONE-JOINT-HOLDER.
           READ AcctRelFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RelActive AND RelJointHolder
                       IF WSJointCount >= 2000
                           ADD 1 TO WSJointLost
                       ELSE
                           ADD 1 TO WSJointCount
                           SET WSJntIdx TO WSJointCount
                           MOVE RelAccountID TO WSJntAccount (WSJntIdx)
                           MOVE RelPartyID TO WSJntParty (WSJntIdx)
                       END-IF
                   END-IF
           END-READ.

       FEED-POSITIONS.
      *>     Account balances first, off one pass of the master;
      *>     then the open term deposits, each against the account
      *>     it was placed from.
           MOVE 0 TO IDNum
           MOVE "N" TO WSEOF
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE "Y" TO WSEOF
           END-START
           PERFORM FEED-ONE-ACCOUNT UNTIL WSEOF = "Y"
           MOVE "N" TO WSEOF
           OPEN INPUT TermDepositFile
           IF WSTDFileStatus = "00"
               PERFORM FEED-ONE-DEPOSIT UNTIL WSEOF = "Y"
               CLOSE TermDepositFile
           END-IF.

       FEED-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF IDNum NOT = WSSuspenseID AND NOT AcctClosed
                       ADD 1 TO WSAccountsRead
                       IF CustBalance > 0
                           MOVE IDNum TO WSPosAccount
                           MOVE 0 TO WSPosDepositNumber
                           MOVE CustProductCode TO WSPosProduct
                           IF WSPosProduct = SPACES
                               MOVE "CHQ" TO WSPosProduct
                           END-IF
                           MOVE CustBalance TO WSPosAmount
                           PERFORM SET-POSITION-OWNER
                           PERFORM RELEASE-POSITION
                       ELSE
                           IF CustBalance < 0
                               ADD 1 TO WSOverdrawnSkipped
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FEED-ONE-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDOpen AND TDPrincipal > 0
                       ADD 1 TO WSDepositsRead
                       MOVE TDCustomerID TO WSPosAccount
                       MOVE TDNumber TO WSPosDepositNumber
                       MOVE TDProductCode TO WSPosProduct
                       MOVE TDPrincipal TO WSPosAmount
                       MOVE TDCustomerID TO IDNum
                       READ CustomerFile
                           INVALID KEY
                               MOVE TDCustomerID TO WSPosIdentity
                               MOVE "ZAR" TO WSPosCurrency
                           NOT INVALID KEY
                               PERFORM SET-POSITION-OWNER
                       END-READ
                       PERFORM RELEASE-POSITION
                   END-IF
           END-READ.

       SET-POSITION-OWNER.
      *>     A secondary account's money belongs to the identity
      *>     record that owns it.
           IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
               MOVE CustOwnerID TO WSPosIdentity
           ELSE
               MOVE IDNum TO WSPosIdentity
           END-IF
           MOVE CustCurrency TO WSPosCurrency
           IF WSPosCurrency = SPACES
               MOVE "ZAR" TO WSPosCurrency
           END-IF.

       RELEASE-POSITION.
           CALL 'FXRATE' USING WSPosCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               ADD 1 TO WSFxMissing
               MOVE 1 TO WSFxMidRate
           END-IF
           COMPUTE WSPosHome ROUNDED = WSPosAmount * WSFxMidRate
           MOVE 1 TO WSPosHolders
           PERFORM COUNT-ONE-JOINT-HOLDER
               VARYING WSJntIdx FROM 1 BY 1
               UNTIL WSJntIdx > WSJointCount
           DIVIDE WSPosHome BY WSPosHolders GIVING WSPosShare
           COMPUTE WSPosFirstShare =
               WSPosHome - (WSPosShare * (WSPosHolders - 1))

           MOVE WSPosIdentity TO SortDepositor
           MOVE WSPosFirstShare TO SortShare
           PERFORM RELEASE-ONE-SHARE
           IF WSPosHolders > 1
               MOVE WSPosShare TO SortShare
               PERFORM RELEASE-JOINT-SHARE
                   VARYING WSJntIdx FROM 1 BY 1
                   UNTIL WSJntIdx > WSJointCount
           END-IF.

       COUNT-ONE-JOINT-HOLDER.
           IF WSJntAccount (WSJntIdx) = WSPosAccount
               ADD 1 TO WSPosHolders
           END-IF.

       RELEASE-JOINT-SHARE.
           IF WSJntAccount (WSJntIdx) = WSPosAccount
               MOVE WSJntParty (WSJntIdx) TO SortDepositor
               PERFORM RELEASE-ONE-SHARE
           END-IF.

       RELEASE-ONE-SHARE.
           MOVE WSPosAccount TO SortAccount
           MOVE WSPosDepositNumber TO SortDepositNumber
           MOVE WSPosProduct TO SortProduct
           MOVE WSPosCurrency TO SortCurrency
           MOVE WSPosHolders TO SortHolders
           RELEASE SortRecord.

       APPLY-COVERAGE.
           MOVE 0 TO WSHeldCount
           MOVE 0 TO WSCurrentDepositor
           MOVE "N" TO WSEOF
           PERFORM RETURN-ONE-POSITION UNTIL WSEOF = "Y"
           IF WSHeldCount > 0
               PERFORM CLOSE-OUT-DEPOSITOR
           END-IF.

       RETURN-ONE-POSITION.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SortDepositor NOT = WSCurrentDepositor AND
                      WSHeldCount > 0
                       PERFORM CLOSE-OUT-DEPOSITOR
                   END-IF
                   MOVE SortDepositor TO WSCurrentDepositor
                   IF WSHeldCount >= 200
                       ADD 1 TO WSHeldLost
                   ELSE
                       ADD 1 TO WSHeldCount
                       SET WSHldIdx TO WSHeldCount
                       MOVE SortAccount TO WSHldAccount (WSHldIdx)
                       MOVE SortDepositNumber
                           TO WSHldDepositNumber (WSHldIdx)
                       MOVE SortProduct TO WSHldProduct (WSHldIdx)
                       MOVE SortCurrency TO WSHldCurrency (WSHldIdx)
                       MOVE SortHolders TO WSHldHolders (WSHldIdx)
                       MOVE SortShare TO WSHldShare (WSHldIdx)
                   END-IF
           END-RETURN.

       CLOSE-OUT-DEPOSITOR.
           MOVE 0 TO WSDepositorEligible
           PERFORM ADD-ONE-HELD-SHARE
               VARYING WSHldIdx FROM 1 BY 1
               UNTIL WSHldIdx > WSHeldCount
           IF WSDepositorEligible > WSCoverLimit
               MOVE WSCoverLimit TO WSDepositorInsured
               ADD 1 TO WSOverLimitCount
           ELSE
               MOVE WSDepositorEligible TO WSDepositorInsured
           END-IF
           COMPUTE WSDepositorUninsured =
               WSDepositorEligible - WSDepositorInsured
           ADD 1 TO WSDepositorCount
           ADD WSDepositorEligible TO WSTotalEligible
           ADD WSDepositorInsured TO WSTotalInsured
           ADD WSDepositorUninsured TO WSTotalUninsured

           PERFORM WRITE-DEPOSITOR-RECORD
           MOVE WSDepositorInsured TO WSInsuredLeft
           PERFORM WRITE-ONE-POSITION
               VARYING WSHldIdx FROM 1 BY 1
               UNTIL WSHldIdx > WSHeldCount
           MOVE 0 TO WSHeldCount.

       ADD-ONE-HELD-SHARE.
           ADD WSHldShare (WSHldIdx) TO WSDepositorEligible.

       WRITE-DEPOSITOR-RECORD.
           MOVE SPACES TO ScvLine
           MOVE "D" TO SvdRecordType
           MOVE WSCurrentDepositor TO SvdIDNum
           MOVE "P" TO SvdType
           MOVE 0 TO SvdSSN
           MOVE 0 TO SvdBirthDate
           MOVE WSCurrentDepositor TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CustLegalEntity
                       MOVE "E" TO SvdType
                       PERFORM SET-ENTITY-REG-NUMBER
                   ELSE
                       MOVE CustSSN TO SvdSSN
                       COMPUTE SvdBirthDate = (BirthYear * 10000)
                           + (BirthMonth * 100) + BirthDay
                   END-IF
                   MOVE LastName TO SvdLastName
                   MOVE FirstName TO SvdFirstName
                   MOVE CustAddress TO SvdAddress
                   MOVE CustBranch TO SvdBranch
                   IF SvdBranch = SPACES
                       MOVE "HO" TO SvdBranch
                   END-IF
           END-READ
           MOVE WSHeldCount TO SvdPositions
           MOVE WSDepositorEligible TO SvdEligible
           MOVE WSDepositorInsured TO SvdInsured
           MOVE WSDepositorUninsured TO SvdUninsured
           WRITE ScvLine.

       SET-ENTITY-REG-NUMBER.
           MOVE WSCurrentDepositor TO EntIDNum
           IF WSEntFileStatus = "00"
               READ EntityFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EntRegNumber TO SvdRegNumber
               END-READ
           END-IF.

       WRITE-ONE-POSITION.
      *>     The insured amount spread pro rata; the last position
      *>     takes what is left so the rounding never loses a cent.
           IF WSHldIdx = WSHeldCount
               MOVE WSInsuredLeft TO WSPositionInsured
           ELSE
               IF WSDepositorEligible > 0
                   COMPUTE WSPositionInsured ROUNDED =
                       WSHldShare (WSHldIdx) * WSDepositorInsured
                       / WSDepositorEligible
               ELSE
                   MOVE 0 TO WSPositionInsured
               END-IF
           END-IF
           SUBTRACT WSPositionInsured FROM WSInsuredLeft

           MOVE SPACES TO ScvLine
           MOVE "A" TO SvaRecordType
           MOVE WSCurrentDepositor TO SvaIDNum
           MOVE WSHldAccount (WSHldIdx) TO SvaAccount
           MOVE WSHldDepositNumber (WSHldIdx) TO SvaDepositNumber
           MOVE WSHldProduct (WSHldIdx) TO SvaProduct
           MOVE WSHldCurrency (WSHldIdx) TO SvaCurrency
           MOVE WSHldHolders (WSHldIdx) TO SvaHolders
           MOVE WSHldShare (WSHldIdx) TO SvaShare
           MOVE WSPositionInsured TO SvaInsured
           WRITE ScvLine
           ADD 1 TO WSPositionCount

           MOVE 1 TO WSProductSlot
           PERFORM FIND-PRODUCT-SLOT
               VARYING WSPrdIdx FROM 2 BY 1
               UNTIL WSPrdIdx > WSProductCount
           SET WSPrdIdx TO WSProductSlot
           ADD 1 TO WSPrdPositions (WSPrdIdx)
           ADD WSHldShare (WSHldIdx) TO WSPrdEligible (WSPrdIdx)
           ADD WSPositionInsured TO WSPrdInsured (WSPrdIdx)
           COMPUTE WSPrdUninsured (WSPrdIdx) =
               WSPrdUninsured (WSPrdIdx) + WSHldShare (WSHldIdx)
               - WSPositionInsured.

       FIND-PRODUCT-SLOT.
           IF WSPrdCode (WSPrdIdx) = WSHldProduct (WSHldIdx)
               SET WSProductSlot TO WSPrdIdx
           END-IF.

       PRINT-PRODUCT-REPORT.
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "DEPOSIT INSURANCE COVERAGE BY PRODUCT AT "
               DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "PRD NAME                   POSNS"
               DELIMITED BY SIZE
               "           ELIGIBLE            INSURED"
               DELIMITED BY SIZE
               "          UNINSURED" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           PERFORM PRINT-ONE-PRODUCT
               VARYING WSPrdIdx FROM 1 BY 1
               UNTIL WSPrdIdx > WSProductCount

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSTotalEligible TO WSAmountOut
           MOVE WSTotalInsured TO WSInsuredOut
           MOVE WSTotalUninsured TO WSUninsuredOut
           MOVE WSPositionCount TO WSCountOut
           MOVE SPACES TO WSRptLine
           STRING "    ALL PRODUCTS         " DELIMITED BY SIZE
               WSCountOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSAmountOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSInsuredOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSUninsuredOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSCoverLimit TO WSAmountOut
           MOVE SPACES TO WSRptLine
           STRING "COVERAGE LIMIT PER DEPOSITOR " DELIMITED BY SIZE
               WSAmountOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "DEPOSITORS " DELIMITED BY SIZE
               WSDepositorCount DELIMITED BY SIZE
               "  OVER THE LIMIT " DELIMITED BY SIZE
               WSOverLimitCount DELIMITED BY SIZE
               "  OVERDRAWN ACCOUNTS NOT ELIGIBLE " DELIMITED BY SIZE
               WSOverdrawnSkipped DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-PRODUCT.
           IF WSPrdPositions (WSPrdIdx) > 0
               MOVE WSPrdEligible (WSPrdIdx) TO WSAmountOut
               MOVE WSPrdInsured (WSPrdIdx) TO WSInsuredOut
               MOVE WSPrdUninsured (WSPrdIdx) TO WSUninsuredOut
               MOVE WSPrdPositions (WSPrdIdx) TO WSCountOut
               MOVE SPACES TO WSRptLine
               STRING WSPrdCode (WSPrdIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSPrdName (WSPrdIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSCountOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSAmountOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSInsuredOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSUninsuredOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.
