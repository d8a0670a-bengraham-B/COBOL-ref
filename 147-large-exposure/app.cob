       >> SOURCE FORMAT FREE
       identification division.
       program-id. LGEXPO.
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

           SELECT CreditLimitFile ASSIGN TO "CreditLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLimitFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT AcctRelFile ASSIGN TO "AcctRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRelFileStatus.

           SELECT EntityPartyFile ASSIGN TO "EntityParties.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPartyFileStatus.

           SELECT ExposureParmFile ASSIGN TO "ExposureParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

           SELECT SortWorkFile ASSIGN TO "LGEXPWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD LoanFile.
       COPY LOANREC.

       FD CreditLimitFile.
       COPY CREDLIM.

       FD ProductFile.
       COPY PRODREC.

       FD AcctRelFile.
       COPY RELREC.

       FD EntityPartyFile.
       COPY ENTPTY.

       FD ExposureParmFile.
       COPY EXPPARM.

      *>   Groups in descending order of total exposure.
       SD SortWorkFile.
       01 SortRecord.
           02 SortTotal PIC S9(13)V99.
           02 SortSlot PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSLimitFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSPartyFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "LGEXPO  ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The compiled-in defaults ExposureParm.dat can move.
       01 WSExposureLimit PIC 9(11)V99 VALUE 5000000.00.
       01 WSRankCount PIC 9(3) VALUE 20.
       01 WSLimitApprovedDate PIC 9(8) VALUE 0.
       01 WSLimitApprovedRef PIC X(20) VALUE SPACES.

       01 WSLimitTable.
           02 WSLimitEntry OCCURS 500 TIMES
               INDEXED BY WSLimIdx.
               03 WSLimCustomer PIC 9(5).
               03 WSLimFloor PIC S9(9)V99.
       01 WSLimitCount PIC 9(3) VALUE 0.
       01 WSLimitSeen PIC A(1) VALUE "N".

       01 WSProductTable.
           02 WSProductEntry OCCURS 30 TIMES
               INDEXED BY WSProdIdx.
               03 WSProdCode PIC X(3).
               03 WSProdFloor PIC S9(9)V99.
       01 WSProdCount PIC 99 VALUE 0.

      *>   Connected parties - every customer ID starts as a group
      *>   of its own and each link found joins two groups; the
      *>   group is known by its lowest customer ID.
       01 WSGroupTable.
           02 WSGroupParent PIC 9(5) OCCURS 99999 TIMES.
       01 WSGroupSlotTable.
           02 WSGroupSlot PIC 9(4) OCCURS 99999 TIMES.
       01 WSGroupIdx PIC 9(5) VALUE 0.
       01 WSFindID PIC 9(5) VALUE 0.
       01 WSRootID PIC 9(5) VALUE 0.
       01 WSNextID PIC 9(5) VALUE 0.
       01 WSLinkA PIC 9(5) VALUE 0.
       01 WSLinkB PIC 9(5) VALUE 0.
       01 WSRootA PIC 9(5) VALUE 0.
       01 WSRootB PIC 9(5) VALUE 0.
       01 WSLinksJoined PIC 9(7) VALUE 0.

      *>   Exposure per group that has any.
       01 WSExposureTable.
           02 WSExposureEntry OCCURS 3000 TIMES
               INDEXED BY WSExpIdx.
               03 WSExpRoot PIC 9(5).
               03 WSExpAccounts PIC 9(5).
               03 WSExpLoans PIC S9(13)V99.
               03 WSExpOverdraft PIC S9(13)V99.
               03 WSExpUnauthorized PIC S9(13)V99.
               03 WSExpUndrawn PIC S9(13)V99.
               03 WSExpTotal PIC S9(13)V99.
               03 WSExpLarge PIC A(1).
       01 WSExposureCount PIC 9(4) VALUE 0.
       01 WSExposureLost PIC 9(5) VALUE 0.

      *>   One account's exposure, in home currency.
       01 WSFloorInForce PIC S9(9)V99 VALUE 0.
       01 WSFacility PIC S9(11)V99 VALUE 0.
       01 WSOwed PIC S9(11)V99 VALUE 0.
       01 WSAcctLoans PIC S9(11)V99 VALUE 0.
       01 WSAcctOverdraft PIC S9(11)V99 VALUE 0.
       01 WSAcctUnauthorized PIC S9(11)V99 VALUE 0.
       01 WSAcctUndrawn PIC S9(11)V99 VALUE 0.
       01 WSAcctCurrency PIC X(3) VALUE SPACES.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxMissing PIC 9(5) VALUE 0.

       01 WSRank PIC 9(4) VALUE 0.
       01 WSLargeCount PIC 9(4) VALUE 0.
       01 WSLoansCounted PIC 9(7) VALUE 0.
       01 WSAccountsCounted PIC 9(7) VALUE 0.
       01 WSBookTotal PIC S9(15)V99 VALUE 0.
       01 WSLeadName PIC X(32) VALUE SPACES.

       01 WSRankOut PIC ZZZ9.
       01 WSCountOut PIC ZZZZ9.
       01 WSDrawnOut PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WSUndrawnOut PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WSTotalOut PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WSBalanceOut PIC -ZZZ,ZZZ,ZZ9.99.
       01 WSDrawnWork PIC S9(13)V99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "LargeExposure.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Monthly connected-party and large-exposure report -
      *>   what we have lent to one person or one group of
      *>   connected parties. Customers are connected through a
      *>   secondary account's owner (CustOwnerID), a minor's
      *>   guardian (CustGuardianID), any active relationship on
      *>   AcctRel.dat, and a legal entity's beneficial owners on
      *>   EntityParties.dat; a chain of links makes one group.
      *>   Each group's exposure is drawn - loans outstanding on
      *>   LoanMaster.dat, the authorized part of any overdrawn
      *>   balance, and any unauthorized overdrawn balance below
      *>   the floor in force - and undrawn - the rest of each
      *>   overdraft facility (the CreditLimits.dat entry, else
      *>   the product's default floor, the order the teller path
      *>   uses). Everything is in home currency. The largest
      *>   groups are ranked on LargeExposure.rpt, every group
      *>   over the board-approved large-exposure limit is
      *>   flagged whatever its rank, and the members of each
      *>   flagged group are listed after the ranking.
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

       PERFORM LOAD-EXPOSURE-PARMS
       PERFORM LOAD-CREDIT-LIMITS
       PERFORM LOAD-PRODUCT-FLOORS

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "no exposure report"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM START-ONE-GROUP
           VARYING WSGroupIdx FROM 1 BY 1
           UNTIL WSGroupIdx > 99999
       PERFORM LINK-CUSTOMER-OWNERS
       PERFORM LINK-ACCOUNT-RELATIONS
       PERFORM LINK-ENTITY-OWNERS
       PERFORM ADD-LOAN-EXPOSURE
       PERFORM ADD-ACCOUNT-EXPOSURE

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CONNECTED-PARTY AND LARGE EXPOSURE REPORT AT "
           DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "RANK GROUP      LEAD NAME                        ACCTS"
           DELIMITED BY SIZE
           "              DRAWN            UNDRAWN"
           DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction
       MOVE WSExposureLimit TO WSTotalOut
       MOVE SPACES TO WSRptLine
       STRING "LARGE-EXPOSURE LIMIT " DELIMITED BY SIZE
           WSTotalOut DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       IF WSLimitApprovedDate = 0
           MOVE "LIMIT NOT BOARD-APPROVED - COMPILED-IN DEFAULT"
               TO WSRptLine
       ELSE
           STRING "BOARD APPROVAL " DELIMITED BY SIZE
               WSLimitApprovedRef DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WSLimitApprovedDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
       END-IF
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       SORT SortWorkFile
           ON DESCENDING KEY SortTotal
           INPUT PROCEDURE IS FEED-GROUP-TOTALS
           OUTPUT PROCEDURE IS RANK-GROUPS

       IF WSLargeCount > 0
           PERFORM LIST-LARGE-GROUP-MEMBERS
       END-IF
       CLOSE CustomerFile

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSBookTotal TO WSTotalOut
       MOVE SPACES TO WSRptLine
       STRING "GROUPS WITH EXPOSURE " DELIMITED BY SIZE
           WSExposureCount DELIMITED BY SIZE
           "  OVER THE LIMIT " DELIMITED BY SIZE
           WSLargeCount DELIMITED BY SIZE
           "  BOOK TOTAL " DELIMITED BY SIZE
           WSTotalOut DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSExposureCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSLargeCount > 0 OR WSExposureLost > 0 OR
          WSFxMissing > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "LARGE EXPOSURE REPORT AT " WSBusinessDate
       DISPLAY "LINKS JOINED:      " WSLinksJoined
       DISPLAY "LOANS COUNTED:     " WSLoansCounted
       DISPLAY "ACCOUNTS COUNTED:  " WSAccountsCounted
       DISPLAY "GROUPS:            " WSExposureCount
       DISPLAY "OVER THE LIMIT:    " WSLargeCount
       IF WSExposureLost > 0
           DISPLAY "EXPOSURES LOST:    " WSExposureLost
               " - group table full"
       END-IF
       IF WSFxMissing > 0
           DISPLAY "NO FX RATE:        " WSFxMissing
               " accounts taken at par"
       END-IF
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

       LOAD-EXPOSURE-PARMS.
           MOVE "N" TO WSScanEOF
           OPEN INPUT ExposureParmFile
           IF WSParmFileStatus = "00"
               PERFORM LOAD-ONE-EXPOSURE-PARM UNTIL WSScanEOF = "Y"
               CLOSE ExposureParmFile
           END-IF.

       LOAD-ONE-EXPOSURE-PARM.
           READ ExposureParmFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN XpLimit
                           MOVE XpAmount TO WSExposureLimit
                           MOVE XpApprovedDate TO WSLimitApprovedDate
                           MOVE XpApprovedRef TO WSLimitApprovedRef
                       WHEN XpRanking
                           MOVE XpCount TO WSRankCount
                   END-EVALUATE
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
                   IF WSLimitCount >= 500
                       DISPLAY "Limit table full at 500 entries"
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
                   IF WSProdCount >= 30
                       DISPLAY "Product table full at 30 entries"
                   ELSE
                       ADD 1 TO WSProdCount
                       SET WSProdIdx TO WSProdCount
                       MOVE ProdCode TO WSProdCode (WSProdIdx)
                       MOVE ProdOverdraftFloor
                           TO WSProdFloor (WSProdIdx)
                   END-IF
           END-READ.

       START-ONE-GROUP.
           MOVE WSGroupIdx TO WSGroupParent (WSGroupIdx)
           MOVE 0 TO WSGroupSlot (WSGroupIdx).

       LINK-CUSTOMER-OWNERS.
           MOVE 0 TO IDNum
           MOVE "N" TO WSEOF
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE "Y" TO WSEOF
           END-START
           PERFORM LINK-ONE-CUSTOMER UNTIL WSEOF = "Y".

       LINK-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
                       MOVE IDNum TO WSLinkA
                       MOVE CustOwnerID TO WSLinkB
                       PERFORM JOIN-TWO-GROUPS
                   END-IF
                   IF CustGuardianID IS NUMERIC AND
                      CustGuardianID > 0
                       MOVE IDNum TO WSLinkA
                       MOVE CustGuardianID TO WSLinkB
                       PERFORM JOIN-TWO-GROUPS
                   END-IF
           END-READ.

       LINK-ACCOUNT-RELATIONS.
           MOVE "N" TO WSScanEOF
           OPEN INPUT AcctRelFile
           IF WSRelFileStatus = "00"
               PERFORM LINK-ONE-RELATION UNTIL WSScanEOF = "Y"
               CLOSE AcctRelFile
           END-IF.

       LINK-ONE-RELATION.
           READ AcctRelFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF RelActive
                       MOVE RelAccountID TO WSLinkA
                       MOVE RelPartyID TO WSLinkB
                       PERFORM JOIN-TWO-GROUPS
                   END-IF
           END-READ.

       LINK-ENTITY-OWNERS.
      *>     An owner of 25% or more controls the entity; a
      *>     director acting for it does not connect their own
      *>     borrowing to it.
           MOVE "N" TO WSScanEOF
           OPEN INPUT EntityPartyFile
           IF WSPartyFileStatus = "00"
               PERFORM LINK-ONE-ENTITY-OWNER UNTIL WSScanEOF = "Y"
               CLOSE EntityPartyFile
           END-IF.

       LINK-ONE-ENTITY-OWNER.
           READ EntityPartyFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF EpActive AND EpBeneficialOwner
                       MOVE EpEntityID TO WSLinkA
                       MOVE EpPartyID TO WSLinkB
                       PERFORM JOIN-TWO-GROUPS
                   END-IF
           END-READ.

       JOIN-TWO-GROUPS.
      *>     The lower of the two group leads leads the joined
      *>     group, so a group is always known by its lowest ID.
           IF WSLinkA > 0 AND WSLinkB > 0
               MOVE WSLinkA TO WSFindID
               PERFORM FIND-GROUP-LEAD
               MOVE WSRootID TO WSRootA
               MOVE WSLinkB TO WSFindID
               PERFORM FIND-GROUP-LEAD
               MOVE WSRootID TO WSRootB
               IF WSRootA NOT = WSRootB
                   ADD 1 TO WSLinksJoined
                   IF WSRootA < WSRootB
                       MOVE WSRootA TO WSGroupParent (WSRootB)
                   ELSE
                       MOVE WSRootB TO WSGroupParent (WSRootA)
                   END-IF
               END-IF
           END-IF.

       FIND-GROUP-LEAD.
           MOVE WSFindID TO WSRootID
           PERFORM STEP-TOWARD-LEAD
               UNTIL WSGroupParent (WSRootID) = WSRootID.

       STEP-TOWARD-LEAD.
      *>     Each step also shortens the path for the next search.
           MOVE WSGroupParent (WSRootID) TO WSNextID
           MOVE WSGroupParent (WSNextID) TO WSGroupParent (WSRootID)
           MOVE WSNextID TO WSRootID.

       ADD-LOAN-EXPOSURE.
           MOVE "N" TO WSScanEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM ADD-ONE-LOAN UNTIL WSScanEOF = "Y"
               CLOSE LoanFile
           END-IF.

       ADD-ONE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF LnActive AND LnOutstanding > 0
                       ADD 1 TO WSLoansCounted
                       MOVE "ZAR" TO WSAcctCurrency
                       MOVE LnCustomerID TO IDNum
                       READ CustomerFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF CustCurrency NOT = SPACES
                                   MOVE CustCurrency
                                       TO WSAcctCurrency
                               END-IF
                       END-READ
                       PERFORM GET-HOME-RATE
                       COMPUTE WSAcctLoans ROUNDED =
                           LnOutstanding * WSFxMidRate
                       MOVE 0 TO WSAcctOverdraft
                       MOVE 0 TO WSAcctUnauthorized
                       MOVE 0 TO WSAcctUndrawn
                       MOVE LnCustomerID TO WSFindID
                       PERFORM ADD-TO-GROUP
                   END-IF
           END-READ.

       ADD-ACCOUNT-EXPOSURE.
           MOVE 0 TO IDNum
           MOVE "N" TO WSEOF
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE "Y" TO WSEOF
           END-START
           PERFORM ADD-ONE-ACCOUNT UNTIL WSEOF = "Y".

       ADD-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF IDNum NOT = WSSuspenseID AND NOT AcctClosed
                       PERFORM MEASURE-ACCOUNT-EXPOSURE
                   END-IF
           END-READ.

       MEASURE-ACCOUNT-EXPOSURE.
      *>     The facility is the depth of the floor in force; an
      *>     overdrawn balance draws on it first and anything
      *>     beyond it is unauthorized.
           PERFORM FIND-FLOOR-IN-FORCE
           MOVE 0 TO WSFacility
           IF WSFloorInForce < 0
               COMPUTE WSFacility = 0 - WSFloorInForce
           END-IF
           MOVE 0 TO WSOwed
           IF CustBalance < 0
               COMPUTE WSOwed = 0 - CustBalance
           END-IF
           IF WSFacility > 0 OR WSOwed > 0
               ADD 1 TO WSAccountsCounted
               MOVE CustCurrency TO WSAcctCurrency
               IF WSAcctCurrency = SPACES
                   MOVE "ZAR" TO WSAcctCurrency
               END-IF
               PERFORM GET-HOME-RATE
               MOVE 0 TO WSAcctLoans
               IF WSOwed > WSFacility
                   COMPUTE WSAcctOverdraft ROUNDED =
                       WSFacility * WSFxMidRate
                   COMPUTE WSAcctUnauthorized ROUNDED =
                       (WSOwed - WSFacility) * WSFxMidRate
                   MOVE 0 TO WSAcctUndrawn
               ELSE
                   COMPUTE WSAcctOverdraft ROUNDED =
                       WSOwed * WSFxMidRate
                   MOVE 0 TO WSAcctUnauthorized
                   COMPUTE WSAcctUndrawn ROUNDED =
                       (WSFacility - WSOwed) * WSFxMidRate
               END-IF
               MOVE IDNum TO WSFindID
               PERFORM ADD-TO-GROUP
           END-IF.

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

       GET-HOME-RATE.
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               ADD 1 TO WSFxMissing
               MOVE 1 TO WSFxMidRate
           END-IF.

       ADD-TO-GROUP.
           PERFORM FIND-GROUP-LEAD
           IF WSGroupSlot (WSRootID) = 0
               IF WSExposureCount >= 3000
                   ADD 1 TO WSExposureLost
               ELSE
                   ADD 1 TO WSExposureCount
                   MOVE WSExposureCount TO WSGroupSlot (WSRootID)
                   SET WSExpIdx TO WSExposureCount
                   MOVE WSRootID TO WSExpRoot (WSExpIdx)
                   MOVE 0 TO WSExpAccounts (WSExpIdx)
                   MOVE 0 TO WSExpLoans (WSExpIdx)
                   MOVE 0 TO WSExpOverdraft (WSExpIdx)
                   MOVE 0 TO WSExpUnauthorized (WSExpIdx)
                   MOVE 0 TO WSExpUndrawn (WSExpIdx)
                   MOVE 0 TO WSExpTotal (WSExpIdx)
                   MOVE "N" TO WSExpLarge (WSExpIdx)
               END-IF
           END-IF
           IF WSGroupSlot (WSRootID) > 0
               SET WSExpIdx TO WSGroupSlot (WSRootID)
               ADD 1 TO WSExpAccounts (WSExpIdx)
               ADD WSAcctLoans TO WSExpLoans (WSExpIdx)
               ADD WSAcctOverdraft TO WSExpOverdraft (WSExpIdx)
               ADD WSAcctUnauthorized
                   TO WSExpUnauthorized (WSExpIdx)
               ADD WSAcctUndrawn TO WSExpUndrawn (WSExpIdx)
               COMPUTE WSExpTotal (WSExpIdx) =
                   WSExpTotal (WSExpIdx) + WSAcctLoans
                   + WSAcctOverdraft + WSAcctUnauthorized
                   + WSAcctUndrawn
           END-IF.

       FEED-GROUP-TOTALS.
           PERFORM FEED-ONE-GROUP
               VARYING WSExpIdx FROM 1 BY 1
               UNTIL WSExpIdx > WSExposureCount.

       FEED-ONE-GROUP.
           ADD WSExpTotal (WSExpIdx) TO WSBookTotal
           MOVE WSExpTotal (WSExpIdx) TO SortTotal
           SET SortSlot TO WSExpIdx
           RELEASE SortRecord.

       RANK-GROUPS.
           MOVE 0 TO WSRank
           MOVE "N" TO WSEOF
           PERFORM RANK-ONE-GROUP UNTIL WSEOF = "Y".

       RANK-ONE-GROUP.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSRank
                   SET WSExpIdx TO SortSlot
                   IF WSExpTotal (WSExpIdx) > WSExposureLimit
                       MOVE "Y" TO WSExpLarge (WSExpIdx)
                       ADD 1 TO WSLargeCount
                   END-IF
                   IF WSRank <= WSRankCount OR
                      WSExpLarge (WSExpIdx) = "Y"
                       PERFORM PRINT-GROUP-LINES
                   END-IF
           END-RETURN.

       PRINT-GROUP-LINES.
           MOVE SPACES TO WSLeadName
           MOVE WSExpRoot (WSExpIdx) TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CALL 'FMTNAME' USING FirstName, LastName,
                       WSLeadName
           END-READ
           COMPUTE WSDrawnWork = WSExpLoans (WSExpIdx)
               + WSExpOverdraft (WSExpIdx)
               + WSExpUnauthorized (WSExpIdx)
           MOVE WSRank TO WSRankOut
           MOVE WSExpAccounts (WSExpIdx) TO WSCountOut
           MOVE WSDrawnWork TO WSDrawnOut
           MOVE WSExpUndrawn (WSExpIdx) TO WSUndrawnOut
           MOVE SPACES TO WSRptLine
           STRING WSRankOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSExpRoot (WSExpIdx) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WSLeadName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSCountOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSDrawnOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSUndrawnOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSExpLoans (WSExpIdx) TO WSDrawnOut
           MOVE WSExpUnauthorized (WSExpIdx) TO WSUndrawnOut
           MOVE WSExpTotal (WSExpIdx) TO WSTotalOut
           MOVE SPACES TO WSRptLine
           STRING "     LOANS " DELIMITED BY SIZE
               WSDrawnOut DELIMITED BY SIZE
               "  UNAUTHORIZED " DELIMITED BY SIZE
               WSUndrawnOut DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WSTotalOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           IF WSExpLarge (WSExpIdx) = "Y"
               MOVE "LARGE" TO WSRptLine (96:5)
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       LIST-LARGE-GROUP-MEMBERS.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "MEMBERS OF GROUPS OVER THE LIMIT" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "GROUP      CUSTOMER NAME" DELIMITED BY SIZE
               "                             BRCH ST" DELIMITED BY SIZE
               "          BALANCE CCY" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE 0 TO IDNum
           MOVE "N" TO WSEOF
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE "Y" TO WSEOF
           END-START
           PERFORM LIST-ONE-MEMBER UNTIL WSEOF = "Y".

       LIST-ONE-MEMBER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE IDNum TO WSFindID
                   PERFORM FIND-GROUP-LEAD
                   IF WSGroupSlot (WSRootID) > 0
                       SET WSExpIdx TO WSGroupSlot (WSRootID)
                       IF WSExpLarge (WSExpIdx) = "Y"
                           PERFORM PRINT-MEMBER-LINE
                       END-IF
                   END-IF
           END-READ.

       PRINT-MEMBER-LINE.
           CALL 'FMTNAME' USING FirstName, LastName, WSLeadName
           MOVE CustBalance TO WSBalanceOut
           MOVE SPACES TO WSRptLine
           STRING WSRootID DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               IDNum DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WSLeadName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CustBranch DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AcctStatus DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSBalanceOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CustCurrency DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
