           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

           SELECT TranCodeFile ASSIGN TO "TranCodes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCodeFileStatus.

           SELECT StmtDeliveryFile ASSIGN TO "StmtDelivery.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDlvFileStatus.

           SELECT PortalStmtFile ASSIGN TO "PortalStmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPortalFileStatus.

           SELECT PortalCtlFile ASSIGN TO "PortalStmt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPortalCtlStatus.

       data division.

       FILE SECTION.
           02 SortTranID PIC 9(16).
           02 SortSignedAmount PIC S9(9)V99.
           02 SortCounterparty PIC X(30).
           02 SortCurrency PIC X(3).
           02 SortDesc PIC X(12).
           02 SortChannel PIC X(1).
           02 SortStmtText PIC X(30).

      *> One register line per statement produced - the cycle
      *> control report proves coverage from these. A customer
      *> who takes paper and the portal gets one line for each;
      *> lines from before the portal statement read as paper.
       FD StmtRegFile.
       01 StmtRegRecord.
           02 SGDate PIC 9(8).
           02 SGCustomerID PIC 9(5).
           02 SGCycle PIC 99.
           02 SGChannel PIC X(1).
               88 SGPrinted VALUE "P" SPACE.
               88 SGElectronic VALUE "E".

       FD ParmFile.
       01 ParmRecord.
           02 ParmCycle PIC 99.

       FD TranCodeFile.
       COPY TRNCDREC.

       FD StmtDeliveryFile.
       COPY STMTDLV.

       FD PortalStmtFile.
       COPY PSTMTREC.

       FD PortalCtlFile.
       01 PortalStmtControl.
           02 PsCtlDate PIC 9(8).
           02 PsCtlCycle PIC 99.
           02 PsCtlStmtCount PIC 9(7).
           02 PsCtlRecordCount PIC 9(7).
           02 PsCtlHashTotal PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
               INDEXED BY WSCycIdx.
               03 WSCycCustID PIC 9(5).
               03 WSCycCustBalance PIC S9(9)V99.
               03 WSCycCustCurrency PIC X(3).
               03 WSCycCustChannel PIC X(1).
       01 WSCycCustCount PIC 999 VALUE 0.
       01 WSCycSub PIC 999 VALUE 0.

       01 WSCurrentCustomer PIC 9(5) VALUE 0.

      *>   Transaction code table - each line carries the short
      *>   description of its code, so items such as balance
      *>   sweeps read as what they are; with no table on file the
      *>   raw code shows.
       01 WSCodeFileStatus PIC X(2) VALUE "00".
       01 WSCodeTable.
           02 WSCodeEntry OCCURS 30 TIMES
               INDEXED BY WSCodeIdx.
               03 WSCodeLow PIC 9(4).
               03 WSCodeHigh PIC 9(4).
               03 WSCodeDesc PIC X(12).
               03 WSCodeText PIC X(30).
       01 WSCodeCount PIC 99 VALUE 0.
       01 WSCodeEOF PIC A(1) VALUE "N".
       01 WSLookupCode PIC 9(4) VALUE 0.
       01 WSFoundDesc PIC X(12) VALUE SPACES.
       01 WSFoundText PIC X(30) VALUE SPACES.

      *>   Delivery preferences, loaded once - a customer with no
      *>   entry takes paper. Under mail hold the paper copy is
      *>   held back but the portal copy still goes.
       01 WSDlvFileStatus PIC X(2) VALUE "00".
       01 WSDlvTable.
           02 WSDlvEntry OCCURS 500 TIMES INDEXED BY WSDlvIdx.
               03 WSDlvCustomer PIC 9(5).
               03 WSDlvChannel PIC X(1).
       01 WSDlvCount PIC 999 VALUE 0.
       01 WSDlvEOF PIC A(1) VALUE "N".
       01 WSFoundChannel PIC X(1) VALUE "P".
       01 WSCurrentChannel PIC X(1) VALUE "P".
           88 WSWantsPaper VALUE "P" "B".
           88 WSWantsPortal VALUE "E" "B".

       01 WSPortalFileStatus PIC X(2) VALUE "00".
       01 WSPortalCtlStatus PIC X(2) VALUE "00".
       01 WSPortalRecords PIC 9(7) VALUE 0.
       01 WSPortalHash PIC 9(9) VALUE 0.
       01 WSPortalLines PIC 9(5) VALUE 0.
       01 WSPrintedCount PIC 9(5) VALUE 0.
       01 WSPortalCount PIC 9(5) VALUE 0.

      *>   A foreign-currency account's statement runs in its own
      *>   currency - items in another currency convert from their
      *>   home amount at the mid rate of the item date - and
      *>   closes with the balance revalued into home currency at
      *>   the business date's mid rate.
       01 WSCurrentCurrency PIC X(3) VALUE "ZAR".
       01 WSItemAmount PIC S9(9)V99 VALUE 0.
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSHomeBalance PIC S9(11)V99 VALUE 0.
       01 WSRateOut PIC Z(4)9.9999.
       01 WSCustomerOpen PIC A(1) VALUE "N".
       01 WSRunningBalance PIC S9(11)V99 VALUE 0.
       01 WSStatementCount PIC 9(5) VALUE 0.
       01 WSHeldCount PIC 9(5) VALUE 0.
       01 WSLineCount PIC 9(7) VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
      *>   statement section (whole live-ledger history with a
      *>   running balance) into the night's statement file, and
      *>   one register line per statement feeds the cycle control
      *>   report that proves coverage. A customer who takes the
      *>   statement electronically (StmtDelivery.dat) gets it on
      *>   PortalStmt.dat instead of paper, or on both, with a
      *>   control trailer on PortalStmt.ctl; the register line
      *>   records which channel each statement went by.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM GET-RUN-CYCLE
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       PERFORM LOAD-DELIVERY-TABLE
       PERFORM COLLECT-CYCLE-CUSTOMERS
       IF WSCycCustCount = 0
           DISPLAY "No active customers in cycle " WSRunCycle
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction
       OPEN OUTPUT PortalStmtFile

       PERFORM LOAD-TRANCODE-TABLE
       SORT SortWorkFile
           ON ASCENDING KEY SortCustomerID SortDate SortTranID
           INPUT PROCEDURE IS FEED-CYCLE-ITEMS

       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       CLOSE PortalStmtFile
       MOVE WSBusinessDate TO PsCtlDate
       MOVE WSRunCycle TO PsCtlCycle
       MOVE WSPortalCount TO PsCtlStmtCount
       MOVE WSPortalRecords TO PsCtlRecordCount
       MOVE WSPortalHash TO PsCtlHashTotal
       OPEN OUTPUT PortalCtlFile
           WRITE PortalStmtControl
       CLOSE PortalCtlFile

       MOVE WSStatementCount TO WSRunCount
       MOVE "C" TO WSRunAction
       DISPLAY "CYCLE " WSRunCycle " STATEMENTS FOR "
           WSBusinessDate
       DISPLAY "STATEMENTS PRODUCED: " WSStatementCount
       DISPLAY "  PRINTED:           " WSPrintedCount
       DISPLAY "  ELECTRONIC:        " WSPortalCount
       DISPLAY "HELD - MAIL ON HOLD: " WSHeldCount
       DISPLAY "Statement file: " WSRptName
       DISPLAY "Portal statement file: PortalStmt.dat".

       STOP RUN.

                   IF AcctActive AND IDNum NOT = WSSuspenseID
                       AND CustStmtCycle IS NUMERIC
                       AND CustStmtCycle = WSRunCycle
                       PERFORM FIND-DELIVERY-CHANNEL
      *>                 Post returned from the address on file -
      *>                 the paper statement is held back until the
      *>                 address is confirmed; the cycle control
      *>                 report counts it as held, not missed. A
      *>                 portal copy still goes.
                       IF CustAddrUnverified
                           AND WSFoundChannel NOT = "E"
                           ADD 1 TO WSHeldCount
                           IF WSFoundChannel = "B"
                               MOVE "E" TO WSFoundChannel
                           END-IF
                       END-IF
                       IF CustAddrUnverified AND WSFoundChannel = "P"
                           CONTINUE
                       ELSE
                       IF WSCycCustCount >= 500
                           DISPLAY "Cycle table full at 500 - "
                               IDNum " not printed this night"
                           MOVE IDNum TO WSCycCustID (WSCycIdx)
                           MOVE CustBalance
                               TO WSCycCustBalance (WSCycIdx)
                           MOVE CustCurrency
                               TO WSCycCustCurrency (WSCycIdx)
                           IF CustCurrency = SPACES
                               MOVE "ZAR"
                                   TO WSCycCustCurrency (WSCycIdx)
                           END-IF
                           MOVE WSFoundChannel
                               TO WSCycCustChannel (WSCycIdx)
                       END-IF
                       END-IF
                   END-IF
           END-READ.
       FEED-ONE-CUSTOMER.
           SET WSCycIdx TO WSCycSub
           MOVE WSCycCustID (WSCycIdx) TO WSCurrentCustomer
           MOVE WSCycCustCurrency (WSCycIdx) TO WSCurrentCurrency
           MOVE WSCycCustChannel (WSCycIdx) TO WSCurrentChannel
           PERFORM FEED-SENDER-SIDE
           PERFORM FEED-RECEIVER-SIDE.

                       MOVE "Y" TO WSSweepDone
                   ELSE
                       MOVE WSCurrentCustomer TO SortCustomerID
                       PERFORM SET-ITEM-ACCOUNT-AMOUNT
                       COMPUTE SortSignedAmount =
                           0 - WSItemAmount
                       MOVE TranReceiver (1:30)
                           TO SortCounterparty
                       PERFORM RELEASE-ONE-LINE
                       IF TranSenderID NOT = WSCurrentCustomer
                           MOVE WSCurrentCustomer
                               TO SortCustomerID
                           PERFORM SET-ITEM-ACCOUNT-AMOUNT
                           MOVE WSItemAmount
                               TO SortSignedAmount
                           MOVE TranSender (1:30)
                               TO SortCounterparty
           COMPUTE SortDate = (TranYear * 10000)
               + (TranMonth * 100) + TranDay
           MOVE TranID TO SortTranID
           MOVE WSCurrentCurrency TO SortCurrency
           MOVE TranCode TO WSLookupCode
           PERFORM FIND-CODE-DESCRIPTION
           MOVE WSFoundDesc TO SortDesc
           MOVE WSFoundText TO SortStmtText
           MOVE WSCurrentChannel TO SortChannel
           RELEASE SortRecord.

       SET-ITEM-ACCOUNT-AMOUNT.
           IF TranCurrency = WSCurrentCurrency OR
              (TranCurrency = SPACES AND WSCurrentCurrency = "ZAR")
               MOVE TranAmount TO WSItemAmount
           ELSE
               IF WSCurrentCurrency = "ZAR"
                   MOVE TranHomeAmount TO WSItemAmount
               ELSE
                   COMPUTE WSFxDate = (TranYear * 10000)
                       + (TranMonth * 100) + TranDay
                   CALL 'FXRATE' USING WSCurrentCurrency, WSFxDate,
                       WSFxMidRate, WSFxEffDate, WSFxStatus
                   IF NOT WSFxFound
                       MOVE 1 TO WSFxMidRate
                   END-IF
                   COMPUTE WSItemAmount ROUNDED =
                       TranHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       PRINT-CYCLE-STATEMENTS.
           MOVE "N" TO WSCustomerOpen
           MOVE 0 TO WSCurrentCustomer
                       PERFORM OPEN-NEW-STATEMENT
                   END-IF
                   ADD SortSignedAmount TO WSRunningBalance
                   IF WSWantsPaper
                       PERFORM PRINT-STATEMENT-LINE
                   END-IF
                   IF WSWantsPortal
                       PERFORM WRITE-PORTAL-DETAIL
                   END-IF
           END-RETURN.

       PRINT-STATEMENT-LINE.
           MOVE SortSignedAmount TO WSAmountOut
           MOVE WSRunningBalance TO WSBalanceOut
           MOVE SPACES TO WSRptLine
           STRING SortDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSAmountOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSBalanceOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SortDesc DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SortCounterparty DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           ADD 1 TO WSLineCount.

       WRITE-PORTAL-DETAIL.
           MOVE "D" TO PsDRecType
           MOVE WSCurrentCustomer TO PsDCustomerID
           MOVE SortDate TO PsDItemDate
           MOVE SortSignedAmount TO PsDAmount
           MOVE WSRunningBalance TO PsDRunning
           MOVE SortStmtText TO PsDStmtText
           MOVE SortCounterparty TO PsDCounterparty
           WRITE PortalStmtDetail
           ADD 1 TO WSPortalLines
           ADD 1 TO WSPortalRecords
           ADD WSCurrentCustomer TO WSPortalHash.

       WRITE-PORTAL-HEADER.
           MOVE SPACES TO PortalStmtHeader
           SET PsHeader TO TRUE
           MOVE WSCurrentCustomer TO PsCustomerID
           MOVE WSBusinessDate TO PsStmtDate
           MOVE WSRunCycle TO PsCycle
           MOVE WSCurrentCurrency TO PsCurrency
           WRITE PortalStmtHeader
           MOVE 0 TO WSPortalLines
           ADD 1 TO WSPortalRecords
           ADD WSCurrentCustomer TO WSPortalHash.

       WRITE-PORTAL-END.
           MOVE "E" TO PsERecType
           MOVE WSCurrentCustomer TO PsECustomerID
           MOVE WSRunningBalance TO PsEClosing
           MOVE WSPortalLines TO PsELineCount
           WRITE PortalStmtEnd
           ADD 1 TO WSPortalRecords
           ADD WSCurrentCustomer TO WSPortalHash.

       OPEN-NEW-STATEMENT.
           MOVE SortCustomerID TO WSCurrentCustomer
           MOVE SortCurrency TO WSCurrentCurrency
           MOVE SortChannel TO WSCurrentChannel
           MOVE "Y" TO WSCustomerOpen
           MOVE 0 TO WSRunningBalance
           IF WSWantsPortal
               PERFORM WRITE-PORTAL-HEADER
           END-IF
           IF WSWantsPaper
               PERFORM PRINT-STATEMENT-HEADING
           END-IF.

       PRINT-STATEMENT-HEADING.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "STATEMENT FOR ACCOUNT " DELIMITED BY SIZE
               WSCurrentCustomer DELIMITED BY SIZE
               " - AMOUNTS IN " DELIMITED BY SIZE
               WSCurrentCurrency DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "DATE      AMOUNT        BALANCE           TYPE        &
      &  COUNTERPARTY" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CLOSE-CURRENT-STATEMENT.
           IF WSWantsPaper
               PERFORM PRINT-STATEMENT-ENDING
           END-IF
           IF WSWantsPortal
               PERFORM WRITE-PORTAL-END
           END-IF
           PERFORM WRITE-REGISTER-LINES
           PERFORM MARK-CUSTOMER-PRINTED.

       PRINT-STATEMENT-ENDING.
           MOVE WSRunningBalance TO WSBalanceOut
           MOVE SPACES TO WSRptLine
           STRING "ENDING BALANCE: " DELIMITED BY SIZE
               WSBalanceOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSCurrentCurrency DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSCurrentCurrency NOT = "ZAR"
               PERFORM PRINT-HOME-EQUIVALENT
           END-IF.

       PRINT-HOME-EQUIVALENT.
           CALL 'FXRATE' USING WSCurrentCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           MOVE SPACES TO WSRptLine
           IF WSFxFound
               COMPUTE WSHomeBalance ROUNDED =
                   WSRunningBalance * WSFxMidRate
               MOVE WSHomeBalance TO WSBalanceOut
               MOVE WSFxMidRate TO WSRateOut
               STRING "HOME EQUIVALENT: " DELIMITED BY SIZE
                   WSBalanceOut DELIMITED BY SIZE
                   " ZAR AT " DELIMITED BY SIZE
                   WSRateOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               STRING "HOME EQUIVALENT: NO " DELIMITED BY SIZE
                   WSCurrentCurrency DELIMITED BY SIZE
                   " RATE IN FORCE" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       WRITE-REGISTER-LINES.
      *>     One line per channel the statement went by.
           MOVE WSBusinessDate TO SGDate
           MOVE WSCurrentCustomer TO SGCustomerID
           MOVE WSRunCycle TO SGCycle
           IF WSRegFileStatus NOT = "00"
               OPEN OUTPUT StmtRegFile
           END-IF
           IF WSWantsPaper
               MOVE "P" TO SGChannel
               WRITE StmtRegRecord
               ADD 1 TO WSPrintedCount
           END-IF
           IF WSWantsPortal
               MOVE "E" TO SGChannel
               WRITE StmtRegRecord
               ADD 1 TO WSPortalCount
           END-IF
           CLOSE StmtRegFile
           ADD 1 TO WSStatementCount.

           SET WSCycIdx TO WSCycSub
           IF WSCycCustID (WSCycIdx) NOT = 0
               MOVE WSCycCustID (WSCycIdx) TO WSCurrentCustomer
               MOVE WSCycCustCurrency (WSCycIdx)
                   TO WSCurrentCurrency
               MOVE WSCycCustChannel (WSCycIdx) TO WSCurrentChannel
               MOVE 0 TO WSRunningBalance
               IF WSWantsPaper
                   MOVE SPACES TO WSRptLine
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   MOVE SPACES TO WSRptLine
                   STRING "STATEMENT FOR ACCOUNT " DELIMITED BY SIZE
                       WSCurrentCustomer DELIMITED BY SIZE
                       " - NO ACTIVITY" DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
               END-IF
               IF WSWantsPortal
                   PERFORM WRITE-PORTAL-HEADER
                   PERFORM WRITE-PORTAL-END
               END-IF
               PERFORM WRITE-REGISTER-LINES
           END-IF.

       LOAD-TRANCODE-TABLE.
           MOVE 0 TO WSCodeCount
           MOVE "N" TO WSCodeEOF
           OPEN INPUT TranCodeFile
           IF WSCodeFileStatus = "00"
               PERFORM LOAD-ONE-TRANCODE UNTIL WSCodeEOF = "Y"
               CLOSE TranCodeFile
           END-IF.

       LOAD-ONE-TRANCODE.
           READ TranCodeFile
               AT END MOVE "Y" TO WSCodeEOF
               NOT AT END
                   IF WSCodeCount >= 30
                       DISPLAY "Code table full at 30 ranges"
                   ELSE
                       ADD 1 TO WSCodeCount
                       SET WSCodeIdx TO WSCodeCount
                       MOVE TcLowCode TO WSCodeLow (WSCodeIdx)
                       MOVE TcHighCode TO WSCodeHigh (WSCodeIdx)
                       MOVE TcShortDesc TO WSCodeDesc (WSCodeIdx)
                       MOVE TcStatementText
                           TO WSCodeText (WSCodeIdx)
                   END-IF
           END-READ.

       FIND-CODE-DESCRIPTION.
           MOVE SPACES TO WSFoundDesc
           MOVE SPACES TO WSFoundText
           PERFORM CHECK-ONE-TRANCODE
               VARYING WSCodeIdx FROM 1 BY 1
               UNTIL WSCodeIdx > WSCodeCount
           IF WSFoundDesc = SPACES
               MOVE WSLookupCode TO WSFoundDesc (1:4)
           END-IF
           IF WSFoundText = SPACES
               MOVE WSFoundDesc TO WSFoundText
           END-IF.

       CHECK-ONE-TRANCODE.
           IF WSLookupCode >= WSCodeLow (WSCodeIdx) AND
              WSLookupCode <= WSCodeHigh (WSCodeIdx)
               MOVE WSCodeDesc (WSCodeIdx) TO WSFoundDesc
               MOVE WSCodeText (WSCodeIdx) TO WSFoundText
           END-IF.

       LOAD-DELIVERY-TABLE.
           MOVE 0 TO WSDlvCount
           MOVE "N" TO WSDlvEOF
           OPEN INPUT StmtDeliveryFile
           IF WSDlvFileStatus = "00"
               PERFORM LOAD-ONE-DELIVERY UNTIL WSDlvEOF = "Y"
               CLOSE StmtDeliveryFile
           END-IF.

       LOAD-ONE-DELIVERY.
           READ StmtDeliveryFile
               AT END MOVE "Y" TO WSDlvEOF
               NOT AT END
                   IF WSDlvCount >= 500
                       DISPLAY "Delivery table full at 500 - "
                           SdCustomerID " gets paper"
                   ELSE
                       ADD 1 TO WSDlvCount
                       SET WSDlvIdx TO WSDlvCount
                       MOVE SdCustomerID TO WSDlvCustomer (WSDlvIdx)
                       MOVE SdChannel TO WSDlvChannel (WSDlvIdx)
                   END-IF
           END-READ.

       FIND-DELIVERY-CHANNEL.
           MOVE "P" TO WSFoundChannel
           PERFORM CHECK-ONE-DELIVERY
               VARYING WSDlvIdx FROM 1 BY 1
               UNTIL WSDlvIdx > WSDlvCount.

       CHECK-ONE-DELIVERY.
           IF WSDlvCustomer (WSDlvIdx) = IDNum
               AND (WSDlvChannel (WSDlvIdx) = "E"
                OR WSDlvChannel (WSDlvIdx) = "B")
               MOVE WSDlvChannel (WSDlvIdx) TO WSFoundChannel
           END-IF.
