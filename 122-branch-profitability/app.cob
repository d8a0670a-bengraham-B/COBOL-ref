           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT AvgBalFile ASSIGN TO "AvgDailyBal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAvgFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD AvgBalFile.
       COPY AVGBAL.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSAvgFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSReportPeriod PIC 9(6) VALUE 0.

      *>   Per-branch earnings: fee income plus debit interest
      *>   earned, less the interest we paid out, with the account
      *>   counts and balance footings from the master and the
      *>   month's average daily balance in home currency.
       01 WSBranchTable.
           02 WSBranchEntry OCCURS 10 TIMES
               INDEXED BY WSBranchIdx.
               03 WSBranchIntPaid PIC S9(11)V99.
               03 WSBranchAccounts PIC 9(5).
               03 WSBranchBalances PIC S9(11)V99.
               03 WSBranchAvgBal PIC S9(13)V99.
       01 WSBranchTotCount PIC 99 VALUE 0.
       01 WSBranchSlot PIC 99 VALUE 0.
       01 WSWorkBranch PIC X(4) VALUE SPACES.
       01 WSNetEarned PIC S9(11)V99 VALUE 0.

      *>   Average daily balance per product for the month, off
      *>   the ADBCALC rows - the product view of the same book.
       01 WSProductTable.
           02 WSProductEntry OCCURS 30 TIMES
               INDEXED BY WSProductIdx.
               03 WSProductCode PIC X(3).
               03 WSProductAccounts PIC 9(5).
               03 WSProductAvgBal PIC S9(13)V99.
       01 WSProductTotCount PIC 99 VALUE 0.
       01 WSProductSlot PIC 99 VALUE 0.
       01 WSWorkProduct PIC X(3) VALUE SPACES.
       01 WSAvgRowsRead PIC 9(7) VALUE 0.

       01 WSTotalFees PIC S9(11)V99 VALUE 0.
       01 WSTotalDebitInt PIC S9(11)V99 VALUE 0.
       01 WSTotalIntPaid PIC S9(11)V99 VALUE 0.
       01 WSTotalAccounts PIC 9(7) VALUE 0.
       01 WSTotalBalances PIC S9(13)V99 VALUE 0.
       01 WSTotalAvgBal PIC S9(13)V99 VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
      *>   per TranBranch from the month's posted ledger (through
      *>   the shared TRANHIST reader so archived periods count),
      *>   with account counts and balance footings per branch
      *>   from the customer master, the month's average daily
      *>   balance per branch and per product from
      *>   AvgDailyBal.dat, and a head-office consolidation at the
      *>   bottom.
       PROCEDURE DIVISION.
       DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING
       ACCEPT WSReportPeriod

       PERFORM SWEEP-MONTH-LEDGER
       PERFORM FOOT-CUSTOMER-MASTER
       PERFORM TOTAL-AVERAGE-BALANCES
       PERFORM PRINT-PROFIT-REPORT.

       STOP RUN.
               MOVE 0 TO WSBranchIntPaid (WSBranchIdx)
               MOVE 0 TO WSBranchAccounts (WSBranchIdx)
               MOVE 0 TO WSBranchBalances (WSBranchIdx)
               MOVE 0 TO WSBranchAvgBal (WSBranchIdx)
           END-IF.

       CHECK-ONE-BRANCH-SLOT.
                   END-IF
           END-READ.

       TOTAL-AVERAGE-BALANCES.
      *>     The averages are only there once the month has closed;
      *>     a month still open prints them as zero.
           MOVE "N" TO WSEOF
           OPEN INPUT AvgBalFile
           IF WSAvgFileStatus = "00"
               PERFORM TOTAL-ONE-AVERAGE UNTIL WSEOF = "Y"
               CLOSE AvgBalFile
           END-IF
           IF WSAvgRowsRead = 0
               DISPLAY "No average daily balances on file for "
                   WSReportPeriod
           END-IF.

       TOTAL-ONE-AVERAGE.
           READ AvgBalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AbPeriod = WSReportPeriod
                      AND AbIDNum NOT = WSSuspenseID
                       ADD 1 TO WSAvgRowsRead
                       ADD AbAverageHome TO WSTotalAvgBal
                       MOVE AbBranch TO WSWorkBranch
                       PERFORM FIND-BRANCH-SLOT
                       IF WSBranchSlot > 0
                           SET WSBranchIdx TO WSBranchSlot
                           ADD AbAverageHome TO
                               WSBranchAvgBal (WSBranchIdx)
                       END-IF
                       MOVE AbProductCode TO WSWorkProduct
                       PERFORM FIND-PRODUCT-SLOT
                       IF WSProductSlot > 0
                           SET WSProductIdx TO WSProductSlot
                           ADD 1 TO WSProductAccounts (WSProductIdx)
                           ADD AbAverageHome TO
                               WSProductAvgBal (WSProductIdx)
                       END-IF
                   END-IF
           END-READ.

       FIND-PRODUCT-SLOT.
           MOVE 0 TO WSProductSlot
           PERFORM CHECK-ONE-PRODUCT-SLOT
               VARYING WSProductIdx FROM 1 BY 1
               UNTIL WSProductIdx > WSProductTotCount
               OR WSProductSlot > 0
           IF WSProductSlot = 0 AND WSProductTotCount < 30
               ADD 1 TO WSProductTotCount
               MOVE WSProductTotCount TO WSProductSlot
               SET WSProductIdx TO WSProductSlot
               MOVE WSWorkProduct TO WSProductCode (WSProductIdx)
               MOVE 0 TO WSProductAccounts (WSProductIdx)
               MOVE 0 TO WSProductAvgBal (WSProductIdx)
           END-IF.

       CHECK-ONE-PRODUCT-SLOT.
           IF WSProductCode (WSProductIdx) = WSWorkProduct
               MOVE WSProductIdx TO WSProductSlot
           END-IF.

       PRINT-PROFIT-REPORT.
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
               WSTotalAccounts DELIMITED BY SIZE
               "   BALANCE FOOTING " DELIMITED BY SIZE
               WSTotalBalances DELIMITED BY SIZE
               "   AVG BAL " DELIMITED BY SIZE
               WSTotalAvgBal DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "AVERAGE DAILY BALANCE BY PRODUCT (HOME CURRENCY):"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-PRODUCT
               VARYING WSProductIdx FROM 1 BY 1
               UNTIL WSProductIdx > WSProductTotCount
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           DISPLAY "Branch profitability written to " WSRptName.
               WSBranchAccounts (WSBranchIdx) DELIMITED BY SIZE
               "   BALANCES " DELIMITED BY SIZE
               WSBranchBalances (WSBranchIdx) DELIMITED BY SIZE
               "   AVG BAL " DELIMITED BY SIZE
               WSBranchAvgBal (WSBranchIdx) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-PRODUCT.
           MOVE WSProductAvgBal (WSProductIdx) TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING WSProductCode (WSProductIdx) DELIMITED BY SIZE
               "   ACCOUNTS " DELIMITED BY SIZE
               WSProductAccounts (WSProductIdx) DELIMITED BY SIZE
               "   AVG BAL " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
