       >> SOURCE FORMAT FREE
       identification division.
       program-id. COLLTV.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT CollateralFile ASSIGN TO "Collateral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollFileStatus.

           SELECT ParmFile ASSIGN TO "CollateralParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD CollateralFile.
       COPY COLLREC.

      *> Loan-to-value policy - the highest ratio credit accepts
      *> and how many months a valuation stays good for.
       FD ParmFile.
       01 ParmRecord.
           02 ParmMaxLtv PIC 9V9999.
           02 ParmRevalMonths PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSCollFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "COLLTV".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSMaxLtv PIC 9V9999 VALUE 0.8000.
       01 WSRevalMonths PIC 9(3) VALUE 36.

      *>   Held security per active loan, gathered in one pass of
      *>   the register so the loan master is read only once.
       01 WSLoanTable.
           02 WSLoanEntry OCCURS 500 TIMES INDEXED BY WSLoanIdx.
               03 WSLnNumber PIC 9(7).
               03 WSLnCustomer PIC 9(5).
               03 WSLnOutstanding PIC S9(11)V99.
               03 WSLnSecurity PIC S9(11)V99.
               03 WSLnItems PIC 99.
               03 WSLnStale PIC 99.
       01 WSLoanCount PIC 999 VALUE 0.
       01 WSLoanSlot PIC 999 VALUE 0.

       01 WSLtv PIC 9(3)V9999 VALUE 0.
       01 WSFlag PIC X(12) VALUE SPACES.
       01 WSReviewDate PIC 9(8) VALUE 0.
       01 WSOverCount PIC 9(5) VALUE 0.
       01 WSUnsecuredCount PIC 9(5) VALUE 0.
       01 WSStaleCount PIC 9(5) VALUE 0.
       01 WSTotOutstanding PIC S9(11)V99 VALUE 0.
       01 WSTotSecurity PIC S9(11)V99 VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.
       01 WSLtvOut PIC ZZ9.9999.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "CollateralLtv.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Month-end loan-to-value monitor - every active loan's
      *>   outstanding is set against the valuations of the
      *>   security still held for it. A loan over the policy
      *>   ratio in CollateralParm.dat, or with no security held
      *>   at all, is flagged for credit; so is any held item
      *>   whose valuation is older than the revaluation cycle.
      *>   No parameter file means the 80% / 36-month defaults.
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

       PERFORM LOAD-LTV-PARM
       PERFORM LOAD-ACTIVE-LOANS

       MOVE "O" TO WSRptAction
       MOVE "LOAN-TO-VALUE AND COLLATERAL REVIEW" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "STALE VALUATIONS (HELD ITEMS PAST THE REVALUATION CYCLE)"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "LOAN     ITEM TYPE DESCRIPTION                    "
      &    "VALUATION    VALUED" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM GATHER-HELD-SECURITY

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "LOAN     CUST        OUTSTANDING      SECURITY     LTV  "
      &    "FLAG" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       PERFORM PRINT-ONE-LTV-LINE
           VARYING WSLoanIdx FROM 1 BY 1
           UNTIL WSLoanIdx > WSLoanCount

       PERFORM PRINT-LTV-SUMMARY
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSLoanCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "LOAN-TO-VALUE REVIEW FOR " WSBusinessDate
       DISPLAY "ACTIVE LOANS:       " WSLoanCount
       DISPLAY "OVER POLICY LTV:    " WSOverCount
       DISPLAY "UNSECURED:          " WSUnsecuredCount
       DISPLAY "STALE VALUATIONS:   " WSStaleCount
       DISPLAY "Review written to " WSRptName.

       STOP RUN.

       LOAD-LTV-PARM.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmMaxLtv > 0
                           MOVE ParmMaxLtv TO WSMaxLtv
                       END-IF
                       IF ParmRevalMonths > 0
                           MOVE ParmRevalMonths TO WSRevalMonths
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

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
                   IF LnActive
                       IF WSLoanCount >= 500
                           DISPLAY "Loan table full at 500 entries"
                       ELSE
                           ADD 1 TO WSLoanCount
                           SET WSLoanIdx TO WSLoanCount
                           MOVE LnNumber TO WSLnNumber (WSLoanIdx)
                           MOVE LnCustomerID
                               TO WSLnCustomer (WSLoanIdx)
                           MOVE LnOutstanding
                               TO WSLnOutstanding (WSLoanIdx)
                           MOVE 0 TO WSLnSecurity (WSLoanIdx)
                           MOVE 0 TO WSLnItems (WSLoanIdx)
                           MOVE 0 TO WSLnStale (WSLoanIdx)
                       END-IF
                   END-IF
           END-READ.

       GATHER-HELD-SECURITY.
           MOVE "N" TO WSEOF
           OPEN INPUT CollateralFile
           IF WSCollFileStatus = "00"
               PERFORM GATHER-ONE-ITEM UNTIL WSEOF = "Y"
               CLOSE CollateralFile
           END-IF.

       GATHER-ONE-ITEM.
           READ CollateralFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ColLienHeld
                       PERFORM FIND-ITEM-LOAN
                       IF WSLoanSlot > 0
                           PERFORM ADD-ITEM-TO-LOAN
                       END-IF
                   END-IF
           END-READ.

       FIND-ITEM-LOAN.
           MOVE 0 TO WSLoanSlot
           SET WSLoanIdx TO 1
           SEARCH WSLoanEntry
               AT END CONTINUE
               WHEN WSLoanIdx > WSLoanCount
                   CONTINUE
               WHEN WSLnNumber (WSLoanIdx) = ColLoanNumber
                   SET WSLoanSlot TO WSLoanIdx
           END-SEARCH.

       ADD-ITEM-TO-LOAN.
      *>     A term deposit is valued at its principal and never
      *>     goes stale; anything else is due for revaluation once
      *>     the cycle has run from its valuation date.
           SET WSLoanIdx TO WSLoanSlot
           ADD ColValuation TO WSLnSecurity (WSLoanIdx)
           ADD 1 TO WSLnItems (WSLoanIdx)
           IF NOT ColTermDeposit
               MOVE "M" TO WSDcAction
               MOVE ColValuationDate TO WSDcDate1
               MOVE WSRevalMonths TO WSDcAmount
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               MOVE WSDcDate2 TO WSReviewDate
               IF WSDcStatus NOT = 0 OR WSReviewDate < WSBusinessDate
                   ADD 1 TO WSLnStale (WSLoanIdx)
                   ADD 1 TO WSStaleCount
                   PERFORM PRINT-STALE-ITEM
               END-IF
           END-IF.

       PRINT-STALE-ITEM.
           MOVE ColValuation TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING ColLoanNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ColItemNo DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ColType DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ColDescription DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ColValuationDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-LTV-LINE.
           ADD WSLnOutstanding (WSLoanIdx) TO WSTotOutstanding
           ADD WSLnSecurity (WSLoanIdx) TO WSTotSecurity
           MOVE 0 TO WSLtv
           MOVE SPACES TO WSFlag
           IF WSLnSecurity (WSLoanIdx) > 0
               COMPUTE WSLtv ROUNDED = WSLnOutstanding (WSLoanIdx)
                   / WSLnSecurity (WSLoanIdx)
                   ON SIZE ERROR MOVE 999.9999 TO WSLtv
               END-COMPUTE
               IF WSLtv > WSMaxLtv
                   MOVE "OVER POLICY" TO WSFlag
                   ADD 1 TO WSOverCount
               END-IF
           ELSE
               MOVE "UNSECURED" TO WSFlag
               ADD 1 TO WSUnsecuredCount
           END-IF
           IF WSLnStale (WSLoanIdx) > 0 AND WSFlag = SPACES
               MOVE "STALE VALUE" TO WSFlag
           END-IF
           MOVE WSLnOutstanding (WSLoanIdx) TO WSMoneyOut
           MOVE WSLnSecurity (WSLoanIdx) TO WSMoneyOut2
           MOVE WSLtv TO WSLtvOut
           MOVE SPACES TO WSRptLine
           STRING WSLnNumber (WSLoanIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSLnCustomer (WSLoanIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSLtvOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSFlag DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-LTV-SUMMARY.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSMaxLtv TO WSLtvOut
           MOVE SPACES TO WSRptLine
           STRING "POLICY MAXIMUM LTV " DELIMITED BY SIZE
               WSLtvOut DELIMITED BY SIZE
               "  REVALUATION CYCLE (MONTHS) " DELIMITED BY SIZE
               WSRevalMonths DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSTotOutstanding TO WSMoneyOut
           MOVE WSTotSecurity TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "TOTAL OUTSTANDING " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  SECURITY HELD " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "OVER POLICY " DELIMITED BY SIZE
               WSOverCount DELIMITED BY SIZE
               "  UNSECURED " DELIMITED BY SIZE
               WSUnsecuredCount DELIMITED BY SIZE
               "  STALE VALUATIONS " DELIMITED BY SIZE
               WSStaleCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
