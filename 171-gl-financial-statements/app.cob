       >> SOURCE FORMAT FREE
       identification division.
       program-id. GLSTMT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

           SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAcctFileStatus.

           SELECT GLReportLineFile ASSIGN TO "GLReportLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLineFileStatus.

           SELECT GLCloseFile ASSIGN TO "GLClosed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCloseFileStatus.

           SELECT ParmFile ASSIGN TO "GlStmtParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
       FD GLMovementFile.
       COPY GLMOVE.

       FD GLAccountFile.
       COPY GLACCT.

       FD GLReportLineFile.
       COPY GLRLINE.

       FD GLCloseFile.
       COPY GLCLOSE.

       FD ParmFile.
       01 ParmRecord.
           02 ParmPeriod PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSAcctFileStatus PIC X(2) VALUE "00".
       01 WSLineFileStatus PIC X(2) VALUE "00".
       01 WSCloseFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "GLSTMT  ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The month reported - the business date's month unless
      *>   GlStmtParm.dat names another, the way GLPOST's
      *>   parameter file works - and the windows around it. The
      *>   financial year closes where GLClosed.dat's parameter
      *>   record says, December by default.
       01 WSPeriod PIC 9(6) VALUE 0.
       01 WSPeriodYear PIC 9(4) VALUE 0.
       01 WSPeriodMonth PIC 99 VALUE 0.
       01 WSYearStart PIC 9(6) VALUE 0.
       01 WSPriorPeriod PIC 9(6) VALUE 0.
       01 WSPriorYearStart PIC 9(6) VALUE 0.
       01 WSMovePeriod PIC 9(6) VALUE 0.
       01 WSYearEndMonth PIC 99 VALUE 12.
       01 WSRetainedAcct PIC 9(4) VALUE 3900.

      *>   The chart as it stands with each account's figures - a
      *>   later chart row for an account supersedes an earlier
      *>   one, the way GLMNT appends. Figures are debit-positive:
      *>   the month, the financial year to date and the same two
      *>   a year earlier leave out the year-end closing entries;
      *>   the balances at the month end and a year earlier take
      *>   everything.
       01 WSAcctTable.
           02 WSAcctEntry OCCURS 200 TIMES INDEXED BY WSAcctIdx.
               03 WSAcctNumber PIC 9(4).
               03 WSAcctType PIC X(1).
               03 WSAcctLine PIC X(4).
               03 WSAcctFigure PIC S9(13)V99 OCCURS 6 TIMES.
       01 WSAcctCount PIC 999 VALUE 0.
       01 WSAcctSlot PIC 999 VALUE 0.
       01 WSLookAccount PIC 9(4) VALUE 0.
       01 WSAcctTableFull PIC A(1) VALUE "N".

      *>   Figure columns - 1 month, 2 year to date, 3 prior-year
      *>   month, 4 prior year to date, 5 balance at month end,
      *>   6 balance a year earlier.
       01 WSFigureSub PIC 9 VALUE 0.
       01 WSSignedAmount PIC S9(13)V99 VALUE 0.

      *>   The reporting lines in the order they were defined, each
      *>   with its accounts' figures rolled up; an account with no
      *>   line, or a line of the wrong type, lands on the
      *>   unmapped line for its type.
       01 WSLineTable.
           02 WSLineEntry OCCURS 60 TIMES INDEXED BY WSLineIdx.
               03 WSLineCode PIC X(4).
               03 WSLineType PIC X(1).
               03 WSLineCaption PIC X(30).
               03 WSLineFigure PIC S9(13)V99 OCCURS 6 TIMES.
       01 WSLineCount PIC 99 VALUE 0.
       01 WSLineSlot PIC 99 VALUE 0.
       01 WSLookLine PIC X(4) VALUE SPACES.
       01 WSLookType PIC X(1) VALUE SPACE.
       01 WSLineTableFull PIC A(1) VALUE "N".

      *>   One printed line and the running totals.
       01 WSPrintType PIC X(1) VALUE SPACE.
       01 WSPrintColumns PIC 9 VALUE 0.
       01 WSPrintCaption PIC X(30) VALUE SPACES.
       01 WSPrintFigures.
           02 WSPrintFigure PIC S9(13)V99 OCCURS 4 TIMES.
       01 WSTotalIncome.
           02 WSIncomeFigure PIC S9(13)V99 OCCURS 4 TIMES.
       01 WSTotalExpense.
           02 WSExpenseFigure PIC S9(13)V99 OCCURS 4 TIMES.
       01 WSTotalAssets.
           02 WSAssetFigure PIC S9(13)V99 OCCURS 2 TIMES.
       01 WSTotalLiabilities.
           02 WSLiabilityFigure PIC S9(13)V99 OCCURS 2 TIMES.
       01 WSRetainedBF.
           02 WSRetainedFigure PIC S9(13)V99 OCCURS 2 TIMES.
       01 WSOpenResult.
           02 WSOpenResultFigure PIC S9(13)V99 OCCURS 2 TIMES.
       01 WSDifference PIC S9(13)V99 VALUE 0.
       01 WSColumnSub PIC 9 VALUE 0.
       01 WSMoneyOut PIC +Z(10)9.99.
       01 WSMovesRead PIC 9(7) VALUE 0.
       01 WSOffChart PIC 9(5) VALUE 0.
       01 WSOutOfBalance PIC A(1) VALUE "N".

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Monthly financial statements - at month end, from the
      *>   GL movements, an income statement (each income and
      *>   expense reporting line for the month, the financial year
      *>   to date and both a year earlier, with the net result)
      *>   and a balance sheet (each asset and liability line at
      *>   the month end and a year earlier, retained earnings
      *>   brought forward plus the result not yet closed), both
      *>   through RPTWRITE. Accounts are grouped by the reporting
      *>   line GLMNT maps them to. The balance sheet proves assets
      *>   equal liabilities plus retained earnings and the step
      *>   ends with a warning when they do not.
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

       DIVIDE WSBusinessDate BY 100 GIVING WSPeriod
       PERFORM CHECK-FOR-PARAMETER-FILE
       PERFORM LOAD-CLOSE-CONTROL
       PERFORM SET-REPORTING-WINDOWS

       INITIALIZE WSTotalIncome, WSTotalExpense, WSTotalAssets,
           WSTotalLiabilities, WSRetainedBF, WSOpenResult
       PERFORM LOAD-REPORT-LINES
       PERFORM LOAD-GL-CHART
       OPEN INPUT GLMovementFile
       IF WSMoveFileStatus = "00"
           PERFORM TALLY-ONE-MOVEMENT UNTIL WSEOF = "Y"
           CLOSE GLMovementFile
       END-IF
       IF WSAcctTableFull = "Y" OR WSLineTableFull = "Y"
           DISPLAY "Account table (200) or reporting line table "
               "(60) full - statements not printed"
           MOVE 12 TO WSRunRC
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM ROLL-ONE-ACCOUNT
           VARYING WSAcctIdx FROM 1 BY 1
           UNTIL WSAcctIdx > WSAcctCount

       PERFORM PRINT-INCOME-STATEMENT
       PERFORM PRINT-BALANCE-SHEET

       IF WSOutOfBalance = "Y" OR WSOffChart > 0
           MOVE 4 TO WSRunRC
       END-IF
       MOVE WSMovesRead TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "GL FINANCIAL STATEMENTS FOR " WSPeriod
       DISPLAY "MOVEMENTS READ:      " WSMovesRead
       DISPLAY "REPORTING LINES:     " WSLineCount
       IF WSOffChart > 0
           DISPLAY "*** " WSOffChart " ACCOUNT(S) MOVED ON BUT NOT "
               "ON THE CHART - LEFT OFF THE STATEMENTS ***"
       END-IF
       IF WSOutOfBalance = "Y"
           MOVE WSDifference TO WSMoneyOut
           DISPLAY "*** BALANCE SHEET OUT BY " WSMoneyOut " ***"
       END-IF
       DISPLAY "Reports written to GLIncomeStatement.rpt and "
           "GLBalanceSheet.rpt"
       MOVE WSRunRC TO RETURN-CODE.

       STOP RUN.

       CHECK-FOR-PARAMETER-FILE.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmPeriod IS NUMERIC AND ParmPeriod > 0
                           MOVE ParmPeriod TO WSPeriod
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       LOAD-CLOSE-CONTROL.
           MOVE "N" TO WSEOF
           OPEN INPUT GLCloseFile
           IF WSCloseFileStatus = "00"
               PERFORM LOAD-ONE-CLOSE-RECORD UNTIL WSEOF = "Y"
               CLOSE GLCloseFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-CLOSE-RECORD.
           READ GLCloseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF GcIsParameter
                       IF GcYearEndMonth IS NUMERIC AND
                          GcYearEndMonth >= 1 AND
                          GcYearEndMonth <= 12
                           MOVE GcYearEndMonth TO WSYearEndMonth
                       END-IF
                       IF GcRetainedAcct IS NUMERIC AND
                          GcRetainedAcct > 0
                           MOVE GcRetainedAcct TO WSRetainedAcct
                       END-IF
                   END-IF
           END-READ.

      *>   The financial year opens the month after the year-end
      *>   month; the prior-year windows are the same months a
      *>   year back.
       SET-REPORTING-WINDOWS.
           DIVIDE WSPeriod BY 100 GIVING WSPeriodYear
               REMAINDER WSPeriodMonth
           EVALUATE TRUE
               WHEN WSYearEndMonth = 12
                   COMPUTE WSYearStart = (WSPeriodYear * 100) + 1
               WHEN WSPeriodMonth > WSYearEndMonth
                   COMPUTE WSYearStart = (WSPeriodYear * 100)
                       + WSYearEndMonth + 1
               WHEN OTHER
                   COMPUTE WSYearStart = ((WSPeriodYear - 1) * 100)
                       + WSYearEndMonth + 1
           END-EVALUATE
           COMPUTE WSPriorPeriod = WSPeriod - 100
           COMPUTE WSPriorYearStart = WSYearStart - 100.

       LOAD-REPORT-LINES.
           MOVE 0 TO WSLineCount
           MOVE "N" TO WSEOF
           OPEN INPUT GLReportLineFile
           IF WSLineFileStatus = "00"
               PERFORM LOAD-ONE-REPORT-LINE UNTIL WSEOF = "Y"
               CLOSE GLReportLineFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-REPORT-LINE.
           READ GLReportLineFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE RlCode TO WSLookLine
                   MOVE RlType TO WSLookType
                   PERFORM FIND-OR-ADD-LINE
                   IF WSLineSlot > 0
                       MOVE RlCaption TO WSLineCaption (WSLineSlot)
                   END-IF
           END-READ.

       FIND-OR-ADD-LINE.
           MOVE 0 TO WSLineSlot
           SET WSLineIdx TO 1
           SEARCH WSLineEntry
               AT END CONTINUE
               WHEN WSLineIdx > WSLineCount
                   CONTINUE
               WHEN WSLineCode (WSLineIdx) = WSLookLine
                   SET WSLineSlot TO WSLineIdx
           END-SEARCH
           IF WSLineSlot = 0
               IF WSLineCount >= 60
                   MOVE "Y" TO WSLineTableFull
               ELSE
                   ADD 1 TO WSLineCount
                   MOVE WSLineCount TO WSLineSlot
                   MOVE WSLookLine TO WSLineCode (WSLineSlot)
                   MOVE WSLookType TO WSLineType (WSLineSlot)
                   MOVE SPACES TO WSLineCaption (WSLineSlot)
                   PERFORM CLEAR-ONE-LINE-FIGURE
                       VARYING WSFigureSub FROM 1 BY 1
                       UNTIL WSFigureSub > 6
               END-IF
           END-IF.

       CLEAR-ONE-LINE-FIGURE.
           MOVE 0 TO WSLineFigure (WSLineSlot, WSFigureSub).

       LOAD-GL-CHART.
           MOVE 0 TO WSAcctCount
           MOVE "N" TO WSEOF
           OPEN INPUT GLAccountFile
           IF WSAcctFileStatus = "00"
               PERFORM LOAD-ONE-GL-ACCOUNT UNTIL WSEOF = "Y"
               CLOSE GLAccountFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-GL-ACCOUNT.
           READ GLAccountFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE GLAccountNumber TO WSLookAccount
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF WSAcctSlot > 0
                       MOVE GLAccountType TO WSAcctType (WSAcctSlot)
                       MOVE GLReportLine TO WSAcctLine (WSAcctSlot)
                   END-IF
           END-READ.

      *>   An account moved on but missing from the chart gets a
      *>   row with no type, so it is counted rather than lost.
       FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WSAcctSlot
           SET WSAcctIdx TO 1
           SEARCH WSAcctEntry
               AT END CONTINUE
               WHEN WSAcctIdx > WSAcctCount
                   CONTINUE
               WHEN WSAcctNumber (WSAcctIdx) = WSLookAccount
                   SET WSAcctSlot TO WSAcctIdx
           END-SEARCH
           IF WSAcctSlot = 0
               IF WSAcctCount >= 200
                   MOVE "Y" TO WSAcctTableFull
               ELSE
                   ADD 1 TO WSAcctCount
                   MOVE WSAcctCount TO WSAcctSlot
                   MOVE WSLookAccount TO WSAcctNumber (WSAcctSlot)
                   MOVE SPACE TO WSAcctType (WSAcctSlot)
                   MOVE SPACES TO WSAcctLine (WSAcctSlot)
                   PERFORM CLEAR-ONE-ACCT-FIGURE
                       VARYING WSFigureSub FROM 1 BY 1
                       UNTIL WSFigureSub > 6
               END-IF
           END-IF.

       CLEAR-ONE-ACCT-FIGURE.
           MOVE 0 TO WSAcctFigure (WSAcctSlot, WSFigureSub).

       TALLY-ONE-MOVEMENT.
           READ GLMovementFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   DIVIDE GLMoveDate BY 100 GIVING WSMovePeriod
                   IF WSMovePeriod NOT > WSPeriod
                       ADD 1 TO WSMovesRead
                       MOVE GLMoveAccount TO WSLookAccount
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF WSAcctSlot > 0
                           PERFORM ADD-MOVEMENT-TO-FIGURES
                       END-IF
                   END-IF
           END-READ.

       ADD-MOVEMENT-TO-FIGURES.
           IF GLMoveDebit
               MOVE GLMoveAmount TO WSSignedAmount
           ELSE
               COMPUTE WSSignedAmount = 0 - GLMoveAmount
           END-IF
           ADD WSSignedAmount TO WSAcctFigure (WSAcctSlot, 5)
           IF WSMovePeriod NOT > WSPriorPeriod
               ADD WSSignedAmount TO WSAcctFigure (WSAcctSlot, 6)
           END-IF
      *>     Closing entries would zero the year's income and
      *>     expense in the month they are dated - the statement
      *>     figures are the trading before the close.
           IF GLMoveSource NOT = "GLCLOSE"
               IF WSMovePeriod = WSPeriod
                   ADD WSSignedAmount TO WSAcctFigure (WSAcctSlot, 1)
               END-IF
               IF WSMovePeriod NOT < WSYearStart
                   ADD WSSignedAmount TO WSAcctFigure (WSAcctSlot, 2)
               END-IF
               IF WSMovePeriod = WSPriorPeriod
                   ADD WSSignedAmount TO WSAcctFigure (WSAcctSlot, 3)
               END-IF
               IF WSMovePeriod NOT < WSPriorYearStart AND
                  WSMovePeriod NOT > WSPriorPeriod
                   ADD WSSignedAmount TO WSAcctFigure (WSAcctSlot, 4)
               END-IF
           END-IF.

      *>   Retained earnings is held apart for the balance sheet's
      *>   proof; every other account rolls into its line.
       ROLL-ONE-ACCOUNT.
           SET WSAcctSlot TO WSAcctIdx
           EVALUATE TRUE
               WHEN WSAcctType (WSAcctSlot) = SPACE
                   ADD 1 TO WSOffChart
               WHEN WSAcctNumber (WSAcctSlot) = WSRetainedAcct
                   MOVE WSAcctFigure (WSAcctSlot, 5)
                       TO WSRetainedFigure (1)
                   MOVE WSAcctFigure (WSAcctSlot, 6)
                       TO WSRetainedFigure (2)
               WHEN OTHER
                   PERFORM FIND-ACCOUNT-LINE
                   IF WSLineSlot > 0
                       PERFORM ADD-ONE-LINE-FIGURE
                           VARYING WSFigureSub FROM 1 BY 1
                           UNTIL WSFigureSub > 6
                   END-IF
           END-EVALUATE.

       FIND-ACCOUNT-LINE.
           MOVE WSAcctLine (WSAcctSlot) TO WSLookLine
           MOVE WSAcctType (WSAcctSlot) TO WSLookType
           MOVE 0 TO WSLineSlot
           IF WSLookLine NOT = SPACES
               SET WSLineIdx TO 1
               SEARCH WSLineEntry
                   AT END CONTINUE
                   WHEN WSLineIdx > WSLineCount
                       CONTINUE
                   WHEN WSLineCode (WSLineIdx) = WSLookLine AND
                        WSLineType (WSLineIdx) = WSLookType
                       SET WSLineSlot TO WSLineIdx
               END-SEARCH
           END-IF
           IF WSLineSlot = 0
               STRING "*" DELIMITED BY SIZE
                   WSLookType DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO WSLookLine
               END-STRING
               PERFORM FIND-OR-ADD-LINE
               IF WSLineSlot > 0
                   EVALUATE WSLookType
                       WHEN "A" MOVE "OTHER ASSETS (UNMAPPED)"
                           TO WSLineCaption (WSLineSlot)
                       WHEN "L" MOVE "OTHER LIABILITIES (UNMAPPED)"
                           TO WSLineCaption (WSLineSlot)
                       WHEN "I" MOVE "OTHER INCOME (UNMAPPED)"
                           TO WSLineCaption (WSLineSlot)
                       WHEN OTHER MOVE "OTHER EXPENSES (UNMAPPED)"
                           TO WSLineCaption (WSLineSlot)
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-ONE-LINE-FIGURE.
           ADD WSAcctFigure (WSAcctSlot, WSFigureSub)
               TO WSLineFigure (WSLineSlot, WSFigureSub).

      *>   Income prints credit-positive, expenses debit-positive,
      *>   so both read as plain amounts.
       PRINT-INCOME-STATEMENT.
           MOVE "GLIncomeStatement.rpt" TO WSRptName
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "INCOME STATEMENT FOR MONTH " DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               " - YEAR FROM " DELIMITED BY SIZE
               WSYearStart DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
       MOVE "REPORTING LINE                       THIS MONTH     YEAR T&
      &O DATE   PRIOR YR MONTH     PRIOR YR YTD" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE 4 TO WSPrintColumns

           MOVE "INCOME" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "I" TO WSPrintType
           PERFORM PRINT-ONE-INCOME-LINE
               VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
           MOVE "TOTAL INCOME" TO WSPrintCaption
           MOVE WSTotalIncome TO WSPrintFigures
           PERFORM PRINT-FIGURE-LINE

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "EXPENSES" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "E" TO WSPrintType
           PERFORM PRINT-ONE-INCOME-LINE
               VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
           MOVE "TOTAL EXPENSES" TO WSPrintCaption
           MOVE WSTotalExpense TO WSPrintFigures
           PERFORM PRINT-FIGURE-LINE

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM SET-NET-RESULT-COLUMN
               VARYING WSColumnSub FROM 1 BY 1
               UNTIL WSColumnSub > 4
           MOVE "NET RESULT - PROFIT (LOSS)" TO WSPrintCaption
           PERFORM PRINT-FIGURE-LINE
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-INCOME-LINE.
           IF WSLineType (WSLineIdx) = WSPrintType
               MOVE WSLineCaption (WSLineIdx) TO WSPrintCaption
               PERFORM SET-ONE-INCOME-COLUMN
                   VARYING WSColumnSub FROM 1 BY 1
                   UNTIL WSColumnSub > 4
               PERFORM PRINT-FIGURE-LINE
           END-IF.

       SET-ONE-INCOME-COLUMN.
           IF WSPrintType = "I"
               COMPUTE WSPrintFigure (WSColumnSub) = 0
                   - WSLineFigure (WSLineIdx, WSColumnSub)
               ADD WSPrintFigure (WSColumnSub)
                   TO WSIncomeFigure (WSColumnSub)
           ELSE
               MOVE WSLineFigure (WSLineIdx, WSColumnSub)
                   TO WSPrintFigure (WSColumnSub)
               ADD WSPrintFigure (WSColumnSub)
                   TO WSExpenseFigure (WSColumnSub)
           END-IF.

       SET-NET-RESULT-COLUMN.
           COMPUTE WSPrintFigure (WSColumnSub) =
               WSIncomeFigure (WSColumnSub)
               - WSExpenseFigure (WSColumnSub).

      *>   Assets print debit-positive, liabilities and retained
      *>   earnings credit-positive. Income and expense not yet
      *>   closed by a year-end close belong to retained earnings
      *>   on the balance sheet, so they print beside it as the
      *>   result not yet closed.
       PRINT-BALANCE-SHEET.
           MOVE "GLBalanceSheet.rpt" TO WSRptName
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "BALANCE SHEET AT THE END OF MONTH " DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
       MOVE "REPORTING LINE                  AS AT MONTH END       PRIO&
      &R YEAR" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE 2 TO WSPrintColumns

           MOVE "ASSETS" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "A" TO WSPrintType
           PERFORM PRINT-ONE-BALANCE-LINE
               VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
           MOVE "TOTAL ASSETS" TO WSPrintCaption
           MOVE WSAssetFigure (1) TO WSPrintFigure (1)
           MOVE WSAssetFigure (2) TO WSPrintFigure (2)
           PERFORM PRINT-FIGURE-LINE

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "LIABILITIES" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "L" TO WSPrintType
           PERFORM PRINT-ONE-BALANCE-LINE
               VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
           MOVE "TOTAL LIABILITIES" TO WSPrintCaption
           MOVE WSLiabilityFigure (1) TO WSPrintFigure (1)
           MOVE WSLiabilityFigure (2) TO WSPrintFigure (2)
           PERFORM PRINT-FIGURE-LINE

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RETAINED EARNINGS" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM SET-RETAINED-COLUMN
               VARYING WSColumnSub FROM 1 BY 1
               UNTIL WSColumnSub > 2
           MOVE "BROUGHT FORWARD" TO WSPrintCaption
           PERFORM PRINT-FIGURE-LINE
           PERFORM SET-OPEN-RESULT-COLUMN
               VARYING WSLineIdx FROM 1 BY 1
               UNTIL WSLineIdx > WSLineCount
           MOVE WSOpenResultFigure (1) TO WSPrintFigure (1)
           MOVE WSOpenResultFigure (2) TO WSPrintFigure (2)
           MOVE "RESULT NOT YET CLOSED" TO WSPrintCaption
           PERFORM PRINT-FIGURE-LINE

           PERFORM SET-FUNDING-COLUMN
               VARYING WSColumnSub FROM 1 BY 1
               UNTIL WSColumnSub > 2
           MOVE "LIABILITIES + RET. EARNINGS" TO WSPrintCaption
           PERFORM PRINT-FIGURE-LINE

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           COMPUTE WSDifference = WSAssetFigure (1)
               - WSPrintFigure (1)
           IF WSDifference = 0
               MOVE "ASSETS EQUAL LIABILITIES PLUS RETAINED EARNINGS"
                   TO WSRptLine
           ELSE
               MOVE "Y" TO WSOutOfBalance
               MOVE WSDifference TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "*** ASSETS DIFFER FROM LIABILITIES PLUS RETAIN&
      &ED EARNINGS BY " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSOffChart > 0
               MOVE SPACES TO WSRptLine
               STRING "*** " DELIMITED BY SIZE
                   WSOffChart DELIMITED BY SIZE
                   " ACCOUNT(S) MOVED ON BUT NOT ON THE CHART - LEFT &
      &OFF THE STATEMENTS ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-BALANCE-LINE.
           IF WSLineType (WSLineIdx) = WSPrintType
               MOVE WSLineCaption (WSLineIdx) TO WSPrintCaption
               PERFORM SET-ONE-BALANCE-COLUMN
                   VARYING WSColumnSub FROM 1 BY 1
                   UNTIL WSColumnSub > 2
               PERFORM PRINT-FIGURE-LINE
           END-IF.

       SET-ONE-BALANCE-COLUMN.
           IF WSPrintType = "A"
               MOVE WSLineFigure (WSLineIdx, WSColumnSub + 4)
                   TO WSPrintFigure (WSColumnSub)
               ADD WSPrintFigure (WSColumnSub)
                   TO WSAssetFigure (WSColumnSub)
           ELSE
               COMPUTE WSPrintFigure (WSColumnSub) = 0
                   - WSLineFigure (WSLineIdx, WSColumnSub + 4)
               ADD WSPrintFigure (WSColumnSub)
                   TO WSLiabilityFigure (WSColumnSub)
           END-IF.

       SET-RETAINED-COLUMN.
           COMPUTE WSPrintFigure (WSColumnSub) = 0
               - WSRetainedFigure (WSColumnSub).

       SET-OPEN-RESULT-COLUMN.
           IF WSLineType (WSLineIdx) = "I" OR
              WSLineType (WSLineIdx) = "E"
               SUBTRACT WSLineFigure (WSLineIdx, 5)
                   FROM WSOpenResultFigure (1)
               SUBTRACT WSLineFigure (WSLineIdx, 6)
                   FROM WSOpenResultFigure (2)
           END-IF.

       SET-FUNDING-COLUMN.
           COMPUTE WSPrintFigure (WSColumnSub) =
               WSLiabilityFigure (WSColumnSub)
               - WSRetainedFigure (WSColumnSub)
               + WSOpenResultFigure (WSColumnSub).

       PRINT-FIGURE-LINE.
           MOVE SPACES TO WSRptLine
           MOVE WSPrintCaption TO WSRptLine (1:30)
           PERFORM PRINT-ONE-COLUMN
               VARYING WSColumnSub FROM 1 BY 1
               UNTIL WSColumnSub > WSPrintColumns
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-COLUMN.
           MOVE WSPrintFigure (WSColumnSub) TO WSMoneyOut
           MOVE WSMoneyOut
               TO WSRptLine ((WSColumnSub * 17) + 16:15).
