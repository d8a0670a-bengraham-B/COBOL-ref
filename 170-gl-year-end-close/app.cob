       >> SOURCE FORMAT FREE
       identification division.
       program-id. GLYECLS.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

           SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAcctFileStatus.

           SELECT GLCloseFile ASSIGN TO "GLClosed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCloseFileStatus.

           SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOpenFileStatus.

           SELECT BusCalFile ASSIGN TO "BusCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCalFileStatus.

       data division.

       FILE SECTION.
       FD GLMovementFile.
       COPY GLMOVE.

       FD GLAccountFile.
       COPY GLACCT.

       FD GLCloseFile.
       COPY GLCLOSE.

       FD GLOpeningFile.
       COPY GLOPEN.

       FD BusCalFile.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSAcctFileStatus PIC X(2) VALUE "00".
       01 WSCloseFileStatus PIC X(2) VALUE "00".
       01 WSOpenFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "GLYECLS ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The financial year closes at the end of December into
      *>   retained earnings 3900 unless GLClosed.dat's parameter
      *>   record says otherwise.
       01 WSYearEndMonth PIC 99 VALUE 12.
       01 WSRetainedAcct PIC 9(4) VALUE 3900.
       01 WSClosedThrough PIC 9(8) VALUE 0.
       01 WSYearEnd PIC 9(8) VALUE 0.

      *>   The chart as it stands with the year's totals beside
      *>   each account - a later chart row for an account
      *>   supersedes an earlier one, the way GLMNT appends.
       01 WSAcctTable.
           02 WSAcctEntry OCCURS 200 TIMES INDEXED BY WSAcctIdx.
               03 WSAcctNumber PIC 9(4).
               03 WSAcctName PIC X(30).
               03 WSAcctType PIC X(1).
               03 WSAcctStatus PIC X(1).
               03 WSAcctDebits PIC S9(13)V99.
               03 WSAcctCredits PIC S9(13)V99.
       01 WSAcctCount PIC 999 VALUE 0.
       01 WSAcctSlot PIC 999 VALUE 0.
       01 WSRetainedSlot PIC 999 VALUE 0.
       01 WSLookAccount PIC 9(4) VALUE 0.
       01 WSTableFull PIC A(1) VALUE "N".

       01 WSNetBalance PIC S9(13)V99 VALUE 0.
       01 WSCloseAmount PIC S9(11)V99 VALUE 0.
       01 WSCloseSide PIC X(1) VALUE SPACE.
       01 WSMovesRead PIC 9(7) VALUE 0.
       01 WSMovesWritten PIC 9(7) VALUE 0.
       01 WSAccountsClosed PIC 9(5) VALUE 0.
       01 WSAccountsCarried PIC 9(5) VALUE 0.
       01 WSOffChart PIC 9(5) VALUE 0.
       01 WSIncomeTotal PIC S9(13)V99 VALUE 0.
       01 WSExpenseTotal PIC S9(13)V99 VALUE 0.
       01 WSNetResult PIC S9(13)V99 VALUE 0.
       01 WSOpenDebits PIC S9(13)V99 VALUE 0.
       01 WSOpenCredits PIC S9(13)V99 VALUE 0.
       01 WSMoneyOut PIC +Z(11)9.99.
       01 WSMoneyOut2 PIC +Z(11)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "GLYearEndClose.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Business calendar - the step decides for itself whether
      *>   tonight is the financial year's last business day, the
      *>   ADBCALC treatment; with no calendar on file the weekend
      *>   rule alone decides.
       01 WSCalFileStatus PIC X(2) VALUE "00".
       01 WSCalEOF PIC A(1) VALUE "N".
       01 WSSaturdayOff PIC X(1) VALUE "Y".
       01 WSSundayOff PIC X(1) VALUE "Y".
       01 WSHolidayTable.
           02 WSHolidayEntry OCCURS 100 TIMES
               INDEXED BY WSHolIdx.
               03 WSHolidayDate PIC 9(8).
       01 WSHolidayCount PIC 999 VALUE 0.
       01 WSCheckYear PIC 9(4) VALUE 0.
       01 WSCheckMonth PIC 99 VALUE 0.
       01 WSCheckDay PIC 99 VALUE 0.
       01 WSCheckMMDD PIC 9(4) VALUE 0.
       01 WSCheckDate PIC 9(8) VALUE 0.
       01 WSCheckIsBusiness PIC A(1) VALUE "Y".
       01 WSIsLastBusinessDay PIC A(1) VALUE "Y".
       01 WSLaterOpenSeen PIC A(1) VALUE "N".
       01 WSMonthEndDay PIC 99 VALUE 31.
       01 WSDivideQuotient PIC 9(4).
       01 WSYearMod4 PIC 99.
       01 WSYearMod100 PIC 99.
       01 WSYearMod400 PIC 999.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   GL year-end close - on the last business day of the
      *>   financial year, once GLPOST and the journal reversal
      *>   have booked the day, every income and expense account's
      *>   balance for the year is closed out to the retained-
      *>   earnings liability account: one balanced pair per
      *>   account, dated the financial year end, as source
      *>   GLCLOSE, so those accounts start the new year at zero
      *>   instead of accumulating from the first day we posted.
      *>   The asset and liability balances - retained earnings
      *>   now included - are brought forward onto GLOpening.dat
      *>   as the new year's opening balances, and the year is
      *>   recorded closed on GLClosed.dat; from then on nothing
      *>   books into it except an approved adjustment journal.
      *>   The closing report is the auditors' copy. Other nights
      *>   the step ends at once.
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

       PERFORM LOAD-CLOSE-CONTROL
       PERFORM LOAD-BUSINESS-CALENDAR
       PERFORM CHECK-LAST-BUSINESS-DAY
       IF WSIsLastBusinessDay = "N" OR
          WSCheckMonth NOT = WSYearEndMonth
           DISPLAY WSRunDate " is not the last business day of "
               "the financial year - no year-end close"
           STOP RUN
       END-IF
       COMPUTE WSYearEnd = (WSCheckYear * 10000)
           + (WSCheckMonth * 100) + WSMonthEndDay
       IF WSClosedThrough NOT < WSYearEnd
           DISPLAY "Financial year to " WSYearEnd " is already "
               "closed - nothing to do"
           STOP RUN
       END-IF

       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       PERFORM LOAD-GL-CHART
       MOVE WSRetainedAcct TO WSLookAccount
       PERFORM FIND-ACCOUNT-SLOT
       MOVE WSAcctSlot TO WSRetainedSlot
       IF WSRetainedSlot = 0
           DISPLAY "Retained-earnings account " WSRetainedAcct
               " is not on the chart - year not closed"
           PERFORM ABORT-YEAR-END-CLOSE
       END-IF
       IF WSAcctType (WSRetainedSlot) NOT = "L" OR
          WSAcctStatus (WSRetainedSlot) NOT = "A"
           DISPLAY "Retained-earnings account " WSRetainedAcct
               " is not an active liability - year not closed"
           PERFORM ABORT-YEAR-END-CLOSE
       END-IF

       OPEN INPUT GLMovementFile
       IF WSMoveFileStatus = "00"
           PERFORM TALLY-ONE-MOVEMENT UNTIL WSEOF = "Y"
           CLOSE GLMovementFile
       END-IF
       IF WSTableFull = "Y"
           DISPLAY "Account table full at 200 entries - year not "
               "closed"
           PERFORM ABORT-YEAR-END-CLOSE
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "GL YEAR-END CLOSE - FINANCIAL YEAR TO "
           DELIMITED BY SIZE
           WSYearEnd DELIMITED BY SIZE
           "  CLOSED ON " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "ACCT  NAME                           T          BALANCE&
      &  TREATMENT" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       MOVE SPACES TO WSRptLine
       STRING "INCOME AND EXPENSE CLOSED TO RETAINED EARNINGS "
           DELIMITED BY SIZE
           WSRetainedAcct DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       OPEN EXTEND GLMovementFile
       IF WSMoveFileStatus NOT = "00"
           OPEN OUTPUT GLMovementFile
       END-IF
       PERFORM CLOSE-ONE-ACCOUNT
           VARYING WSAcctIdx FROM 1 BY 1
           UNTIL WSAcctIdx > WSAcctCount
       CLOSE GLMovementFile
       PERFORM PRINT-CLOSING-TOTALS

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "ASSET AND LIABILITY BALANCES BROUGHT FORWARD AFTER "
           DELIMITED BY SIZE
           WSYearEnd DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       OPEN EXTEND GLOpeningFile
       IF WSOpenFileStatus NOT = "00"
           OPEN OUTPUT GLOpeningFile
       END-IF
       PERFORM CARRY-ONE-ACCOUNT
           VARYING WSAcctIdx FROM 1 BY 1
           UNTIL WSAcctIdx > WSAcctCount
       CLOSE GLOpeningFile
       PERFORM PRINT-OPENING-TOTALS

       PERFORM PRINT-OFF-CHART-ACCOUNTS
       PERFORM RECORD-YEAR-CLOSED

       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       IF WSOffChart > 0 OR WSOpenDebits NOT = WSOpenCredits
           MOVE 4 TO WSRunRC
       END-IF
       MOVE WSMovesWritten TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "GL YEAR-END CLOSE FOR THE YEAR TO " WSYearEnd
       DISPLAY "MOVEMENTS READ:          " WSMovesRead
       DISPLAY "ACCOUNTS CLOSED:         " WSAccountsClosed
       DISPLAY "CLOSING MOVEMENTS:       " WSMovesWritten
       DISPLAY "OPENING BALANCES:        " WSAccountsCarried
       MOVE WSNetResult TO WSMoneyOut
       DISPLAY "NET RESULT TO " WSRetainedAcct ":      " WSMoneyOut
       IF WSOffChart > 0
           DISPLAY "*** " WSOffChart " ACCOUNT(S) NOT ON THE CHART "
               "- NEITHER CLOSED NOR BROUGHT FORWARD ***"
       END-IF
       IF WSOpenDebits NOT = WSOpenCredits
           DISPLAY "*** OPENING BALANCES DO NOT BALANCE - REVIEW "
               "THE CLOSING REPORT ***"
       END-IF
       DISPLAY "Report written to " WSRptName
       MOVE WSRunRC TO RETURN-CODE.

       STOP RUN.

       ABORT-YEAR-END-CLOSE.
           MOVE 12 TO WSRunRC
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
           MOVE 12 TO RETURN-CODE
           STOP RUN.

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
                   IF GcIsClosedYear AND GcYearEnd IS NUMERIC AND
                      GcYearEnd > WSClosedThrough
                       MOVE GcYearEnd TO WSClosedThrough
                   END-IF
           END-READ.

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
                       MOVE GLAccountName TO WSAcctName (WSAcctSlot)
                       MOVE GLAccountType TO WSAcctType (WSAcctSlot)
                       MOVE GLAccountStatus
                           TO WSAcctStatus (WSAcctSlot)
                   END-IF
           END-READ.

       TALLY-ONE-MOVEMENT.
           READ GLMovementFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF GLMoveDate NOT > WSYearEnd
                       ADD 1 TO WSMovesRead
                       MOVE GLMoveAccount TO WSLookAccount
                       PERFORM FIND-OR-ADD-ACCOUNT
                       IF WSAcctSlot > 0
                           IF GLMoveDebit
                               ADD GLMoveAmount
                                   TO WSAcctDebits (WSAcctSlot)
                           ELSE
                               ADD GLMoveAmount
                                   TO WSAcctCredits (WSAcctSlot)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   An account moved on but missing from the chart gets a
      *>   row with no type, so it is reported rather than lost.
       FIND-OR-ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT-SLOT
           IF WSAcctSlot = 0
               IF WSAcctCount >= 200
                   MOVE "Y" TO WSTableFull
               ELSE
                   ADD 1 TO WSAcctCount
                   MOVE WSAcctCount TO WSAcctSlot
                   MOVE WSLookAccount TO WSAcctNumber (WSAcctSlot)
                   MOVE "(NOT ON CHART)" TO WSAcctName (WSAcctSlot)
                   MOVE SPACE TO WSAcctType (WSAcctSlot)
                   MOVE SPACE TO WSAcctStatus (WSAcctSlot)
                   MOVE 0 TO WSAcctDebits (WSAcctSlot)
                   MOVE 0 TO WSAcctCredits (WSAcctSlot)
               END-IF
           END-IF.

       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WSAcctSlot
           SET WSAcctIdx TO 1
           SEARCH WSAcctEntry
               AT END CONTINUE
               WHEN WSAcctIdx > WSAcctCount
                   CONTINUE
               WHEN WSAcctNumber (WSAcctIdx) = WSLookAccount
                   SET WSAcctSlot TO WSAcctIdx
           END-SEARCH.

       CLOSE-ONE-ACCOUNT.
      *>     A debit balance (an expense, or income reversed past
      *>     zero) is credited out and debited to retained
      *>     earnings; a credit balance the other way round.
           IF WSAcctType (WSAcctIdx) = "I" OR
              WSAcctType (WSAcctIdx) = "E"
               COMPUTE WSNetBalance = WSAcctDebits (WSAcctIdx)
                   - WSAcctCredits (WSAcctIdx)
               IF WSNetBalance NOT = 0
                   PERFORM BOOK-CLOSING-PAIR
               END-IF
           END-IF.

       BOOK-CLOSING-PAIR.
           IF WSNetBalance > 0
               MOVE WSNetBalance TO WSCloseAmount
               MOVE "C" TO WSCloseSide
               ADD WSCloseAmount TO WSAcctCredits (WSAcctIdx)
               ADD WSCloseAmount TO WSAcctDebits (WSRetainedSlot)
           ELSE
               COMPUTE WSCloseAmount = 0 - WSNetBalance
               MOVE "D" TO WSCloseSide
               ADD WSCloseAmount TO WSAcctDebits (WSAcctIdx)
               ADD WSCloseAmount TO WSAcctCredits (WSRetainedSlot)
           END-IF
           SUBTRACT WSNetBalance FROM WSNetResult
           IF WSAcctType (WSAcctIdx) = "I"
               SUBTRACT WSNetBalance FROM WSIncomeTotal
           ELSE
               ADD WSNetBalance TO WSExpenseTotal
           END-IF

      *>     No ledger transaction behind a closing entry, so no
      *>     type letter.
           MOVE WSYearEnd TO GLMoveDate
           MOVE WSAcctNumber (WSAcctIdx) TO GLMoveAccount
           MOVE WSCloseSide TO GLMoveSide
           MOVE WSCloseAmount TO GLMoveAmount
           MOVE "GLCLOSE" TO GLMoveSource
           MOVE SPACE TO GLMoveTranType
           WRITE GLMovementRecord
           MOVE WSRetainedAcct TO GLMoveAccount
           IF WSCloseSide = "C"
               SET GLMoveDebit TO TRUE
           ELSE
               SET GLMoveCredit TO TRUE
           END-IF
           WRITE GLMovementRecord
           ADD 2 TO WSMovesWritten
           ADD 1 TO WSAccountsClosed

           MOVE WSNetBalance TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING WSAcctNumber (WSAcctIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSAcctName (WSAcctIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSAcctType (WSAcctIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  CLOSED TO " DELIMITED BY SIZE
               WSRetainedAcct DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-CLOSING-TOTALS.
           MOVE WSIncomeTotal TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "INCOME FOR THE YEAR                    "
               DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSExpenseTotal TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "EXPENSES FOR THE YEAR                  "
               DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSNetResult TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "NET RESULT TO RETAINED EARNINGS        "
               DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  CR IF PROFIT" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CARRY-ONE-ACCOUNT.
           IF WSAcctType (WSAcctIdx) = "A" OR
              WSAcctType (WSAcctIdx) = "L"
               COMPUTE WSNetBalance = WSAcctDebits (WSAcctIdx)
                   - WSAcctCredits (WSAcctIdx)
               IF WSNetBalance NOT = 0
                   PERFORM WRITE-OPENING-BALANCE
               END-IF
           END-IF.

       WRITE-OPENING-BALANCE.
           MOVE WSYearEnd TO GoYearEnd
           MOVE WSAcctNumber (WSAcctIdx) TO GoAccount
           IF WSNetBalance > 0
               SET GoDebit TO TRUE
               MOVE WSNetBalance TO GoAmount
               ADD WSNetBalance TO WSOpenDebits
           ELSE
               SET GoCredit TO TRUE
               COMPUTE GoAmount = 0 - WSNetBalance
               ADD GoAmount TO WSOpenCredits
           END-IF
           MOVE "GLYECLS" TO GoSource
           WRITE GLOpeningRecord
           ADD 1 TO WSAccountsCarried

           MOVE WSNetBalance TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING WSAcctNumber (WSAcctIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSAcctName (WSAcctIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSAcctType (WSAcctIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  BROUGHT FORWARD" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-OPENING-TOTALS.
           MOVE WSOpenDebits TO WSMoneyOut
           MOVE WSOpenCredits TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "OPENING DEBITS " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  OPENING CREDITS " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSOpenDebits = WSOpenCredits
               MOVE "OPENING BALANCES IN BALANCE" TO WSRptLine
           ELSE
               MOVE "*** OPENING BALANCES OUT OF BALANCE ***"
                   TO WSRptLine
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-OFF-CHART-ACCOUNTS.
           PERFORM CHECK-ONE-OFF-CHART
               VARYING WSAcctIdx FROM 1 BY 1
               UNTIL WSAcctIdx > WSAcctCount.

       CHECK-ONE-OFF-CHART.
           IF WSAcctType (WSAcctIdx) = SPACE
               COMPUTE WSNetBalance = WSAcctDebits (WSAcctIdx)
                   - WSAcctCredits (WSAcctIdx)
               IF WSOffChart = 0
                   MOVE SPACES TO WSRptLine
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   MOVE "*** ACCOUNTS MOVED ON BUT NOT ON THE CHART -&
      & NEITHER CLOSED NOR BROUGHT FORWARD ***" TO WSRptLine
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
               END-IF
               ADD 1 TO WSOffChart
               MOVE WSNetBalance TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING WSAcctNumber (WSAcctIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSAcctName (WSAcctIdx) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   "  LEFT AS IT STANDS" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       RECORD-YEAR-CLOSED.
           MOVE SPACES TO GLCloseRecord
           SET GcIsClosedYear TO TRUE
           MOVE WSYearEnd TO GcYearEnd
           MOVE WSBusinessDate TO GcClosedOn
           MOVE WSRetainedAcct TO GcRetainedEarnings
           MOVE WSNetResult TO GcNetResult
           MOVE WSAccountsClosed TO GcAccountsClosed
           OPEN EXTEND GLCloseFile
           IF WSCloseFileStatus NOT = "00"
               OPEN OUTPUT GLCloseFile
           END-IF
           WRITE GLCloseRecord
           CLOSE GLCloseFile

           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "FINANCIAL YEAR TO " DELIMITED BY SIZE
               WSYearEnd DELIMITED BY SIZE
               " CLOSED - FURTHER POSTING ONLY BY APPROVED ADJUSTMENT&
      & JOURNAL" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       LOAD-BUSINESS-CALENDAR.
           MOVE 0 TO WSHolidayCount
           MOVE "N" TO WSCalEOF
           OPEN INPUT BusCalFile
           IF WSCalFileStatus = "00"
               PERFORM LOAD-ONE-CAL-ENTRY UNTIL WSCalEOF = "Y"
               CLOSE BusCalFile
           END-IF.

       LOAD-ONE-CAL-ENTRY.
           READ BusCalFile
               AT END MOVE "Y" TO WSCalEOF
               NOT AT END
                   IF CalIsWeekendRule
                       MOVE CalSaturdayOff TO WSSaturdayOff
                       MOVE CalSundayOff TO WSSundayOff
                   END-IF
                   IF CalIsHoliday
                       IF WSHolidayCount >= 100
                           DISPLAY "Holiday table full at 100 - "
                               CalHolidayDate " not loaded"
                       ELSE
                           ADD 1 TO WSHolidayCount
                           SET WSHolIdx TO WSHolidayCount
                           MOVE CalHolidayDate
                               TO WSHolidayDate (WSHolIdx)
                       END-IF
                   END-IF
           END-READ.

       CHECK-LAST-BUSINESS-DAY.
      *>     Tonight is the month's last business day when today is
      *>     itself a business day and no later day of this month
      *>     is one.
           MOVE "Y" TO WSIsLastBusinessDay
           DIVIDE WSRunDate BY 10000 GIVING WSCheckYear
               REMAINDER WSCheckMMDD
           DIVIDE WSCheckMMDD BY 100 GIVING WSCheckMonth
               REMAINDER WSCheckDay
           PERFORM SET-MONTH-END-DAY
           PERFORM CHECK-DATE-IS-BUSINESS
           IF WSCheckIsBusiness = "N"
               MOVE "N" TO WSIsLastBusinessDay
           ELSE
               MOVE "N" TO WSLaterOpenSeen
               PERFORM CHECK-ONE-LATER-DAY
                   UNTIL WSCheckDay >= WSMonthEndDay
                   OR WSLaterOpenSeen = "Y"
               IF WSLaterOpenSeen = "Y"
                   MOVE "N" TO WSIsLastBusinessDay
               END-IF
           END-IF.

       CHECK-ONE-LATER-DAY.
           ADD 1 TO WSCheckDay
           PERFORM CHECK-DATE-IS-BUSINESS
           IF WSCheckIsBusiness = "Y"
               MOVE "Y" TO WSLaterOpenSeen
           END-IF.

       CHECK-DATE-IS-BUSINESS.
           MOVE "Y" TO WSCheckIsBusiness
           COMPUTE WSCheckDate = (WSCheckYear * 10000)
               + (WSCheckMonth * 100) + WSCheckDay
           MOVE WSCheckDate TO WSDcDate1
           MOVE "W" TO WSDcAction
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF (WSDcAmount = 0 AND WSSaturdayOff = "Y") OR
              (WSDcAmount = 1 AND WSSundayOff = "Y")
               MOVE "N" TO WSCheckIsBusiness
           END-IF
           PERFORM CHECK-ONE-HOLIDAY
               VARYING WSHolIdx FROM 1 BY 1
               UNTIL WSHolIdx > WSHolidayCount.

       CHECK-ONE-HOLIDAY.
           IF WSHolidayDate (WSHolIdx) = WSCheckDate
               MOVE "N" TO WSCheckIsBusiness
           END-IF.

       SET-MONTH-END-DAY.
           MOVE 31 TO WSMonthEndDay
           EVALUATE WSCheckMonth
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WSMonthEndDay
               WHEN 2
                   PERFORM SET-FEBRUARY-END-DAY
           END-EVALUATE.

       SET-FEBRUARY-END-DAY.
           DIVIDE WSCheckYear BY 4 GIVING WSDivideQuotient
               REMAINDER WSYearMod4
           DIVIDE WSCheckYear BY 100 GIVING WSDivideQuotient
               REMAINDER WSYearMod100
           DIVIDE WSCheckYear BY 400 GIVING WSDivideQuotient
               REMAINDER WSYearMod400
           IF WSYearMod4 = 0 AND
               (WSYearMod100 NOT = 0 OR WSYearMod400 = 0)
               MOVE 29 TO WSMonthEndDay
           ELSE
               MOVE 28 TO WSMonthEndDay
           END-IF.
