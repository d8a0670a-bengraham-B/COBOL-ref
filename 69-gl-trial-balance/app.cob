           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAcctFileStatus.

           SELECT GLOpeningFile ASSIGN TO "GLOpening.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOpenFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       FD GLAccountFile.
       COPY GLACCT.

       FD GLOpeningFile.
       COPY GLOPEN.

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSAcctFileStatus PIC X(2) VALUE "00".
       01 WSOneDateOnly PIC X(1) VALUE "N".
           88 WSWantOneDate VALUE "Y" "y".

      *>   Financial-year view - the opening balances the year-end
      *>   close brought forward, then only the movements dated
      *>   after the last closed year end.
       01 WSOpenFileStatus PIC X(2) VALUE "00".
       01 WSOpenEOF PIC A(1) VALUE "N".
       01 WSYearOnly PIC X(1) VALUE "N".
           88 WSWantYear VALUE "Y" "y".
       01 WSYearFrom PIC 9(8) VALUE 0.
       01 WSGlLockDate PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

       01 WSGrandDebits PIC S9(13)V99 VALUE 0.
       01 WSGrandCredits PIC S9(13)V99 VALUE 0.
       01 WSNetBalance PIC S9(13)V99 VALUE 0.
       01 WSMoneyOut2 PIC +Z(11)9.99.
       01 WSMoneyOut3 PIC +Z(11)9.99.

      *>   Memorandum of customer balances held in foreign
      *>   currency - the ledger books their home equivalents as
      *>   they post, so the original-currency totals and their
      *>   value at today's mid rate are shown beside it for the
      *>   revaluation sign-off.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSCustEOF PIC A(1) VALUE "N".
       01 WSFxTable.
           02 WSFxEntry OCCURS 20 TIMES INDEXED BY WSFxIdx.
               03 WSFxCurrency PIC X(3).
               03 WSFxAccounts PIC 9(5).
               03 WSFxBalance PIC S9(13)V99.
       01 WSFxCount PIC 99 VALUE 0.
       01 WSFxSlot PIC 99 VALUE 0.
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 0.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxHome PIC S9(13)V99 VALUE 0.
       01 WSFxHomeTotal PIC S9(13)V99 VALUE 0.
       01 WSRateOut PIC Z(4)9.9999.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "GLTrialBalance.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
      *>   GL trial balance - reads the movements the nightly GL
      *>   posting booked, totals debits and credits per account,
      *>   names each account from the chart, and proves the whole
      *>   ledger balances to zero. Run for everything on file,
      *>   for a single posting date, or for the financial year
      *>   since the last year-end close.
       PROCEDURE DIVISION.
       DISPLAY "Trial balance for one posting date only? (Y/N)"
           WITH NO ADVANCING
       IF WSWantOneDate
           DISPLAY "Posting date (YYYYMMDD)" WITH NO ADVANCING
           ACCEPT WSAsAtDate
       ELSE
           DISPLAY "Current financial year only, opening balances "
               "brought forward? (Y/N)" WITH NO ADVANCING
           ACCEPT WSYearOnly
       END-IF
       IF WSWantYear AND NOT WSWantOneDate
           CALL 'BUSDATE' USING WSGlLockDate
           CALL 'GLLOCK' USING WSGlLockDate, WSYearFrom,
               WSGlRetainedAcct, WSGlLockStatus
           IF WSYearFrom = 0
               DISPLAY "No financial year has been closed yet - "
                   "every posted date is shown"
           END-IF
       END-IF

       OPEN INPUT GLMovementFile
               "no GL activity on file yet"
           STOP RUN
       END-IF
       IF WSYearFrom > 0
           PERFORM LOAD-OPENING-BALANCES
       END-IF
       PERFORM TALLY-ONE-MOVEMENT UNTIL WSEOF = "Y"
       CLOSE GLMovementFile

       ELSE
           MOVE "GL TRIAL BALANCE - ALL POSTED DATES" TO WSRptLine
       END-IF
       IF WSYearFrom > 0
           MOVE SPACES TO WSRptLine
           STRING "GL TRIAL BALANCE - FINANCIAL YEAR AFTER "
               DELIMITED BY SIZE
               WSYearFrom DELIMITED BY SIZE
               " WITH OPENING BALANCES" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
       END-IF
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "ACCT  NAME                            DEBITS         CRED&
           MOVE "*** LEDGER OUT OF BALANCE ***" TO WSRptLine
       END-IF
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       PERFORM PRINT-FOREIGN-MEMORANDUM
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           READ GLMovementFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF (NOT WSWantOneDate OR GLMoveDate = WSAsAtDate)
                       AND GLMoveDate > WSYearFrom
                       ADD 1 TO WSMoveCount
                       PERFORM ROLL-INTO-ACCOUNT-TABLE
                   END-IF
           END-READ.

      *>   Each opening row rolls into the table as though it were
      *>   a movement, so an account opens on the year with the
      *>   balance the close brought forward plus any adjustment.
       LOAD-OPENING-BALANCES.
           MOVE "N" TO WSOpenEOF
           OPEN INPUT GLOpeningFile
           IF WSOpenFileStatus = "00"
               PERFORM LOAD-ONE-OPENING-BALANCE UNTIL WSOpenEOF = "Y"
               CLOSE GLOpeningFile
           END-IF.

       LOAD-ONE-OPENING-BALANCE.
           READ GLOpeningFile
               AT END MOVE "Y" TO WSOpenEOF
               NOT AT END
                   IF GoYearEnd = WSYearFrom
                       MOVE GoAccount TO GLMoveAccount
                       MOVE GoSide TO GLMoveSide
                       MOVE GoAmount TO GLMoveAmount
                       PERFORM ROLL-INTO-ACCOUNT-TABLE
                   END-IF
           END-READ.

       ROLL-INTO-ACCOUNT-TABLE.
           MOVE 0 TO WSAcctSlot
           PERFORM CHECK-ONE-ACCT-SLOT
                       MOVE GLAccountType TO WSChartType
                   END-IF
           END-READ.

       PRINT-FOREIGN-MEMORANDUM.
           MOVE 0 TO WSFxCount
           MOVE "N" TO WSCustEOF
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               PERFORM TALLY-ONE-CUSTOMER UNTIL WSCustEOF = "Y"
               CLOSE CustomerFile
           END-IF
           IF WSFxCount > 0
               IF WSWantOneDate
                   MOVE WSAsAtDate TO WSFxDate
               ELSE
                   CALL 'BUSDATE' USING WSFxDate
               END-IF
               MOVE 0 TO WSFxHomeTotal
               MOVE SPACES TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE SPACES TO WSRptLine
               STRING "MEMORANDUM - FOREIGN-CURRENCY CUSTOMER BALANCES"
                   DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WSFxDate DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE "CCY ACCTS     ORIGINAL BALANCE   MID RATE      HO&
      &ME EQUIVALENT" TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               PERFORM PRINT-ONE-CURRENCY
                   VARYING WSFxIdx FROM 1 BY 1
                   UNTIL WSFxIdx > WSFxCount
               MOVE WSFxHomeTotal TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "TOTAL HOME EQUIVALENT" DELIMITED BY SIZE
                   "                        " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       TALLY-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSCustEOF
               NOT AT END
                   IF CustCurrency NOT = SPACES AND
                      CustCurrency NOT = "ZAR" AND
                      NOT AcctClosed
                       PERFORM ROLL-INTO-CURRENCY-TABLE
                   END-IF
           END-READ.

       ROLL-INTO-CURRENCY-TABLE.
           MOVE 0 TO WSFxSlot
           PERFORM CHECK-ONE-FX-SLOT
               VARYING WSFxIdx FROM 1 BY 1
               UNTIL WSFxIdx > WSFxCount OR WSFxSlot > 0
           IF WSFxSlot = 0
               IF WSFxCount >= 20
                   DISPLAY "Currency table full at 20 - "
                       CustCurrency " not totaled"
               ELSE
                   ADD 1 TO WSFxCount
                   MOVE WSFxCount TO WSFxSlot
                   SET WSFxIdx TO WSFxSlot
                   MOVE CustCurrency TO WSFxCurrency (WSFxIdx)
                   MOVE 0 TO WSFxAccounts (WSFxIdx)
                   MOVE 0 TO WSFxBalance (WSFxIdx)
               END-IF
           END-IF
           IF WSFxSlot > 0
               SET WSFxIdx TO WSFxSlot
               ADD 1 TO WSFxAccounts (WSFxIdx)
               ADD CustBalance TO WSFxBalance (WSFxIdx)
           END-IF.

       CHECK-ONE-FX-SLOT.
           IF WSFxCurrency (WSFxIdx) = CustCurrency
               MOVE WSFxIdx TO WSFxSlot
           END-IF.

       PRINT-ONE-CURRENCY.
           CALL 'FXRATE' USING WSFxCurrency (WSFxIdx), WSFxDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           MOVE 0 TO WSFxHome
           IF WSFxFound
               COMPUTE WSFxHome ROUNDED =
                   WSFxBalance (WSFxIdx) * WSFxMidRate
           END-IF
           ADD WSFxHome TO WSFxHomeTotal
           MOVE WSFxBalance (WSFxIdx) TO WSMoneyOut
           MOVE WSFxMidRate TO WSRateOut
           MOVE WSFxHome TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING WSFxCurrency (WSFxIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSFxAccounts (WSFxIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
