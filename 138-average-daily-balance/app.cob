       >> SOURCE FORMAT FREE
       identification division.
       program-id. ADBCALC.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT BalHistFile ASSIGN TO "BalHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BhKey
           FILE STATUS IS WSHistFileStatus.

           SELECT AvgBalFile ASSIGN TO "AvgDailyBal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAvgFileStatus.

           SELECT NewAvgBalFile ASSIGN TO "AvgDailyBalNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT BusCalFile ASSIGN TO "BusCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCalFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD BalHistFile.
       COPY BALHIST.

       FD AvgBalFile.
       01 AvgBalLine.
           02 AvgLinePeriod PIC 9(6).
           02 FILLER PIC X(39).

       FD NewAvgBalFile.
       COPY AVGBAL.

       FD BusCalFile.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSAvgFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSCopyEOF PIC A(1) VALUE "N".
       01 WSHistDone PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSPeriod PIC 9(6) VALUE 0.
       01 WSMonthStart PIC 9(8) VALUE 0.
       01 WSMonthEnd PIC 9(8) VALUE 0.
       01 WSPriorStart PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "ADBCALC ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   One account's month - the balance in force and the day
      *>   it took effect, carried forward until the next close.
       01 WSCarrySeen PIC A(1) VALUE "N".
       01 WSCarryBalance PIC S9(9)V99 VALUE 0.
       01 WSCarryFrom PIC 9(8) VALUE 0.
       01 WSCarryDays PIC S9(5) VALUE 0.
       01 WSDaysCounted PIC 9(5) VALUE 0.
       01 WSBalanceDays PIC S9(13)V99 VALUE 0.
       01 WSAverage PIC S9(9)V99 VALUE 0.
       01 WSAcctCurrency PIC X(3) VALUE SPACES.

       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSAveragedCount PIC 9(7) VALUE 0.
       01 WSNoHistoryCount PIC 9(7) VALUE 0.
       01 WSKeptCount PIC 9(7) VALUE 0.
       01 WSHomeTotal PIC S9(13)V99 VALUE 0.

      *>   Business calendar - the step decides for itself whether
      *>   tonight is the month's last business day, the INTACCR
      *>   treatment; with no calendar on file the weekend rule
      *>   alone decides.
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

      *>   Monthly average daily balance - on the month's last
      *>   business day, after tonight's balance snapshot, works
      *>   each account's average daily balance for the calendar
      *>   month off BalHistory.dat: every close counts for itself
      *>   and for the weekend and holiday days behind it up to
      *>   the next close, the last close runs to the month's last
      *>   calendar day, and the month opens on the previous
      *>   month's final close. The month's rows on
      *>   AvgDailyBal.dat are replaced, so a rerun never doubles
      *>   them; the branch profitability report reads them.
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
       PERFORM LOAD-BUSINESS-CALENDAR
       PERFORM CHECK-LAST-BUSINESS-DAY
       IF WSIsLastBusinessDay = "N"
           DISPLAY WSRunDate " is not the last business day of "
               "the month - average balances not worked"
           STOP RUN
       END-IF

       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DIVIDE WSBusinessDate BY 100 GIVING WSPeriod
       COMPUTE WSMonthStart = (WSPeriod * 100) + 1
       COMPUTE WSMonthEnd = (WSPeriod * 100) + WSMonthEndDay
       MOVE "M" TO WSDcAction
       MOVE WSMonthStart TO WSDcDate1
       MOVE -1 TO WSDcAmount
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSPriorStart

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "average balances not worked"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT BalHistFile
       IF WSHistFileStatus NOT = "00"
           DISPLAY "No balance history on file - "
               "average balances not worked"
           CLOSE CustomerFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM KEEP-OTHER-PERIODS
       PERFORM AVERAGE-ONE-ACCOUNT UNTIL WSEOF = "Y"
       CLOSE CustomerFile
       CLOSE BalHistFile
       CLOSE NewAvgBalFile
       PERFORM SWAP-AVERAGE-FILE-BACK

       MOVE WSAveragedCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "AVERAGE DAILY BALANCES FOR " WSPeriod
       DISPLAY "ACCOUNTS AVERAGED:    " WSAveragedCount
       DISPLAY "NO HISTORY IN MONTH:  " WSNoHistoryCount
       DISPLAY "EARLIER ROWS KEPT:    " WSKeptCount
       DISPLAY "HOME-CURRENCY FOOTING: " WSHomeTotal.

       STOP RUN.

       KEEP-OTHER-PERIODS.
      *>     Every row for another month goes straight onto the
      *>     work file; this month's are rebuilt below.
           OPEN OUTPUT NewAvgBalFile
           MOVE "N" TO WSCopyEOF
           OPEN INPUT AvgBalFile
           IF WSAvgFileStatus = "00"
               PERFORM KEEP-ONE-AVERAGE UNTIL WSCopyEOF = "Y"
               CLOSE AvgBalFile
           END-IF.

       KEEP-ONE-AVERAGE.
           READ AvgBalFile
               AT END MOVE "Y" TO WSCopyEOF
               NOT AT END
                   IF AvgLinePeriod NOT = WSPeriod
                       MOVE AvgBalLine TO AvgBalRecord
                       WRITE AvgBalRecord
                       ADD 1 TO WSKeptCount
                   END-IF
           END-READ.

       AVERAGE-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT AcctClosed
                       PERFORM WORK-ACCOUNT-MONTH
                   END-IF
           END-READ.

       WORK-ACCOUNT-MONTH.
           MOVE "N" TO WSCarrySeen
           MOVE 0 TO WSCarryBalance
           MOVE 0 TO WSDaysCounted
           MOVE 0 TO WSBalanceDays
           MOVE "N" TO WSHistDone
           MOVE IDNum TO BhIDNum
           MOVE WSPriorStart TO BhDate
           START BalHistFile KEY IS NOT LESS THAN BhKey
               INVALID KEY MOVE "Y" TO WSHistDone
           END-START
           PERFORM ADD-ONE-CLOSE UNTIL WSHistDone = "Y"
           IF WSCarrySeen = "Y"
               MOVE WSMonthEnd TO WSDcDate2
               PERFORM COUNT-CARRY-DAYS
               ADD 1 TO WSCarryDays
               PERFORM ADD-CARRY-DAYS
           END-IF
           IF WSDaysCounted > 0
               PERFORM WRITE-ACCOUNT-AVERAGE
           ELSE
               ADD 1 TO WSNoHistoryCount
           END-IF.

       ADD-ONE-CLOSE.
      *>     A close before the month only sets the opening
      *>     balance; each close inside it ends the previous
      *>     balance's run of days and starts its own.
           READ BalHistFile NEXT
               AT END MOVE "Y" TO WSHistDone
               NOT AT END
                   IF BhIDNum NOT = IDNum OR BhDate > WSMonthEnd
                       MOVE "Y" TO WSHistDone
                   ELSE
                       IF BhDate < WSMonthStart
                           MOVE BhLedgerBalance TO WSCarryBalance
                           MOVE WSMonthStart TO WSCarryFrom
                           MOVE "Y" TO WSCarrySeen
                       ELSE
                           IF WSCarrySeen = "Y"
                               MOVE BhDate TO WSDcDate2
                               PERFORM COUNT-CARRY-DAYS
                               PERFORM ADD-CARRY-DAYS
                           END-IF
                           MOVE BhLedgerBalance TO WSCarryBalance
                           MOVE BhDate TO WSCarryFrom
                           MOVE "Y" TO WSCarrySeen
                       END-IF
                   END-IF
           END-READ.

       COUNT-CARRY-DAYS.
           MOVE "D" TO WSDcAction
           MOVE WSCarryFrom TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF WSDcStatus = 0 AND WSDcAmount > 0
               MOVE WSDcAmount TO WSCarryDays
           ELSE
               MOVE 0 TO WSCarryDays
           END-IF.

       ADD-CARRY-DAYS.
           ADD WSCarryDays TO WSDaysCounted
           COMPUTE WSBalanceDays = WSBalanceDays
               + (WSCarryBalance * WSCarryDays).

       WRITE-ACCOUNT-AVERAGE.
           COMPUTE WSAverage ROUNDED = WSBalanceDays / WSDaysCounted
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               DISPLAY "No " WSAcctCurrency " rate in force - "
                   "customer " IDNum " home average left at zero"
               MOVE 0 TO WSFxMidRate
           END-IF
           MOVE WSPeriod TO AbPeriod
           MOVE IDNum TO AbIDNum
           MOVE CustBranch TO AbBranch
           IF AbBranch = SPACES
               MOVE "HO" TO AbBranch
           END-IF
           MOVE CustProductCode TO AbProductCode
           MOVE WSAcctCurrency TO AbCurrency
           MOVE WSDaysCounted TO AbDays
           MOVE WSAverage TO AbAverage
           COMPUTE AbAverageHome ROUNDED = WSAverage * WSFxMidRate
           WRITE AvgBalRecord
           ADD 1 TO WSAveragedCount
           ADD AbAverageHome TO WSHomeTotal.

       SWAP-AVERAGE-FILE-BACK.
           OPEN INPUT NewAvgBalFile
           OPEN OUTPUT AvgBalFile
           MOVE "N" TO WSCopyEOF
           PERFORM COPY-BACK-ONE-AVERAGE UNTIL WSCopyEOF = "Y"
           CLOSE NewAvgBalFile
           CLOSE AvgBalFile.

       COPY-BACK-ONE-AVERAGE.
           READ NewAvgBalFile
               AT END MOVE "Y" TO WSCopyEOF
               NOT AT END
                   MOVE AvgBalRecord TO AvgBalLine
                   WRITE AvgBalLine
           END-READ.

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
