       >> SOURCE FORMAT FREE
       identification division.
       program-id. VLTFCST.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT VaultFile ASSIGN TO "Vault.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSVaultFileStatus.

           SELECT DrawerFile ASSIGN TO "Drawer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDrawerFileStatus.

           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperFileStatus.

           SELECT LimitFile ASSIGN TO "VaultLimits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLimitFileStatus.

           SELECT BusCalFile ASSIGN TO "BusCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCalFileStatus.

           SELECT ParmFile ASSIGN TO "VaultFcParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
       FD VaultFile.
       COPY VAULTREC.

       FD DrawerFile.
       COPY DRAWREC.

       FD OperatorFile.
       COPY OPERREC.

       FD LimitFile.
       COPY VLTLIMIT.

       FD BusCalFile.
       COPY BUSCAL.

      *> How many months of drawer history the patterns are
      *> drawn from.
       FD ParmFile.
       01 ParmRecord.
           02 ParmHistoryMonths PIC 99.

       WORKING-STORAGE SECTION.
       01 WSVaultFileStatus PIC X(2) VALUE "00".
       01 WSDrawerFileStatus PIC X(2) VALUE "00".
       01 WSOperFileStatus PIC X(2) VALUE "00".
       01 WSLimitFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSHistoryMonths PIC 99 VALUE 3.
       01 WSHistoryFrom PIC 9(8) VALUE 0.
       01 WSForecastDays PIC 99 VALUE 10.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Business calendar - holidays and the weekend rule from
      *>   BusCal.dat. With no calendar on file only the weekend
      *>   is closed.
       01 WSCalFileStatus PIC X(2) VALUE "00".
       01 WSCalEOF PIC A(1) VALUE "N".
       01 WSSaturdayOff PIC X(1) VALUE "Y".
       01 WSSundayOff PIC X(1) VALUE "Y".
       01 WSHolidayTable.
           02 WSHolidayEntry OCCURS 100 TIMES
               INDEXED BY WSHolIdx.
               03 WSHolidayDate PIC 9(8).
       01 WSHolidayCount PIC 999 VALUE 0.
       01 WSCheckDate PIC 9(8) VALUE 0.
       01 WSIsBusinessDay PIC A(1) VALUE "Y".
       01 WSIsHoliday PIC A(1) VALUE "N".

      *>   Which branch each drawer belongs to - the operator's.
       01 WSOperTable.
           02 WSOperEntry OCCURS 500 TIMES INDEXED BY WSOperIdx.
               03 WSOperID PIC X(8).
               03 WSOperBranch PIC X(4).
       01 WSOperCount PIC 999 VALUE 0.
       01 WSWorkBranch PIC X(4) VALUE SPACES.

      *>   Branch cash in and out per business day, summed over
      *>   the branch's drawers, across the history window.
       01 WSDayTable.
           02 WSDayEntry OCCURS 4000 TIMES INDEXED BY WSDayIdx.
               03 WSDayBranch PIC X(4).
               03 WSDayDate PIC 9(8).
               03 WSDayIn PIC 9(11)V99.
               03 WSDayOut PIC 9(11)V99.
       01 WSDayCount PIC 9(4) VALUE 0.
       01 WSDaySlot PIC 9(4) VALUE 0.
       01 WSDaySub PIC 9(4) VALUE 0.

      *>   Per branch: the vault's last known position, its
      *>   holding limits, and the cash patterns by weekday
      *>   (1 Saturday .. 7 Friday, the DATECALC order) and by
      *>   day of the month.
       01 WSBranchTable.
           02 WSBrEntry OCCURS 50 TIMES.
               03 WSBrBranch PIC X(4).
               03 WSBrPosition PIC S9(11)V99.
               03 WSBrPositionDate PIC 9(8).
               03 WSBrHasLimits PIC X(1).
               03 WSBrMinimum PIC 9(9)V99.
               03 WSBrMaximum PIC 9(9)V99.
               03 WSBrAllIn PIC 9(13)V99.
               03 WSBrAllOut PIC 9(13)V99.
               03 WSBrAllDays PIC 9(5).
               03 WSBrWeekday OCCURS 7 TIMES.
                   04 WSBrWdIn PIC 9(13)V99.
                   04 WSBrWdOut PIC 9(13)V99.
                   04 WSBrWdDays PIC 9(5).
               03 WSBrMonthDay OCCURS 31 TIMES.
                   04 WSBrMdIn PIC 9(13)V99.
                   04 WSBrMdOut PIC 9(13)V99.
                   04 WSBrMdDays PIC 9(5).
       01 WSBranchCount PIC 99 VALUE 0.
       01 WSBrSlot PIC 99 VALUE 0.
       01 WSBrSub PIC 99 VALUE 0.
       01 WSWdSub PIC 9 VALUE 0.
       01 WSMdSub PIC 99 VALUE 0.
       01 WSSubInit PIC 99 VALUE 0.
       01 WSDateQuotient PIC 9(6) VALUE 0.

       01 WSDayNameValues PIC X(21) VALUE "SATSUNMONTUEWEDTHUFRI".
       01 WSDayNames REDEFINES WSDayNameValues.
           02 WSDayName PIC X(3) OCCURS 7 TIMES.

      *>   The forecast walk for one branch.
       01 WSFcDate PIC 9(8) VALUE 0.
       01 WSFcDaysDone PIC 99 VALUE 0.
       01 WSFcSteps PIC 99 VALUE 0.
       01 WSFcIn PIC S9(11)V99 VALUE 0.
       01 WSFcOut PIC S9(11)V99 VALUE 0.
       01 WSCarryIn PIC S9(11)V99 VALUE 0.
       01 WSCarryOut PIC S9(11)V99 VALUE 0.
       01 WSCarryFlag PIC X(1) VALUE "N".
       01 WSProjected PIC S9(11)V99 VALUE 0.
       01 WSLowPosition PIC S9(11)V99 VALUE 0.
       01 WSHighPosition PIC S9(11)V99 VALUE 0.
       01 WSFirstShortDate PIC 9(8) VALUE 0.
       01 WSFirstOverDate PIC 9(8) VALUE 0.
       01 WSWdAvgIn PIC S9(11)V99 VALUE 0.
       01 WSWdAvgOut PIC S9(11)V99 VALUE 0.
       01 WSMdAvgIn PIC S9(11)V99 VALUE 0.
       01 WSMdAvgOut PIC S9(11)V99 VALUE 0.
       01 WSAllAvgIn PIC S9(11)V99 VALUE 0.
       01 WSAllAvgOut PIC S9(11)V99 VALUE 0.
       01 WSFlag PIC X(12) VALUE SPACES.

       01 WSShipAmount PIC S9(11)V99 VALUE 0.
       01 WSReturnAmount PIC S9(11)V99 VALUE 0.
       01 WSBundles PIC 9(9) VALUE 0.
       01 WSBundleSize PIC 9(5) VALUE 1000.
       01 WSShipments PIC 9(3) VALUE 0.
       01 WSReturns PIC 9(3) VALUE 0.

       01 WSMoneyOut PIC +Z(9)9.99.
       01 WSMoneyOut2 PIC +Z(9)9.99.
       01 WSMoneyOut3 PIC +Z(9)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "VaultForecast.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Branch vault cash forecast - for every branch, the next
      *>   ten business days of teller cash in and out projected
      *>   from the last few months of Drawer.dat paid-in and
      *>   paid-out history: the branch's average for the weekday,
      *>   scaled by how that day of the month runs against the
      *>   branch's ordinary day (pension day, month-end pay), with
      *>   BusCal.dat holidays skipped and their demand carried to
      *>   the next open day. The vault's last known position
      *>   (Vault.dat) is walked forward through the forecast and
      *>   a cash-centre shipment or return is recommended to keep
      *>   it between the branch's VaultLimits.dat minimum and
      *>   maximum. Read-only.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM LOAD-FORECAST-PARM
       MOVE "M" TO WSDcAction
       MOVE WSBusinessDate TO WSDcDate1
       COMPUTE WSDcAmount = 0 - WSHistoryMonths
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSHistoryFrom

       PERFORM LOAD-BUSINESS-CALENDAR
       PERFORM LOAD-OPERATOR-BRANCHES
       PERFORM LOAD-VAULT-LIMITS
       PERFORM LOAD-VAULT-POSITIONS
       PERFORM LOAD-DRAWER-HISTORY
       PERFORM FOLD-ONE-DAY-INTO-PATTERNS
           VARYING WSDaySub FROM 1 BY 1
           UNTIL WSDaySub > WSDayCount
       IF WSBranchCount = 0
           DISPLAY "No vault, drawer or limit data on file - "
               "nothing forecast"
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "BRANCH VAULT CASH FORECAST FROM " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           " - HISTORY FROM " DELIMITED BY SIZE
           WSHistoryFrom DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "DATE     DAY        CASH IN       CASH OUT  CLOSING VAULT"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM FORECAST-ONE-BRANCH
           VARYING WSBrSub FROM 1 BY 1
           UNTIL WSBrSub > WSBranchCount

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "BRANCHES " DELIMITED BY SIZE
           WSBranchCount DELIMITED BY SIZE
           "   SHIPMENTS RECOMMENDED " DELIMITED BY SIZE
           WSShipments DELIMITED BY SIZE
           "   RETURNS RECOMMENDED " DELIMITED BY SIZE
           WSReturns DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY "Vault forecast written to " WSRptName
       DISPLAY "BRANCHES:  " WSBranchCount
       DISPLAY "SHIPMENTS: " WSShipments
       DISPLAY "RETURNS:   " WSReturns.

       STOP RUN.

       LOAD-FORECAST-PARM.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmHistoryMonths IS NUMERIC AND
                           ParmHistoryMonths > 0
                           MOVE ParmHistoryMonths
                               TO WSHistoryMonths
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

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

       LOAD-OPERATOR-BRANCHES.
           MOVE 0 TO WSOperCount
           MOVE "N" TO WSEOF
           OPEN INPUT OperatorFile
           IF WSOperFileStatus = "00"
               PERFORM LOAD-ONE-OPERATOR UNTIL WSEOF = "Y"
               CLOSE OperatorFile
           END-IF.

       LOAD-ONE-OPERATOR.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSOperCount < 500
                       ADD 1 TO WSOperCount
                       SET WSOperIdx TO WSOperCount
                       MOVE OperOperatorID TO WSOperID (WSOperIdx)
                       MOVE OperBranch TO WSOperBranch (WSOperIdx)
                   END-IF
           END-READ.

       LOAD-VAULT-LIMITS.
           MOVE "N" TO WSEOF
           OPEN INPUT LimitFile
           IF WSLimitFileStatus = "00"
               PERFORM LOAD-ONE-LIMIT UNTIL WSEOF = "Y"
               CLOSE LimitFile
           END-IF.

       LOAD-ONE-LIMIT.
           READ LimitFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE VlBranch TO WSWorkBranch
                   PERFORM FIND-BRANCH-SLOT
                   IF WSBrSlot > 0
                       MOVE "Y" TO WSBrHasLimits (WSBrSlot)
                       MOVE VlMinimum TO WSBrMinimum (WSBrSlot)
                       MOVE VlMaximum TO WSBrMaximum (WSBrSlot)
                   END-IF
           END-READ.

       LOAD-VAULT-POSITIONS.
      *>     The ledger is in event order: a day's opening count
      *>     resets the position, every other entry moves it.
           MOVE "N" TO WSEOF
           OPEN INPUT VaultFile
           IF WSVaultFileStatus = "00"
               PERFORM APPLY-ONE-VAULT-ENTRY UNTIL WSEOF = "Y"
               CLOSE VaultFile
           END-IF.

       APPLY-ONE-VAULT-ENTRY.
           READ VaultFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF VltDate <= WSBusinessDate
                       MOVE VltBranch TO WSWorkBranch
                       PERFORM FIND-BRANCH-SLOT
                       IF WSBrSlot > 0
                           IF VltOpening
                               MOVE VltAmount
                                   TO WSBrPosition (WSBrSlot)
                           ELSE
                               ADD VltAmount
                                   TO WSBrPosition (WSBrSlot)
                           END-IF
                           MOVE VltDate
                               TO WSBrPositionDate (WSBrSlot)
                       END-IF
                   END-IF
           END-READ.

       LOAD-DRAWER-HISTORY.
           MOVE 0 TO WSDayCount
           MOVE "N" TO WSEOF
           OPEN INPUT DrawerFile
           IF WSDrawerFileStatus = "00"
               PERFORM ADD-ONE-DRAWER-DAY UNTIL WSEOF = "Y"
               CLOSE DrawerFile
           END-IF.

       ADD-ONE-DRAWER-DAY.
           READ DrawerFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF DrDate >= WSHistoryFrom AND
                       DrDate < WSBusinessDate
                       PERFORM FIND-DRAWER-BRANCH
                       PERFORM FIND-DAY-SLOT
                       IF WSDaySlot > 0
                           SET WSDayIdx TO WSDaySlot
                           ADD DrPaidIn TO WSDayIn (WSDayIdx)
                           ADD DrPaidOut TO WSDayOut (WSDayIdx)
                       END-IF
                   END-IF
           END-READ.

       FIND-DRAWER-BRANCH.
      *>     A drawer whose operator has no branch (or is no longer
      *>     on file) counts at head office, the TranBranch
      *>     convention.
           MOVE SPACES TO WSWorkBranch
           PERFORM CHECK-ONE-OPERATOR
               VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount
               OR WSWorkBranch NOT = SPACES
           IF WSWorkBranch = SPACES
               MOVE "HO" TO WSWorkBranch
           END-IF.

       CHECK-ONE-OPERATOR.
           IF WSOperID (WSOperIdx) = DrOperator
               MOVE WSOperBranch (WSOperIdx) TO WSWorkBranch
               IF WSWorkBranch = SPACES
                   MOVE "HO" TO WSWorkBranch
               END-IF
           END-IF.

       FIND-DAY-SLOT.
           MOVE 0 TO WSDaySlot
           PERFORM CHECK-ONE-DAY-SLOT
               VARYING WSDayIdx FROM 1 BY 1
               UNTIL WSDayIdx > WSDayCount OR WSDaySlot > 0
           IF WSDaySlot = 0
               IF WSDayCount >= 4000
                   DISPLAY "Branch-day table full at 4000 - "
                       WSWorkBranch " " DrDate " not counted"
               ELSE
                   ADD 1 TO WSDayCount
                   MOVE WSDayCount TO WSDaySlot
                   SET WSDayIdx TO WSDaySlot
                   MOVE WSWorkBranch TO WSDayBranch (WSDayIdx)
                   MOVE DrDate TO WSDayDate (WSDayIdx)
                   MOVE 0 TO WSDayIn (WSDayIdx)
                   MOVE 0 TO WSDayOut (WSDayIdx)
               END-IF
           END-IF.

       CHECK-ONE-DAY-SLOT.
           IF WSDayBranch (WSDayIdx) = WSWorkBranch AND
               WSDayDate (WSDayIdx) = DrDate
               MOVE WSDayIdx TO WSDaySlot
           END-IF.

       FOLD-ONE-DAY-INTO-PATTERNS.
           SET WSDayIdx TO WSDaySub
           MOVE WSDayBranch (WSDayIdx) TO WSWorkBranch
           PERFORM FIND-BRANCH-SLOT
           IF WSBrSlot > 0
               MOVE "W" TO WSDcAction
               MOVE WSDayDate (WSDayIdx) TO WSDcDate1
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               COMPUTE WSWdSub = WSDcAmount + 1
               DIVIDE WSDayDate (WSDayIdx) BY 100 GIVING WSDateQuotient
                   REMAINDER WSMdSub
               ADD WSDayIn (WSDayIdx) TO WSBrAllIn (WSBrSlot)
               ADD WSDayOut (WSDayIdx) TO WSBrAllOut (WSBrSlot)
               ADD 1 TO WSBrAllDays (WSBrSlot)
               ADD WSDayIn (WSDayIdx)
                   TO WSBrWdIn (WSBrSlot, WSWdSub)
               ADD WSDayOut (WSDayIdx)
                   TO WSBrWdOut (WSBrSlot, WSWdSub)
               ADD 1 TO WSBrWdDays (WSBrSlot, WSWdSub)
               ADD WSDayIn (WSDayIdx)
                   TO WSBrMdIn (WSBrSlot, WSMdSub)
               ADD WSDayOut (WSDayIdx)
                   TO WSBrMdOut (WSBrSlot, WSMdSub)
               ADD 1 TO WSBrMdDays (WSBrSlot, WSMdSub)
           END-IF.

       FIND-BRANCH-SLOT.
           IF WSWorkBranch = SPACES
               MOVE "HO" TO WSWorkBranch
           END-IF
           MOVE 0 TO WSBrSlot
           PERFORM CHECK-ONE-BRANCH-SLOT
               VARYING WSBrSub FROM 1 BY 1
               UNTIL WSBrSub > WSBranchCount OR WSBrSlot > 0
           IF WSBrSlot = 0
               IF WSBranchCount >= 50
                   DISPLAY "Branch table full at 50 - "
                       WSWorkBranch " not forecast"
               ELSE
                   ADD 1 TO WSBranchCount
                   MOVE WSBranchCount TO WSBrSlot
                   PERFORM CLEAR-BRANCH-SLOT
               END-IF
           END-IF.

       CHECK-ONE-BRANCH-SLOT.
           IF WSBrBranch (WSBrSub) = WSWorkBranch
               MOVE WSBrSub TO WSBrSlot
           END-IF.

       CLEAR-BRANCH-SLOT.
           MOVE WSWorkBranch TO WSBrBranch (WSBrSlot)
           MOVE 0 TO WSBrPosition (WSBrSlot)
           MOVE 0 TO WSBrPositionDate (WSBrSlot)
           MOVE "N" TO WSBrHasLimits (WSBrSlot)
           MOVE 0 TO WSBrMinimum (WSBrSlot)
           MOVE 0 TO WSBrMaximum (WSBrSlot)
           MOVE 0 TO WSBrAllIn (WSBrSlot)
           MOVE 0 TO WSBrAllOut (WSBrSlot)
           MOVE 0 TO WSBrAllDays (WSBrSlot)
           PERFORM CLEAR-ONE-WEEKDAY
               VARYING WSSubInit FROM 1 BY 1 UNTIL WSSubInit > 7
           PERFORM CLEAR-ONE-MONTH-DAY
               VARYING WSSubInit FROM 1 BY 1 UNTIL WSSubInit > 31.

       CLEAR-ONE-WEEKDAY.
           MOVE 0 TO WSBrWdIn (WSBrSlot, WSSubInit)
           MOVE 0 TO WSBrWdOut (WSBrSlot, WSSubInit)
           MOVE 0 TO WSBrWdDays (WSBrSlot, WSSubInit).

       CLEAR-ONE-MONTH-DAY.
           MOVE 0 TO WSBrMdIn (WSBrSlot, WSSubInit)
           MOVE 0 TO WSBrMdOut (WSBrSlot, WSSubInit)
           MOVE 0 TO WSBrMdDays (WSBrSlot, WSSubInit).

       FORECAST-ONE-BRANCH.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSBrPosition (WSBrSub) TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "BRANCH " DELIMITED BY SIZE
               WSBrBranch (WSBrSub) DELIMITED BY SIZE
               "  VAULT " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " AT CLOSE " DELIMITED BY SIZE
               WSBrPositionDate (WSBrSub) DELIMITED BY SIZE
               "  HISTORY DAYS " DELIMITED BY SIZE
               WSBrAllDays (WSBrSub) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSBrHasLimits (WSBrSub) = "Y"
               MOVE WSBrMinimum (WSBrSub) TO WSMoneyOut
               MOVE WSBrMaximum (WSBrSub) TO WSMoneyOut2
               MOVE SPACES TO WSRptLine
               STRING "  HOLDING LIMITS MINIMUM " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   "  MAXIMUM " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF
           PERFORM SET-BRANCH-AVERAGES
           MOVE WSBrPosition (WSBrSub) TO WSProjected
           MOVE WSProjected TO WSLowPosition
           MOVE WSProjected TO WSHighPosition
           MOVE 0 TO WSFirstShortDate
           MOVE 0 TO WSFirstOverDate
           MOVE 0 TO WSCarryIn
           MOVE 0 TO WSCarryOut
           MOVE "N" TO WSCarryFlag
           MOVE WSBusinessDate TO WSFcDate
           MOVE 0 TO WSFcDaysDone
           MOVE 0 TO WSFcSteps
      *>     The step cap only guards against a calendar keyed
      *>     with no open days at all.
           PERFORM FORECAST-ONE-DATE
               UNTIL WSFcDaysDone >= WSForecastDays
               OR WSFcSteps > 40
           PERFORM RECOMMEND-CASH-MOVEMENT.

       SET-BRANCH-AVERAGES.
           MOVE 0 TO WSAllAvgIn
           MOVE 0 TO WSAllAvgOut
           IF WSBrAllDays (WSBrSub) > 0
               COMPUTE WSAllAvgIn ROUNDED =
                   WSBrAllIn (WSBrSub) / WSBrAllDays (WSBrSub)
               COMPUTE WSAllAvgOut ROUNDED =
                   WSBrAllOut (WSBrSub) / WSBrAllDays (WSBrSub)
           END-IF.

       FORECAST-ONE-DATE.
           ADD 1 TO WSFcSteps
           MOVE WSFcDate TO WSCheckDate
           PERFORM CHECK-BUSINESS-DAY
           PERFORM FORECAST-DATE-CASH
           IF WSIsBusinessDay = "Y"
               ADD WSCarryIn TO WSFcIn
               ADD WSCarryOut TO WSFcOut
               COMPUTE WSProjected = WSProjected + WSFcIn - WSFcOut
               ADD 1 TO WSFcDaysDone
               PERFORM REPORT-FORECAST-DATE
               MOVE 0 TO WSCarryIn
               MOVE 0 TO WSCarryOut
               MOVE "N" TO WSCarryFlag
           ELSE
      *>         A weekday holiday's demand does not vanish - the
      *>         customers come the next day the branch is open.
               IF WSIsHoliday = "Y"
                   ADD WSFcIn TO WSCarryIn
                   ADD WSFcOut TO WSCarryOut
                   MOVE "Y" TO WSCarryFlag
               END-IF
           END-IF
           MOVE "A" TO WSDcAction
           MOVE WSFcDate TO WSDcDate1
           MOVE 1 TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO WSFcDate.

       FORECAST-DATE-CASH.
      *>     Weekday average scaled by the day-of-month index (that
      *>     day's average over the branch's ordinary day); where
      *>     a pattern has no history the other carries it alone.
           MOVE "W" TO WSDcAction
           MOVE WSFcDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           COMPUTE WSWdSub = WSDcAmount + 1
           DIVIDE WSFcDate BY 100 GIVING WSDateQuotient
               REMAINDER WSMdSub
           MOVE 0 TO WSFcIn
           MOVE 0 TO WSFcOut
           IF WSBrWdDays (WSBrSub, WSWdSub) > 0
               COMPUTE WSWdAvgIn ROUNDED =
                   WSBrWdIn (WSBrSub, WSWdSub) /
                   WSBrWdDays (WSBrSub, WSWdSub)
               COMPUTE WSWdAvgOut ROUNDED =
                   WSBrWdOut (WSBrSub, WSWdSub) /
                   WSBrWdDays (WSBrSub, WSWdSub)
           ELSE
               MOVE WSAllAvgIn TO WSWdAvgIn
               MOVE WSAllAvgOut TO WSWdAvgOut
           END-IF
           IF WSBrMdDays (WSBrSub, WSMdSub) > 0
               COMPUTE WSMdAvgIn ROUNDED =
                   WSBrMdIn (WSBrSub, WSMdSub) /
                   WSBrMdDays (WSBrSub, WSMdSub)
               COMPUTE WSMdAvgOut ROUNDED =
                   WSBrMdOut (WSBrSub, WSMdSub) /
                   WSBrMdDays (WSBrSub, WSMdSub)
           ELSE
               MOVE WSAllAvgIn TO WSMdAvgIn
               MOVE WSAllAvgOut TO WSMdAvgOut
           END-IF
           IF WSAllAvgIn > 0
               COMPUTE WSFcIn ROUNDED =
                   WSWdAvgIn * WSMdAvgIn / WSAllAvgIn
           END-IF
           IF WSAllAvgOut > 0
               COMPUTE WSFcOut ROUNDED =
                   WSWdAvgOut * WSMdAvgOut / WSAllAvgOut
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WSIsBusinessDay
           MOVE "N" TO WSIsHoliday
           MOVE "W" TO WSDcAction
           MOVE WSCheckDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF (WSDcAmount = 0 AND WSSaturdayOff = "Y") OR
              (WSDcAmount = 1 AND WSSundayOff = "Y")
               MOVE "N" TO WSIsBusinessDay
           ELSE
               PERFORM CHECK-ONE-HOLIDAY
                   VARYING WSHolIdx FROM 1 BY 1
                   UNTIL WSHolIdx > WSHolidayCount
           END-IF.

       CHECK-ONE-HOLIDAY.
           IF WSHolidayDate (WSHolIdx) = WSCheckDate
               MOVE "N" TO WSIsBusinessDay
               MOVE "Y" TO WSIsHoliday
           END-IF.

       REPORT-FORECAST-DATE.
           MOVE SPACES TO WSFlag
           IF WSCarryFlag = "Y"
               MOVE "AFTER HOL" TO WSFlag
           END-IF
           IF WSBrHasLimits (WSBrSub) = "Y"
               IF WSProjected < WSBrMinimum (WSBrSub)
                   MOVE "BELOW MIN" TO WSFlag
                   IF WSFirstShortDate = 0
                       MOVE WSFcDate TO WSFirstShortDate
                   END-IF
               END-IF
               IF WSProjected > WSBrMaximum (WSBrSub)
                   MOVE "ABOVE MAX" TO WSFlag
                   IF WSFirstOverDate = 0
                       MOVE WSFcDate TO WSFirstOverDate
                   END-IF
               END-IF
           END-IF
           IF WSProjected < WSLowPosition
               MOVE WSProjected TO WSLowPosition
           END-IF
           IF WSProjected > WSHighPosition
               MOVE WSProjected TO WSHighPosition
           END-IF
           MOVE WSFcIn TO WSMoneyOut
           MOVE WSFcOut TO WSMoneyOut2
           MOVE WSProjected TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING WSFcDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSDayName (WSWdSub) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSFlag DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       RECOMMEND-CASH-MOVEMENT.
      *>     Ship enough, in whole bundles, to lift the lowest
      *>     projected close to the minimum before the first short
      *>     day; or return what the highest close carries over the
      *>     maximum, never so much that the lowest close would
      *>     then fall below the minimum.
           MOVE SPACES TO WSRptLine
           IF WSBrHasLimits (WSBrSub) NOT = "Y"
               MOVE "  NO HOLDING LIMITS SET - NO RECOMMENDATION"
                   TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           ELSE
               IF WSLowPosition < WSBrMinimum (WSBrSub)
                   PERFORM RECOMMEND-SHIPMENT
               ELSE
                   IF WSHighPosition > WSBrMaximum (WSBrSub)
                       PERFORM RECOMMEND-RETURN
                   ELSE
                       MOVE "  WITHIN LIMITS - NO MOVEMENT NEEDED"
                           TO WSRptLine
                       CALL 'RPTWRITE' USING WSRptAction,
                           WSRptName, WSRptLine
                   END-IF
               END-IF
           END-IF.

       RECOMMEND-SHIPMENT.
           COMPUTE WSBundles =
               (WSBrMinimum (WSBrSub) - WSLowPosition
                + WSBundleSize - 0.01) / WSBundleSize
           COMPUTE WSShipAmount = WSBundles * WSBundleSize
           ADD 1 TO WSShipments
           MOVE WSShipAmount TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  RECOMMEND SHIPMENT FROM CASH CENTRE "
               DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " BEFORE " DELIMITED BY SIZE
               WSFirstShortDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSHighPosition + WSShipAmount > WSBrMaximum (WSBrSub)
               MOVE "  NOTE - SWING EXCEEDS THE HOLDING RANGE"
                   TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       RECOMMEND-RETURN.
           COMPUTE WSReturnAmount =
               WSHighPosition - WSBrMaximum (WSBrSub)
           IF WSReturnAmount > WSLowPosition - WSBrMinimum (WSBrSub)
               COMPUTE WSReturnAmount =
                   WSLowPosition - WSBrMinimum (WSBrSub)
           END-IF
           COMPUTE WSBundles = WSReturnAmount / WSBundleSize
           COMPUTE WSReturnAmount = WSBundles * WSBundleSize
           IF WSReturnAmount > 0
               ADD 1 TO WSReturns
               MOVE WSReturnAmount TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "  RECOMMEND RETURN TO CASH CENTRE "
                   DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " BEFORE " DELIMITED BY SIZE
                   WSFirstOverDate DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               MOVE "  ABOVE MAXIMUM, NO ROOM ABOVE MINIMUM"
                   TO WSRptLine
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
