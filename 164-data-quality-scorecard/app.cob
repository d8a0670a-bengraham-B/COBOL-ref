       >> SOURCE FORMAT FREE
       identification division.
       program-id. DQSCORE.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT DqRuleFile ASSIGN TO "DQRules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRuleFileStatus.

           SELECT DqHistoryFile ASSIGN TO "DQHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

           SELECT NewDqHistoryFile ASSIGN TO "DQHistoryNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewHistStatus.

           SELECT SortWorkFile ASSIGN TO "DQSCWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD DqRuleFile.
       COPY DQRULE.

       FD DqHistoryFile.
       COPY DQHIST.

       FD NewDqHistoryFile.
       01 NewDqHistoryRecord PIC X(34).

      *>   One record per rule a customer breaks, or a single
      *>   record with a blank rule for a customer who breaks none,
      *>   so every customer scored is counted in its branch.
       SD SortWorkFile.
       01 SortRecord.
           02 SortBranch PIC X(4).
           02 SortIDNum PIC 9(5).
           02 SortRule PIC X(2).
           02 SortScore PIC 9(3).
           02 SortName PIC X(32).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSRuleFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSNewHistStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSBusinessParts REDEFINES WSBusinessDate.
           02 WSBusinessYear PIC 9(4).
           02 WSBusinessMonth PIC 99.
           02 WSBusinessDay PIC 99.
       01 WSPeriod PIC 9(6) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "DQSCORE ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The rules, with the compiled-in settings DQRules.dat can
      *>   move. Slot order is the order they print in.
       01 WSRuleTable.
           02 WSRuleEntry OCCURS 7 TIMES INDEXED BY WSRuleIdx.
               03 WSRuleCode PIC X(2).
               03 WSRuleActive PIC X(1).
                   88 WSRuleOn VALUE "Y".
               03 WSRuleWeight PIC 9(3).
               03 WSRuleLimit PIC 9(3).
               03 WSRuleName PIC X(30).
               03 WSRuleErrors PIC 9(7).
       01 WSRuleCount PIC 9 VALUE 7.
       01 WSRuleSlot PIC 9 VALUE 0.

      *>   Rules the record in hand breaks, gathered before its
      *>   score is known.
       01 WSBrokenTable.
           02 WSBrokenCode PIC X(2) OCCURS 7 TIMES.
       01 WSBrokenCount PIC 9 VALUE 0.
       01 WSBrokenSlot PIC 9 VALUE 0.
       01 WSRuleBroken PIC A(1) VALUE "N".
       01 WSScoreWork PIC S9(5) VALUE 0.
       01 WSRecordScore PIC 9(3) VALUE 0.
       01 WSAddrWork PIC X(30) VALUE SPACES.
       01 WSAge PIC S9(5) VALUE 0.
       01 WSIsIdentity PIC A(1) VALUE "N".
       01 WSDisplayName PIC X(32) VALUE SPACES.

       01 WSCurrentBranch PIC X(4) VALUE SPACES.
       01 WSCurrentID PIC 9(5) VALUE 0.
       01 WSFirstGroup PIC A(1) VALUE "Y".
       01 WSNewRecord PIC A(1) VALUE "N".

       01 WSBranchTotals.
           02 WSBrRecords PIC 9(7) VALUE 0.
           02 WSBrFailing PIC 9(7) VALUE 0.
           02 WSBrErrors PIC 9(7) VALUE 0.
           02 WSBrScoreTotal PIC 9(9) VALUE 0.
       01 WSGrandTotals.
           02 WSGtRecords PIC 9(7) VALUE 0.
           02 WSGtFailing PIC 9(7) VALUE 0.
           02 WSGtErrors PIC 9(7) VALUE 0.
           02 WSGtScoreTotal PIC 9(11) VALUE 0.
       01 WSAvgScore PIC 9(3) VALUE 0.

      *>   Trend - rules broken per branch for the six months up to
      *>   this one, read back off DQHistory.dat. A branch with no
      *>   line for a month (not scored then) shows a dash.
       01 WSTrendPeriods.
           02 WSTrendPeriod PIC 9(6) OCCURS 6 TIMES.
       01 WSTrendYear PIC 9(4) VALUE 0.
       01 WSTrendMonth PIC 99 VALUE 0.
       01 WSTrendCol PIC 9 VALUE 0.
       01 WSTrendSlot PIC 9 VALUE 0.
       01 WSTrendTable.
           02 WSTrendEntry OCCURS 100 TIMES INDEXED BY WSTrdIdx.
               03 WSTrdBranch PIC X(4).
               03 WSTrdMonth OCCURS 6 TIMES.
                   04 WSTrdPresent PIC X(1).
                   04 WSTrdErrors PIC 9(7).
       01 WSTrendCount PIC 9(3) VALUE 0.
       01 WSTrendBranchSlot PIC 9(3) VALUE 0.
       01 WSTrendTotals.
           02 WSTrendTotal OCCURS 6 TIMES.
               03 WSTtlPresent PIC X(1).
               03 WSTtlErrors PIC 9(7).
       01 WSColPos PIC 99 VALUE 0.

       01 WSCountOut PIC Z(6)9.
       01 WSScoreOut PIC ZZ9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "DataQuality.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Monthly customer data quality scorecard - every open or
      *>   dormant or frozen customer record is checked against the
      *>   rules on DQRules.dat and scored out of 100, less the
      *>   weight of each rule it breaks. Records failing a rule
      *>   are listed by branch with each rule broken, each branch
      *>   gets its count of failing records, rules broken and
      *>   average score, and the month's branch figures go on
      *>   DQHistory.dat so the report can close with a
      *>   month-by-month trend of rules broken per branch. A
      *>   closed record is not part of anyone's book and is not
      *>   scored.
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

       PERFORM SET-DEFAULT-RULES
       PERFORM LOAD-DQ-RULES
       PERFORM CARRY-OTHER-MONTHS

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CUSTOMER DATA QUALITY SCORECARD FOR " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "BRCH  ID     NAME                             "
           DELIMITED BY SIZE
           "RULE BROKEN                        SCORE"
           DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       SORT SortWorkFile
           ON ASCENDING KEY SortBranch SortIDNum SortRule
           INPUT PROCEDURE IS FEED-CUSTOMER-SCORES
           OUTPUT PROCEDURE IS PRINT-CUSTOMER-SCORES

       CLOSE NewDqHistoryFile
       PERFORM SWAP-HISTORY-FILE-BACK

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "ALL" TO WSCurrentBranch
       MOVE WSGtRecords TO WSBrRecords
       MOVE WSGtFailing TO WSBrFailing
       MOVE WSGtErrors TO WSBrErrors
       IF WSGtRecords > 0
           COMPUTE WSAvgScore ROUNDED = WSGtScoreTotal / WSGtRecords
       ELSE
           MOVE 0 TO WSAvgScore
       END-IF
       PERFORM PRINT-TOTAL-LINE

       PERFORM PRINT-RULE-SUMMARY
       PERFORM PRINT-ERROR-TREND
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSGtRecords TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "CUSTOMER DATA QUALITY FOR " WSPeriod
       DISPLAY "RECORDS SCORED:    " WSGtRecords
       DISPLAY "RECORDS FAILING:   " WSGtFailing
       DISPLAY "RULES BROKEN:      " WSGtErrors
       DISPLAY "AVERAGE SCORE:     " WSAvgScore
       DISPLAY "Data quality scorecard written to " WSRptName.

       STOP RUN.

       SET-DEFAULT-RULES.
           INITIALIZE WSRuleTable
           MOVE "PR" TO WSRuleCode (1)
           MOVE "NO PRODUCT CODE" TO WSRuleName (1)
           MOVE 10 TO WSRuleWeight (1)
           MOVE "CY" TO WSRuleCode (2)
           MOVE "NO STATEMENT CYCLE" TO WSRuleName (2)
           MOVE 10 TO WSRuleWeight (2)
           MOVE "BR" TO WSRuleCode (3)
           MOVE "NO BRANCH" TO WSRuleName (3)
           MOVE 15 TO WSRuleWeight (3)
           MOVE "PH" TO WSRuleCode (4)
           MOVE "NO PHONE NUMBER" TO WSRuleName (4)
           MOVE 15 TO WSRuleWeight (4)
           MOVE "AD" TO WSRuleCode (5)
           MOVE "ADDRESS ONLY A STREET NUMBER" TO WSRuleName (5)
           MOVE 20 TO WSRuleWeight (5)
           MOVE "SN" TO WSRuleCode (6)
           MOVE "ZERO SSN ON IDENTITY RECORD" TO WSRuleName (6)
           MOVE 30 TO WSRuleWeight (6)
           MOVE "BD" TO WSRuleCode (7)
           MOVE "BIRTH DATE MISSING OR UNLIKELY" TO WSRuleName (7)
           MOVE 20 TO WSRuleWeight (7)
           MOVE 120 TO WSRuleLimit (7)
           PERFORM SWITCH-ONE-RULE-ON
               VARYING WSRuleIdx FROM 1 BY 1
               UNTIL WSRuleIdx > WSRuleCount.

       SWITCH-ONE-RULE-ON.
           MOVE "Y" TO WSRuleActive (WSRuleIdx).

       LOAD-DQ-RULES.
           MOVE "N" TO WSEOF
           OPEN INPUT DqRuleFile
           IF WSRuleFileStatus = "00"
               PERFORM LOAD-ONE-DQ-RULE UNTIL WSEOF = "Y"
               CLOSE DqRuleFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-DQ-RULE.
           READ DqRuleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE 0 TO WSRuleSlot
                   SET WSRuleIdx TO 1
                   SEARCH WSRuleEntry
                       AT END CONTINUE
                       WHEN WSRuleCode (WSRuleIdx) = DqrCode
                           SET WSRuleSlot TO WSRuleIdx
                   END-SEARCH
                   IF WSRuleSlot = 0
                       DISPLAY "Data quality rule " DqrCode
                           " not known - line ignored"
                   ELSE
                       SET WSRuleIdx TO WSRuleSlot
                       IF DqrOff
                           MOVE "N" TO WSRuleActive (WSRuleIdx)
                       ELSE
                           MOVE "Y" TO WSRuleActive (WSRuleIdx)
                       END-IF
                       IF DqrWeight IS NUMERIC
                           MOVE DqrWeight TO WSRuleWeight (WSRuleIdx)
                       END-IF
                       IF DqrLimit IS NUMERIC AND DqrLimit > 0
                           MOVE DqrLimit TO WSRuleLimit (WSRuleIdx)
                       END-IF
                   END-IF
           END-READ.

       CARRY-OTHER-MONTHS.
      *>     Every other month's lines go across to the new history
      *>     as they are; this month's are written fresh at the
      *>     branch breaks, so a rerun replaces rather than adds.
           OPEN OUTPUT NewDqHistoryFile
           MOVE "N" TO WSEOF
           OPEN INPUT DqHistoryFile
           IF WSHistFileStatus = "00"
               PERFORM CARRY-ONE-HISTORY-LINE UNTIL WSEOF = "Y"
               CLOSE DqHistoryFile
           END-IF
           MOVE "N" TO WSEOF.

       CARRY-ONE-HISTORY-LINE.
           READ DqHistoryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF DqhPeriod NOT = WSPeriod
                       MOVE DqHistoryRecord TO NewDqHistoryRecord
                       WRITE NewDqHistoryRecord
                   END-IF
           END-READ.

       SWAP-HISTORY-FILE-BACK.
           OPEN INPUT NewDqHistoryFile
           OPEN OUTPUT DqHistoryFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-HISTORY-LINE UNTIL WSEOF = "Y"
           CLOSE NewDqHistoryFile
           CLOSE DqHistoryFile
           MOVE "N" TO WSEOF.

       COPY-BACK-ONE-HISTORY-LINE.
           READ NewDqHistoryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewDqHistoryRecord TO DqHistoryRecord
                   WRITE DqHistoryRecord
           END-READ.

       FEED-CUSTOMER-SCORES.
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "nothing scored"
           ELSE
               PERFORM FEED-ONE-CUSTOMER UNTIL WSEOF = "Y"
               CLOSE CustomerFile
           END-IF
           MOVE "N" TO WSEOF.

       FEED-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT AcctClosed
                       PERFORM SCORE-ONE-CUSTOMER
                   END-IF
           END-READ.

       SCORE-ONE-CUSTOMER.
           MOVE 0 TO WSBrokenCount
           MOVE 100 TO WSScoreWork
           MOVE "N" TO WSIsIdentity
           IF CustOwnerID IS NOT NUMERIC OR CustOwnerID = 0
               MOVE "Y" TO WSIsIdentity
           END-IF
           PERFORM CHECK-ONE-RULE
               VARYING WSRuleIdx FROM 1 BY 1
               UNTIL WSRuleIdx > WSRuleCount
           IF WSScoreWork < 0
               MOVE 0 TO WSScoreWork
           END-IF
           MOVE WSScoreWork TO WSRecordScore

           MOVE CustBranch TO SortBranch
           IF SortBranch = SPACES
               MOVE "HO" TO SortBranch
           END-IF
           MOVE IDNum TO SortIDNum
           MOVE WSRecordScore TO SortScore
           CALL 'FMTNAME' USING FirstName, LastName, WSDisplayName
           MOVE WSDisplayName TO SortName
           IF WSBrokenCount = 0
               MOVE SPACES TO SortRule
               RELEASE SortRecord
           ELSE
               PERFORM RELEASE-ONE-BROKEN-RULE
                   VARYING WSBrokenSlot FROM 1 BY 1
                   UNTIL WSBrokenSlot > WSBrokenCount
           END-IF.

       RELEASE-ONE-BROKEN-RULE.
           MOVE WSBrokenCode (WSBrokenSlot) TO SortRule
           RELEASE SortRecord.

       CHECK-ONE-RULE.
           MOVE "N" TO WSRuleBroken
           IF WSRuleOn (WSRuleIdx)
               EVALUATE WSRuleCode (WSRuleIdx)
                   WHEN "PR"
                       IF CustProductCode = SPACES
                           MOVE "Y" TO WSRuleBroken
                       END-IF
                   WHEN "CY"
                       IF CustStmtCycle IS NOT NUMERIC OR
                          CustStmtCycle = 0
                           MOVE "Y" TO WSRuleBroken
                       END-IF
                   WHEN "BR"
                       IF CustBranch = SPACES
                           MOVE "Y" TO WSRuleBroken
                       END-IF
                   WHEN "PH"
                       IF Phone = SPACES
                           MOVE "Y" TO WSRuleBroken
                       END-IF
                   WHEN "AD"
                       PERFORM CHECK-ADDRESS-RULE
                   WHEN "SN"
                       IF CustPerson AND WSIsIdentity = "Y" AND
                          (CustSSN IS NOT NUMERIC OR CustSSN = ZERO)
                           MOVE "Y" TO WSRuleBroken
                       END-IF
                   WHEN "BD"
                       IF CustPerson
                           PERFORM CHECK-BIRTH-DATE-RULE
                       END-IF
               END-EVALUATE
           END-IF
           IF WSRuleBroken = "Y"
               ADD 1 TO WSBrokenCount
               MOVE WSRuleCode (WSRuleIdx)
                   TO WSBrokenCode (WSBrokenCount)
               SUBTRACT WSRuleWeight (WSRuleIdx) FROM WSScoreWork
               ADD 1 TO WSRuleErrors (WSRuleIdx)
           END-IF.

       CHECK-ADDRESS-RULE.
      *>     With the digits blanked out an address that is only a
      *>     street number - or nothing at all - is left empty.
           MOVE CustAddress TO WSAddrWork
           INSPECT WSAddrWork CONVERTING "0123456789" TO SPACES
           IF WSAddrWork = SPACES
               MOVE "Y" TO WSRuleBroken
           END-IF.

       CHECK-BIRTH-DATE-RULE.
           IF CustBirthDate IS NOT NUMERIC OR BirthYear = 0
               MOVE "Y" TO WSRuleBroken
           ELSE
               COMPUTE WSAge = WSBusinessYear - BirthYear
               IF (BirthMonth * 100) + BirthDay >
                  (WSBusinessMonth * 100) + WSBusinessDay
                   SUBTRACT 1 FROM WSAge
               END-IF
               IF WSAge < 0 OR WSAge > WSRuleLimit (WSRuleIdx)
                   MOVE "Y" TO WSRuleBroken
               END-IF
           END-IF.

       PRINT-CUSTOMER-SCORES.
           PERFORM PRINT-ONE-SCORE UNTIL WSEOF = "Y"
           IF WSFirstGroup = "N"
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.

       PRINT-ONE-SCORE.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE "N" TO WSNewRecord
                   IF WSFirstGroup = "Y" OR
                      SortBranch NOT = WSCurrentBranch
                       IF WSFirstGroup = "N"
                           PERFORM PRINT-BRANCH-TOTAL
                       END-IF
                       PERFORM START-BRANCH-GROUP
                       MOVE "Y" TO WSNewRecord
                   END-IF
                   IF SortIDNum NOT = WSCurrentID
                       MOVE "Y" TO WSNewRecord
                   END-IF
                   IF WSNewRecord = "Y"
                       PERFORM COUNT-ONE-RECORD
                   END-IF
                   IF SortRule NOT = SPACES
                       ADD 1 TO WSBrErrors
                       PERFORM PRINT-BROKEN-RULE-LINE
                   END-IF
           END-RETURN.

       START-BRANCH-GROUP.
           MOVE "N" TO WSFirstGroup
           MOVE SortBranch TO WSCurrentBranch
           INITIALIZE WSBranchTotals
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       COUNT-ONE-RECORD.
           MOVE SortIDNum TO WSCurrentID
           ADD 1 TO WSBrRecords
           ADD SortScore TO WSBrScoreTotal
           IF SortRule NOT = SPACES
               ADD 1 TO WSBrFailing
           END-IF.

       PRINT-BROKEN-RULE-LINE.
           SET WSRuleIdx TO 1
           SEARCH WSRuleEntry
               AT END MOVE SPACES TO WSDisplayName
               WHEN WSRuleCode (WSRuleIdx) = SortRule
                   MOVE WSRuleName (WSRuleIdx) TO WSDisplayName
           END-SEARCH
           MOVE SPACES TO WSRptLine
           MOVE SortBranch TO WSRptLine (1:4)
           MOVE SortIDNum TO WSRptLine (7:5)
           MOVE SortName TO WSRptLine (14:32)
           MOVE SortRule TO WSRptLine (47:2)
           MOVE WSDisplayName (1:30) TO WSRptLine (50:30)
           MOVE SortScore TO WSScoreOut
           MOVE WSScoreOut TO WSRptLine (84:3)
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-BRANCH-TOTAL.
           IF WSBrRecords > 0
               COMPUTE WSAvgScore ROUNDED =
                   WSBrScoreTotal / WSBrRecords
           ELSE
               MOVE 0 TO WSAvgScore
           END-IF
           PERFORM PRINT-TOTAL-LINE
           ADD WSBrRecords TO WSGtRecords
           ADD WSBrFailing TO WSGtFailing
           ADD WSBrErrors TO WSGtErrors
           ADD WSBrScoreTotal TO WSGtScoreTotal

           MOVE WSPeriod TO DqhPeriod
           MOVE WSCurrentBranch TO DqhBranch
           MOVE WSBrRecords TO DqhRecords
           MOVE WSBrFailing TO DqhFailing
           MOVE WSBrErrors TO DqhErrors
           MOVE WSAvgScore TO DqhAvgScore
           MOVE DqHistoryRecord TO NewDqHistoryRecord
           WRITE NewDqHistoryRecord.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO WSRptLine
           STRING "BRANCH " DELIMITED BY SIZE
               WSCurrentBranch DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           MOVE "SCORED" TO WSRptLine (14:6)
           MOVE WSBrRecords TO WSCountOut
           MOVE WSCountOut TO WSRptLine (21:7)
           MOVE "FAILING" TO WSRptLine (30:7)
           MOVE WSBrFailing TO WSCountOut
           MOVE WSCountOut TO WSRptLine (38:7)
           MOVE "BROKEN" TO WSRptLine (47:6)
           MOVE WSBrErrors TO WSCountOut
           MOVE WSCountOut TO WSRptLine (54:7)
           MOVE "AVERAGE SCORE" TO WSRptLine (68:13)
           MOVE WSAvgScore TO WSScoreOut
           MOVE WSScoreOut TO WSRptLine (84:3)
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-RULE-SUMMARY.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RULES BROKEN BY RULE" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-RULE-COUNT
               VARYING WSRuleIdx FROM 1 BY 1
               UNTIL WSRuleIdx > WSRuleCount.

       PRINT-ONE-RULE-COUNT.
           MOVE SPACES TO WSRptLine
           MOVE WSRuleCode (WSRuleIdx) TO WSRptLine (3:2)
           MOVE WSRuleName (WSRuleIdx) TO WSRptLine (6:30)
           IF WSRuleOn (WSRuleIdx)
               MOVE WSRuleErrors (WSRuleIdx) TO WSCountOut
               MOVE WSCountOut TO WSRptLine (38:7)
               MOVE "WEIGHT" TO WSRptLine (47:6)
               MOVE WSRuleWeight (WSRuleIdx) TO WSScoreOut
               MOVE WSScoreOut TO WSRptLine (54:3)
           ELSE
               MOVE "NOT CHECKED" TO WSRptLine (38:11)
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ERROR-TREND.
           PERFORM SET-TREND-PERIODS
           PERFORM LOAD-TREND-HISTORY
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RULES BROKEN BY MONTH" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           MOVE "BRCH" TO WSRptLine (1:4)
           PERFORM PUT-ONE-PERIOD-HEADING
               VARYING WSTrendCol FROM 1 BY 1
               UNTIL WSTrendCol > 6
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-TREND-BRANCH
               VARYING WSTrdIdx FROM 1 BY 1
               UNTIL WSTrdIdx > WSTrendCount
           MOVE SPACES TO WSRptLine
           MOVE "ALL" TO WSRptLine (1:4)
           PERFORM PUT-ONE-TOTAL-COLUMN
               VARYING WSTrendCol FROM 1 BY 1
               UNTIL WSTrendCol > 6
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SET-TREND-PERIODS.
      *>     Six months ending with this one, oldest on the left.
           DIVIDE WSPeriod BY 100 GIVING WSTrendYear
               REMAINDER WSTrendMonth
           PERFORM SET-ONE-TREND-PERIOD
               VARYING WSTrendSlot FROM 6 BY -1
               UNTIL WSTrendSlot < 1.

       SET-ONE-TREND-PERIOD.
           COMPUTE WSTrendPeriod (WSTrendSlot) =
               (WSTrendYear * 100) + WSTrendMonth
           SUBTRACT 1 FROM WSTrendMonth
           IF WSTrendMonth = 0
               MOVE 12 TO WSTrendMonth
               SUBTRACT 1 FROM WSTrendYear
           END-IF.

       LOAD-TREND-HISTORY.
           MOVE 0 TO WSTrendCount
           INITIALIZE WSTrendTotals
           MOVE "N" TO WSEOF
           OPEN INPUT DqHistoryFile
           IF WSHistFileStatus = "00"
               PERFORM LOAD-ONE-TREND-LINE UNTIL WSEOF = "Y"
               CLOSE DqHistoryFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-TREND-LINE.
           READ DqHistoryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE 0 TO WSTrendCol
                   PERFORM FIND-TREND-COLUMN
                       VARYING WSTrendSlot FROM 1 BY 1
                       UNTIL WSTrendSlot > 6
                   IF WSTrendCol > 0
                       PERFORM ADD-TREND-LINE
                   END-IF
           END-READ.

       FIND-TREND-COLUMN.
           IF WSTrendPeriod (WSTrendSlot) = DqhPeriod
               MOVE WSTrendSlot TO WSTrendCol
           END-IF.

       ADD-TREND-LINE.
           MOVE 0 TO WSTrendBranchSlot
           SET WSTrdIdx TO 1
           SEARCH WSTrendEntry
               AT END CONTINUE
               WHEN WSTrdIdx > WSTrendCount CONTINUE
               WHEN WSTrdBranch (WSTrdIdx) = DqhBranch
                   SET WSTrendBranchSlot TO WSTrdIdx
           END-SEARCH
           IF WSTrendBranchSlot = 0
               IF WSTrendCount < 100
                   ADD 1 TO WSTrendCount
                   MOVE WSTrendCount TO WSTrendBranchSlot
                   SET WSTrdIdx TO WSTrendBranchSlot
                   INITIALIZE WSTrendEntry (WSTrdIdx)
                   MOVE DqhBranch TO WSTrdBranch (WSTrdIdx)
               ELSE
                   DISPLAY "Trend table full at 100 branches - "
                       DqhBranch " not shown"
               END-IF
           END-IF
           IF WSTrendBranchSlot > 0
               SET WSTrdIdx TO WSTrendBranchSlot
               MOVE "Y" TO WSTrdPresent (WSTrdIdx, WSTrendCol)
               ADD DqhErrors TO WSTrdErrors (WSTrdIdx, WSTrendCol)
               MOVE "Y" TO WSTtlPresent (WSTrendCol)
               ADD DqhErrors TO WSTtlErrors (WSTrendCol)
           END-IF.

       PUT-ONE-PERIOD-HEADING.
           COMPUTE WSColPos = 8 + ((WSTrendCol - 1) * 10)
           MOVE WSTrendPeriod (WSTrendCol)
               TO WSRptLine (WSColPos + 1:6).

       PRINT-ONE-TREND-BRANCH.
           MOVE SPACES TO WSRptLine
           MOVE WSTrdBranch (WSTrdIdx) TO WSRptLine (1:4)
           PERFORM PUT-ONE-TREND-COLUMN
               VARYING WSTrendCol FROM 1 BY 1
               UNTIL WSTrendCol > 6
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PUT-ONE-TREND-COLUMN.
           COMPUTE WSColPos = 8 + ((WSTrendCol - 1) * 10)
           IF WSTrdPresent (WSTrdIdx, WSTrendCol) = "Y"
               MOVE WSTrdErrors (WSTrdIdx, WSTrendCol) TO WSCountOut
               MOVE WSCountOut TO WSRptLine (WSColPos:7)
           ELSE
               MOVE "-" TO WSRptLine (WSColPos + 6:1)
           END-IF.

       PUT-ONE-TOTAL-COLUMN.
           COMPUTE WSColPos = 8 + ((WSTrendCol - 1) * 10)
           IF WSTtlPresent (WSTrendCol) = "Y"
               MOVE WSTtlErrors (WSTrendCol) TO WSCountOut
               MOVE WSCountOut TO WSRptLine (WSColPos:7)
           ELSE
               MOVE "-" TO WSRptLine (WSColPos + 6:1)
           END-IF.
