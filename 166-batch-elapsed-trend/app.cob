       >> SOURCE FORMAT FREE
       identification division.
       program-id. BATTREND.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT RunControlFile ASSIGN TO WSRunFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunFileStatus.

           SELECT LogCatalogFile ASSIGN TO "LogArch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCatalogStatus.

           SELECT BatchWindowFile ASSIGN TO "BatchWindow.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWindowFileStatus.

           SELECT SortWorkFile ASSIGN TO "BATTWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
      *> The live RunControl.dat and the archived run-control
      *> periods share one layout and are read through one FD.
       FD RunControlFile.
       COPY RUNLOG.

       FD LogCatalogFile.
       COPY LOGCAT.

       FD BatchWindowFile.
       COPY BATWIN.

      *>   Started and completed entries for the last 30 days,
      *>   grouped stream, step and business date, in stamp order.
       SD SortWorkFile.
       01 SortRecord.
           02 SortStream PIC X(8).
           02 SortOrder PIC 9(3).
           02 SortStep PIC X(8).
           02 SortBusDate PIC 9(8).
           02 SortStamp PIC 9(11).
           02 SortStatus PIC X(1).

       WORKING-STORAGE SECTION.
       01 WSRunFileStatus PIC X(2) VALUE "00".
       01 WSCatalogStatus PIC X(2) VALUE "00".
       01 WSWindowFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSRunFileName PIC X(30) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSReportDate PIC 9(8) VALUE 0.
       01 WSFromDate PIC 9(8) VALUE 0.
       01 WSFromPeriod PIC 9(6) VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.
       01 WSBaseDate PIC 9(8) VALUE 20000101.

      *>   Run-control files to read - the archived periods that
      *>   can hold the last 30 days, then the live file.
       01 WSRunFileTable.
           02 WSRunFileEntry OCCURS 24 TIMES.
               03 WSRunFile PIC X(30).
       01 WSRunFileCount PIC 99 VALUE 0.
       01 WSRunFileSub PIC 99 VALUE 0.

      *>   Streams and their windows - NIGHTLY and MONTHEND are
      *>   compiled in, BatchWindow.dat can move them or add more.
       01 WSStreamTable.
           02 WSStreamEntry OCCURS 10 TIMES INDEXED BY WSStrIdx.
               03 WSStrName PIC X(8).
               03 WSStrWindowEnd PIC 9(4).
               03 WSStrTolerance PIC 9(3).
       01 WSStreamCount PIC 99 VALUE 0.
       01 WSStreamSlot PIC 99 VALUE 0.

       01 WSStepMapTable.
           02 WSStepMapEntry OCCURS 200 TIMES INDEXED BY WSMapIdx.
               03 WSMapStep PIC X(8).
               03 WSMapStream PIC X(8).
               03 WSMapOrder PIC 9(3).
       01 WSStepMapCount PIC 9(3) VALUE 0.
       01 WSStepMapSlot PIC 9(3) VALUE 0.

      *>   Seconds since the start of 2000 for a run-control stamp,
      *>   so elapsed times across midnight subtract cleanly.
       01 WSStampDate PIC 9(8) VALUE 0.
       01 WSStampTime PIC 9(8) VALUE 0.
       01 WSStampParts REDEFINES WSStampTime.
           02 WSStampHH PIC 99.
           02 WSStampMM PIC 99.
           02 WSStampSS PIC 99.
           02 WSStampCC PIC 99.
       01 WSStampSecs PIC 9(11) VALUE 0.

      *>   Control-break state, innermost first.
       01 WSCurrentStream PIC X(8) VALUE SPACES.
       01 WSCurrentStep PIC X(8) VALUE SPACES.
       01 WSCurrentDate PIC 9(8) VALUE 0.
       01 WSFirstGroup PIC A(1) VALUE "Y".
       01 WSPendingStart PIC 9(11) VALUE 0.
       01 WSDayStart PIC 9(11) VALUE 0.
       01 WSDayEnd PIC 9(11) VALUE 0.

       01 WSStepTotals.
           02 WSStepTodayRan PIC A(1) VALUE "N".
           02 WSStepTodayStart PIC 9(11) VALUE 0.
           02 WSStepTodayEnd PIC 9(11) VALUE 0.
           02 WSStepTodaySecs PIC 9(7) VALUE 0.
           02 WSStepPastSecs PIC 9(9) VALUE 0.
           02 WSStepPastDays PIC 9(3) VALUE 0.
       01 WSStepAvgSecs PIC 9(7) VALUE 0.
       01 WSStepProjSecs PIC S9(7) VALUE 0.
       01 WSStepChangePct PIC S9(5) VALUE 0.
       01 WSStepLimitSecs PIC 9(7) VALUE 0.

       01 WSStreamTotals.
           02 WSStrFirstStart PIC 9(11) VALUE 0.
           02 WSStrLastEnd PIC 9(11) VALUE 0.
           02 WSStrExtraSecs PIC S9(7) VALUE 0.
           02 WSStrStepsRun PIC 9(3) VALUE 0.
           02 WSStrGrown PIC 9(3) VALUE 0.
       01 WSStrWindowSecs PIC 9(11) VALUE 0.
       01 WSStrProjEnd PIC S9(11) VALUE 0.
       01 WSStrMargin PIC S9(7) VALUE 0.
       01 WSTolerancePct PIC 9(3) VALUE 20.
       01 WSWindowEnd PIC 9(4) VALUE 0.
       01 WSWindowParts REDEFINES WSWindowEnd.
           02 WSWindowHH PIC 99.
           02 WSWindowMM PIC 99.

       01 WSGrownCount PIC 9(5) VALUE 0.
       01 WSOverrunCount PIC 9(3) VALUE 0.

      *>   Edited durations and clock times.
       01 WSSecsWork PIC 9(11) VALUE 0.
       01 WSDaySecs PIC 9(5) VALUE 0.
       01 WSDaysWork PIC 9(6) VALUE 0.
       01 WSHH PIC 99 VALUE 0.
       01 WSMM PIC 99 VALUE 0.
       01 WSSS PIC 99 VALUE 0.
       01 WSRemSecs PIC 9(5) VALUE 0.
       01 WSDurationOut.
           02 WSDurHH PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 WSDurMM PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 WSDurSS PIC 99.
       01 WSClockOut.
           02 WSClkHH PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 WSClkMM PIC 99.
       01 WSDaysOut PIC ZZ9.
       01 WSPctOut PIC -(4)9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "BatchElapsed.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Batch elapsed-time trend - for the latest business date
      *>   in run control, every step's elapsed time (its last
      *>   start to the completion after it) against its average
      *>   over the 30 days before, read from RunControl.dat and
      *>   the archived run-control periods. A step running more
      *>   than its stream's tolerance over its average is flagged
      *>   GROWN. Each stream then gets tomorrow's projected finish
      *>   - today's start plus today's span, with every step's
      *>   growth from its average (about fifteen days back) run on
      *>   one more day - against the stream's window end, and a
      *>   projected overrun ends the run with return code 4 so
      *>   operations hear of it before the window is broken.
      *>   Steps are put in their streams by BatchWindow.dat; a
      *>   step not listed there is reported under UNLISTED with
      *>   no projection. Read-only, so a rerun is harmless.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM SET-DEFAULT-WINDOWS
       PERFORM LOAD-BATCH-WINDOWS

       MOVE "M" TO WSDcAction
       MOVE WSBusinessDate TO WSDcDate1
       MOVE -2 TO WSDcAmount
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       DIVIDE WSDcDate2 BY 100 GIVING WSFromPeriod
       PERFORM BUILD-RUN-FILE-LIST

       PERFORM FIND-REPORT-DATE
       IF WSReportDate = 0
           DISPLAY "No completed batch steps in run control - "
               "nothing to trend"
           STOP RUN
       END-IF
       MOVE "A" TO WSDcAction
       MOVE WSReportDate TO WSDcDate1
       MOVE -30 TO WSDcAmount
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSFromDate

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "BATCH ELAPSED TIME FOR BUSINESS DATE " DELIMITED BY SIZE
           WSReportDate DELIMITED BY SIZE
           " AGAINST 30-DAY AVERAGE" DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "STREAM   STEP     START  ELAPSED   30-DAY AVG  DAYS"
           DELIMITED BY SIZE
           "  CHANGE%  FLAG" DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       SORT SortWorkFile
           ON ASCENDING KEY SortStream SortOrder SortStep
               SortBusDate SortStamp
           INPUT PROCEDURE IS FEED-RUN-ENTRIES
           OUTPUT PROCEDURE IS PRINT-STEP-ELAPSED

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "STEPS GROWN BEYOND TOLERANCE: " DELIMITED BY SIZE
           WSGrownCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "STREAMS PROJECTED TO OVERRUN: " DELIMITED BY SIZE
           WSOverrunCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "BATCH ELAPSED TIME FOR " WSReportDate
       DISPLAY "STEPS GROWN BEYOND TOLERANCE: " WSGrownCount
       DISPLAY "STREAMS PROJECTED TO OVERRUN: " WSOverrunCount
       IF WSOverrunCount > 0
           DISPLAY "*** BATCH WINDOW PROJECTED TO BE BROKEN "
               "TOMORROW - SEE " WSRptName " ***"
           MOVE 4 TO RETURN-CODE
       END-IF
       DISPLAY "Elapsed-time report written to " WSRptName.

       STOP RUN.

       SET-DEFAULT-WINDOWS.
           MOVE 2 TO WSStreamCount
           MOVE "NIGHTLY" TO WSStrName (1)
           MOVE 0600 TO WSStrWindowEnd (1)
           MOVE 20 TO WSStrTolerance (1)
           MOVE "MONTHEND" TO WSStrName (2)
           MOVE 0600 TO WSStrWindowEnd (2)
           MOVE 20 TO WSStrTolerance (2).

       LOAD-BATCH-WINDOWS.
           MOVE 0 TO WSStepMapCount
           MOVE "N" TO WSEOF
           OPEN INPUT BatchWindowFile
           IF WSWindowFileStatus = "00"
               PERFORM LOAD-ONE-WINDOW-LINE UNTIL WSEOF = "Y"
               CLOSE BatchWindowFile
           ELSE
               DISPLAY "BatchWindow.dat not on file - every step "
                   "is reported as UNLISTED"
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-WINDOW-LINE.
           READ BatchWindowFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN BwWindowLine
                           PERFORM FIND-STREAM-SLOT
                           IF WSStreamSlot = 0 AND WSStreamCount < 10
                               ADD 1 TO WSStreamCount
                               MOVE WSStreamCount TO WSStreamSlot
                               MOVE BwStream
                                   TO WSStrName (WSStreamSlot)
                           END-IF
                           IF WSStreamSlot > 0
                               MOVE BwWindowEnd
                                   TO WSStrWindowEnd (WSStreamSlot)
                               IF BwTolerance IS NUMERIC AND
                                   BwTolerance > 0
                                   MOVE BwTolerance
                                       TO WSStrTolerance (WSStreamSlot)
                               END-IF
                           END-IF
                       WHEN BwStepLine
                           IF WSStepMapCount < 200
                               ADD 1 TO WSStepMapCount
                               SET WSMapIdx TO WSStepMapCount
                               MOVE BwStepName TO WSMapStep (WSMapIdx)
                               MOVE BwStream TO WSMapStream (WSMapIdx)
                               MOVE WSStepMapCount
                                   TO WSMapOrder (WSMapIdx)
                           ELSE
                               DISPLAY "Step table full at 200 - "
                                   BwStepName " not loaded"
                           END-IF
                   END-EVALUATE
           END-READ.

       FIND-STREAM-SLOT.
           MOVE 0 TO WSStreamSlot
           SET WSStrIdx TO 1
           SEARCH WSStreamEntry
               AT END CONTINUE
               WHEN WSStrIdx > WSStreamCount
                   CONTINUE
               WHEN WSStrName (WSStrIdx) = BwStream
                   SET WSStreamSlot TO WSStrIdx
           END-SEARCH.

       BUILD-RUN-FILE-LIST.
      *>     Archived periods from two months back cover any 30
      *>     days ending on the latest business date.
           MOVE 0 TO WSRunFileCount
           MOVE "N" TO WSEOF
           OPEN INPUT LogCatalogFile
           IF WSCatalogStatus = "00"
               PERFORM LIST-ONE-CATALOG-ROW UNTIL WSEOF = "Y"
               CLOSE LogCatalogFile
           END-IF
           ADD 1 TO WSRunFileCount
           MOVE "RunControl.dat" TO WSRunFile (WSRunFileCount)
           MOVE "N" TO WSEOF.

       LIST-ONE-CATALOG-ROW.
           READ LogCatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LACLogName = "RUNCTL" AND
                       LACPeriod >= WSFromPeriod AND
                       WSRunFileCount < 23
                       ADD 1 TO WSRunFileCount
                       MOVE LACFileName TO WSRunFile (WSRunFileCount)
                   END-IF
           END-READ.

       FIND-REPORT-DATE.
      *>     The latest business date any step completed for, no
      *>     later than today's.
           MOVE 0 TO WSReportDate
           PERFORM SCAN-ONE-RUN-FILE-FOR-DATE
               VARYING WSRunFileSub FROM 1 BY 1
               UNTIL WSRunFileSub > WSRunFileCount.

       SCAN-ONE-RUN-FILE-FOR-DATE.
           MOVE WSRunFile (WSRunFileSub) TO WSRunFileName
           MOVE "N" TO WSEOF
           OPEN INPUT RunControlFile
           IF WSRunFileStatus = "00"
               PERFORM DATE-ONE-RUN-ENTRY UNTIL WSEOF = "Y"
               CLOSE RunControlFile
           END-IF
           MOVE "N" TO WSEOF.

       DATE-ONE-RUN-ENTRY.
           READ RunControlFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RCCompleted AND
                       RCBusinessDate > WSReportDate AND
                       RCBusinessDate <= WSBusinessDate
                       MOVE RCBusinessDate TO WSReportDate
                   END-IF
           END-READ.

       FEED-RUN-ENTRIES.
           PERFORM FEED-ONE-RUN-FILE
               VARYING WSRunFileSub FROM 1 BY 1
               UNTIL WSRunFileSub > WSRunFileCount.

       FEED-ONE-RUN-FILE.
           MOVE WSRunFile (WSRunFileSub) TO WSRunFileName
           MOVE "N" TO WSEOF
           OPEN INPUT RunControlFile
           IF WSRunFileStatus NOT = "00"
               IF WSRunFileSub < WSRunFileCount
                   DISPLAY "Archive file " WSRunFileName
                       " could not be opened - skipped"
               END-IF
           ELSE
               PERFORM FEED-ONE-RUN-ENTRY UNTIL WSEOF = "Y"
               CLOSE RunControlFile
           END-IF
           MOVE "N" TO WSEOF.

       FEED-ONE-RUN-ENTRY.
           READ RunControlFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RCBusinessDate >= WSFromDate AND
                       RCBusinessDate <= WSReportDate
                       PERFORM RELEASE-ONE-RUN-ENTRY
                   END-IF
           END-READ.

       RELEASE-ONE-RUN-ENTRY.
           MOVE 0 TO WSStepMapSlot
           SET WSMapIdx TO 1
           SEARCH WSStepMapEntry
               AT END CONTINUE
               WHEN WSMapIdx > WSStepMapCount
                   CONTINUE
               WHEN WSMapStep (WSMapIdx) = RCStepName
                   SET WSStepMapSlot TO WSMapIdx
           END-SEARCH
           IF WSStepMapSlot = 0
               MOVE "UNLISTED" TO SortStream
               MOVE 999 TO SortOrder
           ELSE
               SET WSMapIdx TO WSStepMapSlot
               MOVE WSMapStream (WSMapIdx) TO SortStream
               MOVE WSMapOrder (WSMapIdx) TO SortOrder
           END-IF
           MOVE RCStepName TO SortStep
           MOVE RCBusinessDate TO SortBusDate
           MOVE RCStampDate TO WSStampDate
           MOVE RCStampTime TO WSStampTime
           PERFORM COMPUTE-STAMP-SECONDS
           MOVE WSStampSecs TO SortStamp
           MOVE RCStatus TO SortStatus
           RELEASE SortRecord.

       COMPUTE-STAMP-SECONDS.
           MOVE "D" TO WSDcAction
           MOVE WSBaseDate TO WSDcDate1
           MOVE WSStampDate TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           IF WSDcStatus NOT = 0 OR WSDcAmount < 0
               MOVE 0 TO WSDcAmount
           END-IF
           COMPUTE WSStampSecs = (WSDcAmount * 86400)
               + (WSStampHH * 3600) + (WSStampMM * 60) + WSStampSS.

       PRINT-STEP-ELAPSED.
           MOVE "N" TO WSEOF
           PERFORM TAKE-ONE-RUN-ENTRY UNTIL WSEOF = "Y"
           IF WSFirstGroup = "N"
               PERFORM FINISH-ONE-DAY
               PERFORM FINISH-ONE-STEP
               PERFORM FINISH-ONE-STREAM
           END-IF.

       TAKE-ONE-RUN-ENTRY.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WSFirstGroup = "Y"
                           PERFORM START-STREAM-GROUP
                           PERFORM START-STEP-GROUP
                           PERFORM START-DAY-GROUP
                       WHEN SortStream NOT = WSCurrentStream
                           PERFORM FINISH-ONE-DAY
                           PERFORM FINISH-ONE-STEP
                           PERFORM FINISH-ONE-STREAM
                           PERFORM START-STREAM-GROUP
                           PERFORM START-STEP-GROUP
                           PERFORM START-DAY-GROUP
                       WHEN SortStep NOT = WSCurrentStep
                           PERFORM FINISH-ONE-DAY
                           PERFORM FINISH-ONE-STEP
                           PERFORM START-STEP-GROUP
                           PERFORM START-DAY-GROUP
                       WHEN SortBusDate NOT = WSCurrentDate
                           PERFORM FINISH-ONE-DAY
                           PERFORM START-DAY-GROUP
                   END-EVALUATE
      *>             A restart leaves more than one start; the run
      *>             that counts is the last start and the
      *>             completion that follows it.
                   IF SortStatus = "S"
                       MOVE SortStamp TO WSPendingStart
                   ELSE
                       IF WSPendingStart > 0
                           MOVE WSPendingStart TO WSDayStart
                           MOVE SortStamp TO WSDayEnd
                       END-IF
                   END-IF
           END-RETURN.

       START-STREAM-GROUP.
           MOVE "N" TO WSFirstGroup
           MOVE SortStream TO WSCurrentStream
           INITIALIZE WSStreamTotals
           MOVE 20 TO WSTolerancePct
           MOVE 0 TO WSWindowEnd
           MOVE 0 TO WSStreamSlot
           SET WSStrIdx TO 1
           SEARCH WSStreamEntry
               AT END CONTINUE
               WHEN WSStrIdx > WSStreamCount
                   CONTINUE
               WHEN WSStrName (WSStrIdx) = WSCurrentStream
                   SET WSStreamSlot TO WSStrIdx
                   MOVE WSStrTolerance (WSStrIdx) TO WSTolerancePct
                   MOVE WSStrWindowEnd (WSStrIdx) TO WSWindowEnd
           END-SEARCH
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       START-STEP-GROUP.
           MOVE SortStep TO WSCurrentStep
           INITIALIZE WSStepTotals.

       START-DAY-GROUP.
           MOVE SortBusDate TO WSCurrentDate
           MOVE 0 TO WSPendingStart
           MOVE 0 TO WSDayStart
           MOVE 0 TO WSDayEnd.

       FINISH-ONE-DAY.
           IF WSDayEnd > 0 AND WSDayEnd >= WSDayStart
               IF WSCurrentDate = WSReportDate
                   MOVE "Y" TO WSStepTodayRan
                   MOVE WSDayStart TO WSStepTodayStart
                   MOVE WSDayEnd TO WSStepTodayEnd
                   COMPUTE WSStepTodaySecs = WSDayEnd - WSDayStart
               ELSE
                   COMPUTE WSStepPastSecs = WSStepPastSecs
                       + (WSDayEnd - WSDayStart)
                   ADD 1 TO WSStepPastDays
               END-IF
           END-IF.

       FINISH-ONE-STEP.
           MOVE 0 TO WSStepAvgSecs
           IF WSStepPastDays > 0
               COMPUTE WSStepAvgSecs ROUNDED =
                   WSStepPastSecs / WSStepPastDays
           END-IF
           MOVE SPACES TO WSRptLine
           MOVE WSCurrentStream TO WSRptLine (1:8)
           MOVE WSCurrentStep TO WSRptLine (10:8)
           IF WSStepTodayRan = "Y"
               MOVE WSStepTodayStart TO WSSecsWork
               PERFORM FORMAT-CLOCK-TIME
               MOVE WSClockOut TO WSRptLine (19:5)
               MOVE WSStepTodaySecs TO WSSecsWork
               PERFORM FORMAT-DURATION
               MOVE WSDurationOut TO WSRptLine (26:8)
           ELSE
               MOVE "NOT RUN" TO WSRptLine (26:7)
           END-IF
           IF WSStepPastDays > 0
               MOVE WSStepAvgSecs TO WSSecsWork
               PERFORM FORMAT-DURATION
               MOVE WSDurationOut TO WSRptLine (39:8)
           END-IF
           MOVE WSStepPastDays TO WSDaysOut
           MOVE WSDaysOut TO WSRptLine (50:3)
           IF WSStepTodayRan = "Y"
               PERFORM JUDGE-STEP-GROWTH
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       JUDGE-STEP-GROWTH.
           ADD 1 TO WSStrStepsRun
           IF WSStrFirstStart = 0 OR
               WSStepTodayStart < WSStrFirstStart
               MOVE WSStepTodayStart TO WSStrFirstStart
           END-IF
           IF WSStepTodayEnd > WSStrLastEnd
               MOVE WSStepTodayEnd TO WSStrLastEnd
           END-IF
           IF WSStepPastDays = 0
               MOVE "NEW" TO WSRptLine (65:3)
           ELSE
               IF WSStepAvgSecs > 0
                   COMPUTE WSStepChangePct ROUNDED =
                       ((WSStepTodaySecs - WSStepAvgSecs) * 100)
                       / WSStepAvgSecs
                   MOVE WSStepChangePct TO WSPctOut
                   MOVE WSPctOut TO WSRptLine (56:5)
               END-IF
               COMPUTE WSStepLimitSecs ROUNDED = WSStepAvgSecs
                   * (100 + WSTolerancePct) / 100
               IF WSStepTodaySecs > WSStepLimitSecs
                   MOVE "GROWN" TO WSRptLine (65:5)
                   ADD 1 TO WSStrGrown
                   ADD 1 TO WSGrownCount
               END-IF
      *>         Tomorrow's run carries today's growth over the
      *>         average - centred some fifteen days back - one day
      *>         further; a step running faster than its average is
      *>         not counted on to run faster still.
               COMPUTE WSStepProjSecs ROUNDED =
                   (WSStepTodaySecs - WSStepAvgSecs) / 15
               IF WSStepProjSecs > 0
                   ADD WSStepProjSecs TO WSStrExtraSecs
               END-IF
           END-IF.

       FINISH-ONE-STREAM.
           MOVE SPACES TO WSRptLine
           IF WSStrStepsRun = 0
               STRING WSCurrentStream DELIMITED BY SPACE
                   " - NO STEP COMPLETED ON " DELIMITED BY SIZE
                   WSReportDate DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           ELSE
               PERFORM PRINT-STREAM-SPAN
               IF WSStreamSlot > 0 AND WSCurrentStream NOT = "UNLISTED"
                   PERFORM PROJECT-STREAM-FINISH
               END-IF
           END-IF.

       PRINT-STREAM-SPAN.
           STRING WSCurrentStream DELIMITED BY SPACE
               " STARTED " DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           MOVE WSStrFirstStart TO WSSecsWork
           PERFORM FORMAT-CLOCK-TIME
           MOVE WSClockOut TO WSRptLine (19:5)
           MOVE "FINISHED" TO WSRptLine (26:8)
           MOVE WSStrLastEnd TO WSSecsWork
           PERFORM FORMAT-CLOCK-TIME
           MOVE WSClockOut TO WSRptLine (35:5)
           MOVE "ELAPSED" TO WSRptLine (42:7)
           COMPUTE WSSecsWork = WSStrLastEnd - WSStrFirstStart
           PERFORM FORMAT-DURATION
           MOVE WSDurationOut TO WSRptLine (50:8)
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PROJECT-STREAM-FINISH.
      *>     The window end is the first time past the stream's
      *>     start that the clock reads the window's HHMM.
           DIVIDE WSStrFirstStart BY 86400 GIVING WSDaysWork
               REMAINDER WSDaySecs
           COMPUTE WSStrWindowSecs = (WSDaysWork * 86400)
               + (WSWindowHH * 3600) + (WSWindowMM * 60)
           IF WSStrWindowSecs <= WSStrFirstStart
               ADD 86400 TO WSStrWindowSecs
           END-IF
           COMPUTE WSStrProjEnd = WSStrLastEnd + WSStrExtraSecs
           COMPUTE WSStrMargin = WSStrWindowSecs - WSStrProjEnd

           MOVE SPACES TO WSRptLine
           MOVE "WINDOW ENDS" TO WSRptLine (10:11)
           MOVE WSWindowHH TO WSClkHH
           MOVE WSWindowMM TO WSClkMM
           MOVE WSClockOut TO WSRptLine (22:5)
           MOVE "PROJECTED FINISH TOMORROW" TO WSRptLine (29:25)
           MOVE WSStrProjEnd TO WSSecsWork
           PERFORM FORMAT-CLOCK-TIME
           MOVE WSClockOut TO WSRptLine (55:5)
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           MOVE SPACES TO WSRptLine
           IF WSStrLastEnd > WSStrWindowSecs
               COMPUTE WSSecsWork = WSStrLastEnd - WSStrWindowSecs
               PERFORM FORMAT-DURATION
               STRING "         *** WINDOW BROKEN TODAY BY "
                   DELIMITED BY SIZE
                   WSDurationOut DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
               MOVE SPACES TO WSRptLine
           END-IF
           IF WSStrMargin < 0
               ADD 1 TO WSOverrunCount
               COMPUTE WSSecsWork = 0 - WSStrMargin
               PERFORM FORMAT-DURATION
               STRING "         *** PROJECTED TO OVERRUN THE WINDOW BY "
                   DELIMITED BY SIZE
                   WSDurationOut DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               MOVE WSStrMargin TO WSSecsWork
               PERFORM FORMAT-DURATION
               STRING "         PROJECTED WITHIN THE WINDOW WITH "
                   DELIMITED BY SIZE
                   WSDurationOut DELIMITED BY SIZE
                   " TO SPARE" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       FORMAT-CLOCK-TIME.
           DIVIDE WSSecsWork BY 86400 GIVING WSDaysWork
               REMAINDER WSDaySecs
           DIVIDE WSDaySecs BY 3600 GIVING WSClkHH
               REMAINDER WSRemSecs
           DIVIDE WSRemSecs BY 60 GIVING WSClkMM.

       FORMAT-DURATION.
      *>     Hours past 99 cannot happen inside one night's window.
           DIVIDE WSSecsWork BY 3600 GIVING WSDurHH
               REMAINDER WSRemSecs
           DIVIDE WSRemSecs BY 60 GIVING WSDurMM
               REMAINDER WSDurSS.
