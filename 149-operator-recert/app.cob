       >> SOURCE FORMAT FREE
       identification division.
       program-id. RECERT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperFileStatus.

           SELECT SecurityLogFile ASSIGN TO "SecurityLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSecLogFileStatus.

           SELECT LogCatalogFile ASSIGN TO "LogArch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCatalogStatus.

           SELECT LogArchiveFile ASSIGN TO WSLogArchName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogArchStatus.

           SELECT RecertParmFile ASSIGN TO "RecertParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

           SELECT RecertCtlFile ASSIGN TO "RecertCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlFileStatus.

           SELECT SortWorkFile ASSIGN TO "RECERTWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD OperatorFile.
       COPY OPERREC.

       FD SecurityLogFile.
       COPY SECLOG.

       FD LogCatalogFile.
       COPY LOGCAT.

       FD LogArchiveFile.
       01 LogArchiveLine PIC X(300).

      *>   Hand-maintained by security administration; a missing
      *>   file or a zero field keeps the compiled-in default.
       FD RecertParmFile.
       01 RecertParmRecord.
           02 RpmDormantDays PIC 9(3).
           02 RpmWindowDays PIC 9(3).

      *>   The recertification window - opened by the first run of
      *>   each quarter, closed by the first run past its close
      *>   date.
       FD RecertCtlFile.
       01 RecertCtlRecord.
           02 RccOpenDate PIC 9(8).
           02 RccCloseDate PIC 9(8).
           02 RccStatus PIC X(1).
               88 RccWindowOpen VALUE "O".
               88 RccWindowClosed VALUE "C".

      *>   Operators awaiting confirmation, by branch, for the
      *>   branch managers' lists.
       SD SortWorkFile.
       01 SortRecord.
           02 SortBranch PIC X(4).
           02 SortOperator PIC X(8).
           02 SortSlot PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WSOperFileStatus PIC X(2) VALUE "00".
       01 WSSecLogFileStatus PIC X(2) VALUE "00".
       01 WSCatalogStatus PIC X(2) VALUE "00".
       01 WSLogArchStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSCtlFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSCatEOF PIC A(1) VALUE "N".
       01 WSLogArchName PIC X(30) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSBusinessParts REDEFINES WSBusinessDate.
           02 WSBusinessYear PIC 9(4).
           02 WSBusinessMonth PIC 99.
               88 WSQuarterStartMonth VALUE 1 4 7 10.
           02 WSBusinessDay PIC 99.
       01 WSOpenParts.
           02 WSOpenYear PIC 9(4).
           02 WSOpenMonth PIC 99.
           02 WSOpenDay PIC 99.
       01 WSThisQuarter PIC 9(5) VALUE 0.
       01 WSOpenQuarter PIC 9(5) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "RECERT  ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The compiled-in defaults RecertParm.dat can move.
       01 WSDormantDays PIC 9(3) VALUE 90.
       01 WSWindowDays PIC 9(3) VALUE 30.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Sign-on history is read back far enough to judge
      *>   dormancy and to show a quarter's use, whichever is the
      *>   longer; older archived periods are not opened.
       01 WSLookbackDays PIC 9(3) VALUE 92.
       01 WSLookbackStart PIC 9(8) VALUE 0.
       01 WSLookbackPeriod PIC 9(6) VALUE 0.

      *>   Operators.dat is held whole, as SIGNON holds it, and
      *>   rewritten from the table when anything changed.
       01 WSOperTable.
           02 WSOperEntry OCCURS 100 TIMES INDEXED BY WSOperIdx.
               03 WSOpImage PIC X(64).
               03 WSOpLastSignOn PIC 9(8).
               03 WSOpUsedCount PIC 99.
               03 WSOpUsed PIC X(8) OCCURS 5 TIMES.
       01 WSOperCount PIC 999 VALUE 0.
       01 WSOperSlot PIC 999 VALUE 0.
       01 WSUsedIdx PIC 9 VALUE 0.
       01 WSUsedSeen PIC A(1) VALUE "N".
       01 WSTableTruncated PIC A(1) VALUE "N".
       01 WSTableChanged PIC A(1) VALUE "N".
       01 WSCtlChanged PIC A(1) VALUE "N".
       01 WSCtlOnFile PIC A(1) VALUE "N".

       01 WSReferenceDate PIC 9(8) VALUE 0.
       01 WSIdleDays PIC 9(5) VALUE 0.
       01 WSIdleOut PIC Z(4)9.
       01 WSLastOut PIC X(8) VALUE SPACES.
       01 WSProgramsText PIC X(46) VALUE SPACES.
       01 WSTextPointer PIC 99 VALUE 1.
       01 WSActionText PIC X(22) VALUE SPACES.
       01 WSEventOutcome PIC X(1) VALUE SPACE.
       01 WSLastBranch PIC X(4) VALUE SPACES.

       01 WSDormantCount PIC 9(5) VALUE 0.
       01 WSUnconfirmedCount PIC 9(5) VALUE 0.
       01 WSRequestedCount PIC 9(5) VALUE 0.
       01 WSPendingCount PIC 9(5) VALUE 0.
       01 WSSignOnsRead PIC 9(7) VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "OperatorRecert.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Nightly operator access control. Each operator's last
      *>   successful sign-on and the programs signed on to come
      *>   from SecurityLog.dat, live and archived. Any operator
      *>   idle past the dormancy limit is disabled. On the first
      *>   run of each quarter a recertification window opens:
      *>   every operator still enabled goes pending and is listed
      *>   by branch - role, branch, last sign-on and programs used
      *>   - for the branch manager to confirm or revoke through
      *>   RECMNT. Anyone still pending when the window closes is
      *>   disabled. Every action is written to the security log
      *>   and the report; RC 4 when anyone was disabled tonight.
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

       PERFORM LOAD-RECERT-PARMS
       PERFORM LOAD-OPERATOR-TABLE
      *>   Rewriting Operators.dat from a table that could not hold
      *>   every record would drop everyone past the cap.
       IF WSTableTruncated = "Y"
           DISPLAY "Operators.dat holds more than 100 records - "
               "recertification not run"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       IF WSDormantDays > WSLookbackDays
           MOVE WSDormantDays TO WSLookbackDays
       END-IF
       MOVE "A" TO WSDcAction
       MOVE WSBusinessDate TO WSDcDate1
       COMPUTE WSDcAmount = 0 - WSLookbackDays
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSLookbackStart
       COMPUTE WSLookbackPeriod = WSLookbackStart / 100
       PERFORM SCAN-SIGN-ON-HISTORY

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "OPERATOR ACCESS RECERTIFICATION FOR " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "OPERATOR  ROLE  BRCH  LAST ON   PROGRAMS USED" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       OPEN EXTEND SecurityLogFile
       IF WSSecLogFileStatus NOT = "00"
           OPEN OUTPUT SecurityLogFile
       END-IF

       PERFORM LOAD-RECERT-CONTROL
       IF WSCtlOnFile = "Y" AND RccWindowOpen AND
          WSBusinessDate > RccCloseDate
           PERFORM CLOSE-RECERT-WINDOW
       END-IF
       PERFORM CHECK-DORMANT-OPERATOR
           VARYING WSOperIdx FROM 1 BY 1
           UNTIL WSOperIdx > WSOperCount
       PERFORM CHECK-WINDOW-DUE
       IF WSCtlOnFile = "Y" AND RccWindowOpen
           PERFORM COUNT-PENDING-OPERATOR
               VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "AWAITING CONFIRMATION " DELIMITED BY SIZE
               WSPendingCount DELIMITED BY SIZE
               " - WINDOW CLOSES " DELIMITED BY SIZE
               RccCloseDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       END-IF

       CLOSE SecurityLogFile
       IF WSTableChanged = "Y"
           PERFORM REWRITE-OPERATOR-FILE
       END-IF
       IF WSCtlChanged = "Y"
           OPEN OUTPUT RecertCtlFile
           WRITE RecertCtlRecord
           CLOSE RecertCtlFile
       END-IF

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "DISABLED DORMANT " DELIMITED BY SIZE
           WSDormantCount DELIMITED BY SIZE
           "  DISABLED UNCONFIRMED " DELIMITED BY SIZE
           WSUnconfirmedCount DELIMITED BY SIZE
           "  SENT FOR RECERTIFICATION " DELIMITED BY SIZE
           WSRequestedCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSOperCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSDormantCount > 0 OR WSUnconfirmedCount > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "OPERATOR RECERTIFICATION FOR " WSBusinessDate
       DISPLAY "OPERATORS:          " WSOperCount
       DISPLAY "SIGN-ONS READ:      " WSSignOnsRead
       DISPLAY "DISABLED DORMANT:   " WSDormantCount
       DISPLAY "DISABLED UNCONF.:   " WSUnconfirmedCount
       DISPLAY "SENT FOR RECERT:    " WSRequestedCount
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

       LOAD-RECERT-PARMS.
           OPEN INPUT RecertParmFile
           IF WSParmFileStatus = "00"
               READ RecertParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF RpmDormantDays IS NUMERIC AND
                          RpmDormantDays > 0
                           MOVE RpmDormantDays TO WSDormantDays
                       END-IF
                       IF RpmWindowDays IS NUMERIC AND
                          RpmWindowDays > 0
                           MOVE RpmWindowDays TO WSWindowDays
                       END-IF
               END-READ
               CLOSE RecertParmFile
           END-IF.

       LOAD-OPERATOR-TABLE.
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
                   IF WSOperCount >= 100
                       MOVE "Y" TO WSEOF
                       MOVE "Y" TO WSTableTruncated
                   ELSE
                       ADD 1 TO WSOperCount
                       SET WSOperIdx TO WSOperCount
                       MOVE OperatorRecord TO WSOpImage (WSOperIdx)
                       MOVE 0 TO WSOpLastSignOn (WSOperIdx)
                       MOVE 0 TO WSOpUsedCount (WSOperIdx)
                   END-IF
           END-READ.

       SCAN-SIGN-ON-HISTORY.
      *>     Archived periods through the month-end log catalog,
      *>     then the live log - the archive lines carry the same
      *>     SECLOG layout, parsed through its record area.
           MOVE "N" TO WSCatEOF
           OPEN INPUT LogCatalogFile
           IF WSCatalogStatus = "00"
               PERFORM SCAN-ONE-CATALOG-ROW UNTIL WSCatEOF = "Y"
               CLOSE LogCatalogFile
           END-IF
           MOVE "N" TO WSEOF
           OPEN INPUT SecurityLogFile
           IF WSSecLogFileStatus = "00"
               PERFORM SCAN-ONE-LIVE-ENTRY UNTIL WSEOF = "Y"
               CLOSE SecurityLogFile
           END-IF.

       SCAN-ONE-CATALOG-ROW.
           READ LogCatalogFile
               AT END MOVE "Y" TO WSCatEOF
               NOT AT END
                   IF LACLogName = "SECLOG" AND
                      LACPeriod >= WSLookbackPeriod
                       MOVE LACFileName TO WSLogArchName
                       PERFORM SCAN-ONE-ARCHIVE-FILE
                   END-IF
           END-READ.

       SCAN-ONE-ARCHIVE-FILE.
           MOVE "N" TO WSEOF
           OPEN INPUT LogArchiveFile
           IF WSLogArchStatus = "00"
               PERFORM SCAN-ONE-ARCHIVE-LINE UNTIL WSEOF = "Y"
               CLOSE LogArchiveFile
           END-IF.

       SCAN-ONE-ARCHIVE-LINE.
           READ LogArchiveFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE LogArchiveLine TO SecurityLogRecord
                   PERFORM TALLY-ONE-SIGN-ON
           END-READ.

       SCAN-ONE-LIVE-ENTRY.
           READ SecurityLogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END PERFORM TALLY-ONE-SIGN-ON
           END-READ.

       TALLY-ONE-SIGN-ON.
           IF SecAllowed AND SecDate IS NUMERIC AND
              SecDate >= WSLookbackStart
               ADD 1 TO WSSignOnsRead
               MOVE 0 TO WSOperSlot
               PERFORM FIND-OPERATOR-SLOT
                   VARYING WSOperIdx FROM 1 BY 1
                   UNTIL WSOperIdx > WSOperCount OR WSOperSlot > 0
               IF WSOperSlot > 0
                   SET WSOperIdx TO WSOperSlot
                   IF SecDate > WSOpLastSignOn (WSOperIdx)
                       MOVE SecDate TO WSOpLastSignOn (WSOperIdx)
                   END-IF
                   PERFORM NOTE-PROGRAM-USED
               END-IF
           END-IF.

       FIND-OPERATOR-SLOT.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           IF OperOperatorID = SecOperatorID
               SET WSOperSlot TO WSOperIdx
           END-IF.

       NOTE-PROGRAM-USED.
      *>     The first five distinct programs are named; any more
      *>     show as a trailing "+".
           MOVE "N" TO WSUsedSeen
           PERFORM CHECK-ONE-USED-PROGRAM
               VARYING WSUsedIdx FROM 1 BY 1
               UNTIL WSUsedIdx > WSOpUsedCount (WSOperIdx)
                  OR WSUsedIdx > 5 OR WSUsedSeen = "Y"
           IF WSUsedSeen = "N" AND WSOpUsedCount (WSOperIdx) < 6
               ADD 1 TO WSOpUsedCount (WSOperIdx)
               IF WSOpUsedCount (WSOperIdx) <= 5
                   MOVE SecProgram TO WSOpUsed (WSOperIdx,
                       WSOpUsedCount (WSOperIdx))
               END-IF
           END-IF.

       CHECK-ONE-USED-PROGRAM.
           IF WSOpUsed (WSOperIdx, WSUsedIdx) = SecProgram
               MOVE "Y" TO WSUsedSeen
           END-IF.

       LOAD-RECERT-CONTROL.
           MOVE "N" TO WSCtlOnFile
           OPEN INPUT RecertCtlFile
           IF WSCtlFileStatus = "00"
               READ RecertCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE "Y" TO WSCtlOnFile
               END-READ
               CLOSE RecertCtlFile
           END-IF.

       CLOSE-RECERT-WINDOW.
           MOVE SPACES TO WSRptLine
           STRING "RECERTIFICATION WINDOW OPENED " DELIMITED BY SIZE
               RccOpenDate DELIMITED BY SIZE
               " CLOSED - UNCONFIRMED OPERATORS DISABLED"
               DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM DISABLE-IF-UNCONFIRMED
               VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount
           SET RccWindowClosed TO TRUE
           MOVE "Y" TO WSCtlChanged.

       DISABLE-IF-UNCONFIRMED.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           IF OperCertPending AND NOT OperIsDisabled
               MOVE "Y" TO OperDisabledFlag
               MOVE WSBusinessDate TO OperDisabledDate
               SET OperDisabledUnconfirmed TO TRUE
               MOVE OperatorRecord TO WSOpImage (WSOperIdx)
               MOVE "Y" TO WSTableChanged
               ADD 1 TO WSUnconfirmedCount
               MOVE "DISABLED - UNCONFIRMED" TO WSActionText
               PERFORM PRINT-OPERATOR-LINE
               MOVE "U" TO WSEventOutcome
               PERFORM WRITE-SECURITY-EVENT
           END-IF.

      *>   The idle clock runs from the last successful sign-on; an
      *>   operator with none in the lookback runs from the last
      *>   password change (which is also when it was set up), and
      *>   one with neither is taken as idle throughout.
       CHECK-DORMANT-OPERATOR.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           IF NOT OperIsDisabled
               MOVE WSOpLastSignOn (WSOperIdx) TO WSReferenceDate
               IF WSReferenceDate = 0 AND
                  OperPwdChangedDate IS NUMERIC
                   MOVE OperPwdChangedDate TO WSReferenceDate
               END-IF
               MOVE WSLookbackDays TO WSIdleDays
               ADD 1 TO WSIdleDays
               IF WSReferenceDate > 0
                   MOVE "D" TO WSDcAction
                   MOVE WSReferenceDate TO WSDcDate1
                   MOVE WSBusinessDate TO WSDcDate2
                   CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                       WSDcDate2, WSDcAmount, WSDcStatus
                   IF WSDcStatus = 0 AND WSDcAmount >= 0
                       MOVE WSDcAmount TO WSIdleDays
                   END-IF
               END-IF
               IF WSIdleDays > WSDormantDays
                   MOVE "Y" TO OperDisabledFlag
                   MOVE WSBusinessDate TO OperDisabledDate
                   SET OperDisabledDormant TO TRUE
                   MOVE OperatorRecord TO WSOpImage (WSOperIdx)
                   MOVE "Y" TO WSTableChanged
                   ADD 1 TO WSDormantCount
                   MOVE WSIdleDays TO WSIdleOut
                   MOVE SPACES TO WSActionText
                   STRING "DISABLED - IDLE " DELIMITED BY SIZE
                       WSIdleOut DELIMITED BY SIZE
                       INTO WSActionText
                   END-STRING
                   PERFORM PRINT-OPERATOR-LINE
                   MOVE "N" TO WSEventOutcome
                   PERFORM WRITE-SECURITY-EVENT
               END-IF
           END-IF.

      *>   One window a calendar quarter, opened by the first run in
      *>   the quarter's first month.
       CHECK-WINDOW-DUE.
           COMPUTE WSThisQuarter = (WSBusinessYear * 10)
               + ((WSBusinessMonth + 2) / 3)
           MOVE 0 TO WSOpenQuarter
           IF WSCtlOnFile = "Y" AND RccOpenDate IS NUMERIC
               MOVE RccOpenDate TO WSOpenParts
               COMPUTE WSOpenQuarter = (WSOpenYear * 10)
                   + ((WSOpenMonth + 2) / 3)
           END-IF
           IF WSQuarterStartMonth AND
              WSOpenQuarter NOT = WSThisQuarter AND
              (WSCtlOnFile = "N" OR NOT RccWindowOpen)
               PERFORM OPEN-RECERT-WINDOW
           END-IF.

       OPEN-RECERT-WINDOW.
           MOVE "A" TO WSDcAction
           MOVE WSBusinessDate TO WSDcDate1
           MOVE WSWindowDays TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSBusinessDate TO RccOpenDate
           MOVE WSDcDate2 TO RccCloseDate
           SET RccWindowOpen TO TRUE
           MOVE "Y" TO WSCtlOnFile
           MOVE "Y" TO WSCtlChanged
           PERFORM MARK-OPERATOR-PENDING
               VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "RECERTIFICATION WINDOW OPENED " DELIMITED BY SIZE
               RccOpenDate DELIMITED BY SIZE
               " - CONFIRM OR REVOKE EACH OPERATOR IN RECMNT BY "
               DELIMITED BY SIZE
               RccCloseDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSLastBranch
           SORT SortWorkFile
               ON ASCENDING KEY SortBranch SortOperator
               INPUT PROCEDURE IS FEED-PENDING-OPERATORS
               OUTPUT PROCEDURE IS LIST-BY-BRANCH.

       MARK-OPERATOR-PENDING.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           IF NOT OperIsDisabled
               SET OperCertPending TO TRUE
               MOVE OperatorRecord TO WSOpImage (WSOperIdx)
               MOVE "Y" TO WSTableChanged
               ADD 1 TO WSRequestedCount
               MOVE "P" TO WSEventOutcome
               PERFORM WRITE-SECURITY-EVENT
           END-IF.

       FEED-PENDING-OPERATORS.
           PERFORM RELEASE-IF-PENDING
               VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount.

       RELEASE-IF-PENDING.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           IF OperCertPending AND NOT OperIsDisabled
               MOVE OperBranch TO SortBranch
               IF SortBranch = SPACES
                   MOVE "HO" TO SortBranch
               END-IF
               MOVE OperOperatorID TO SortOperator
               SET SortSlot TO WSOperIdx
               RELEASE SortRecord
           END-IF.

       LIST-BY-BRANCH.
           MOVE "N" TO WSEOF
           PERFORM LIST-ONE-PENDING UNTIL WSEOF = "Y".

       LIST-ONE-PENDING.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SortBranch NOT = WSLastBranch
                       MOVE SortBranch TO WSLastBranch
                       MOVE SPACES TO WSRptLine
                       CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                           WSRptLine
                       MOVE SPACES TO WSRptLine
                       STRING "BRANCH " DELIMITED BY SIZE
                           SortBranch DELIMITED BY SIZE
                           " - FOR THE BRANCH MANAGER TO CONFIRM OR "
                           DELIMITED BY SIZE
                           "REVOKE" DELIMITED BY SIZE
                           INTO WSRptLine
                       END-STRING
                       CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                           WSRptLine
                   END-IF
                   SET WSOperIdx TO SortSlot
                   MOVE WSOpImage (WSOperIdx) TO OperatorRecord
                   MOVE "CONFIRM / REVOKE" TO WSActionText
                   PERFORM PRINT-OPERATOR-LINE
           END-RETURN.

       COUNT-PENDING-OPERATOR.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           IF OperCertPending AND NOT OperIsDisabled
               ADD 1 TO WSPendingCount
           END-IF.

      *>   Expects the operator in the OperatorRecord area and the
      *>   table index on its entry.
       PRINT-OPERATOR-LINE.
           IF WSOpLastSignOn (WSOperIdx) = 0
               MOVE "NONE" TO WSLastOut
           ELSE
               MOVE WSOpLastSignOn (WSOperIdx) TO WSLastOut
           END-IF
           MOVE SPACES TO WSProgramsText
           MOVE 1 TO WSTextPointer
           PERFORM ADD-ONE-PROGRAM-NAME
               VARYING WSUsedIdx FROM 1 BY 1
               UNTIL WSUsedIdx > WSOpUsedCount (WSOperIdx)
                  OR WSUsedIdx > 5
           IF WSOpUsedCount (WSOperIdx) > 5
               STRING "+" DELIMITED BY SIZE
                   INTO WSProgramsText WITH POINTER WSTextPointer
               END-STRING
           END-IF
           MOVE SPACES TO WSRptLine
           STRING OperOperatorID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OperRole DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               OperBranch DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSLastOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSProgramsText DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSActionText DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       ADD-ONE-PROGRAM-NAME.
           STRING WSOpUsed (WSOperIdx, WSUsedIdx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO WSProgramsText WITH POINTER WSTextPointer
           END-STRING.

      *>   Expects the operator in the OperatorRecord area.
       WRITE-SECURITY-EVENT.
           ACCEPT SecDate FROM DATE YYYYMMDD
           ACCEPT SecTime FROM TIME
           MOVE OperOperatorID TO SecOperatorID
           MOVE "RECERT" TO SecProgram
           MOVE WSEventOutcome TO SecOutcome
           MOVE "RECERT" TO SecActionBy
           MOVE 0 TO SecIDNum
           WRITE SecurityLogRecord.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OperatorFile
           PERFORM WRITE-ONE-OPERATOR
               VARYING WSOperIdx FROM 1 BY 1
               UNTIL WSOperIdx > WSOperCount
           CLOSE OperatorFile.

       WRITE-ONE-OPERATOR.
           MOVE WSOpImage (WSOperIdx) TO OperatorRecord
           WRITE OperatorRecord.
