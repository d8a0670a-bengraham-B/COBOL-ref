       >> SOURCE FORMAT FREE
       identification division.
       program-id. SETLRECN.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ClearStmtFile ASSIGN TO "ClearStmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSStmtFileStatus.

           SELECT SettleRegFile ASSIGN TO "SettleReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegFileStatus.

           SELECT ClearingFile ASSIGN TO "ClearingIn.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSClearFileStatus.

           SELECT ReturnsRegFile ASSIGN TO "ReturnsReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRetRegStatus.

           SELECT CollectRegFile ASSIGN TO "CollectReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollRegStatus.

           SELECT SettleDiffFile ASSIGN TO "SettleDiffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDiffFileStatus.

           SELECT NewSettleDiffFile ASSIGN TO "SettleDiffsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewDiffStatus.

       data division.

       FILE SECTION.
       FD ClearStmtFile.
       COPY CLRSTMT.

       FD SettleRegFile.
       COPY SETTLREG.

      *> The inbound clearing file as CLEARIN reads it - only the
      *> header's date, bank and window and each item's amount and
      *> direction matter here.
       FD ClearingFile.
       01 ClearingLine.
           02 CLRecordType PIC X(1).
           02 CLRest PIC X(99).
       01 ClearingHeader REDEFINES ClearingLine.
           02 FILLER PIC X(1).
           02 CHFileDate PIC 9(8).
           02 CHOriginBank PIC X(8).
           02 CHWindow PIC 99.
           02 FILLER PIC X(81).
       01 ClearingDetail REDEFINES ClearingLine.
           02 FILLER PIC X(36).
           02 CDAmount PIC 9(9)V99.
           02 FILLER PIC X(33).
           02 CDDirection PIC X(1).
               88 CDIsDebit VALUE "D".
           02 FILLER PIC X(19).

       FD ReturnsRegFile.
       01 ReturnsRegRecord.
           02 RRDate PIC 9(8).
           02 RRItemRef PIC 9(9).
           02 RRAccountID PIC 9(5).
           02 RRAmount PIC 9(9)V99.
           02 RRReasonCode PIC X(2).
           02 RROriginBank PIC X(8).
           02 RRWindow PIC 99.

       FD CollectRegFile.
       COPY DCOLREG.

       FD SettleDiffFile.
       COPY SETLDIFF.

       FD NewSettleDiffFile.
       01 NewSettleDiffRecord PIC X(114).

       WORKING-STORAGE SECTION.
       01 WSStmtFileStatus PIC X(2) VALUE "00".
       01 WSRegFileStatus PIC X(2) VALUE "00".
       01 WSClearFileStatus PIC X(2) VALUE "00".
       01 WSRetRegStatus PIC X(2) VALUE "00".
       01 WSCollRegStatus PIC X(2) VALUE "00".
       01 WSDiffFileStatus PIC X(2) VALUE "00".
       01 WSNewDiffStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSStmtDate PIC 9(8) VALUE 0.
       01 WSStmtOnFile PIC X(1) VALUE "N".

      *>   Statement proof - lines and both totals against the
      *>   trailer, the way CLEARIN proves the clearing file.
       01 WSHeaderSeen PIC X(1) VALUE "N".
       01 WSTrailerSeen PIC X(1) VALUE "N".
       01 WSStmtBalanced PIC X(1) VALUE "N".
       01 WSStmtLines PIC 9(5) VALUE 0.
       01 WSStmtPaid PIC 9(13)V99 VALUE 0.
       01 WSStmtReceived PIC 9(13)V99 VALUE 0.
       01 WSTrailerLines PIC 9(5) VALUE 0.
       01 WSTrailerPaid PIC 9(13)V99 VALUE 0.
       01 WSTrailerReceived PIC 9(13)V99 VALUE 0.

      *>   One entry per settlement window and counterparty
      *>   institution seen on the statement or in our registers.
      *>   Everything is from our side of the settlement account:
      *>   positive is money in, negative money out.
       01 WSPosTable.
           02 WSPosEntry OCCURS 200 TIMES INDEXED BY WSPosIdx.
               03 WSPosWindow PIC 99.
               03 WSPosInstitution PIC X(8).
               03 WSPosOutbound PIC S9(13)V99.
               03 WSPosInbound PIC S9(13)V99.
               03 WSPosReturns PIC S9(13)V99.
               03 WSPosCollections PIC S9(13)V99.
               03 WSPosExpected PIC S9(13)V99.
               03 WSPosActual PIC S9(13)V99.
               03 WSPosDifference PIC S9(13)V99.
               03 WSPosExplained PIC X(1).
       01 WSPosCount PIC 9(3) VALUE 0.
       01 WSPosSlot PIC 9(3) VALUE 0.
       01 WSPosOverflow PIC 9(5) VALUE 0.
       01 WSLookWindow PIC 99 VALUE 0.
       01 WSLookInstitution PIC X(8) VALUE SPACES.

      *>   The clearing file header in force while its items read.
       01 WSClearDateMatch PIC X(1) VALUE "N".
       01 WSClearBank PIC X(8) VALUE SPACES.
       01 WSClearWindow PIC 99 VALUE 1.

       01 WSRegRows PIC 9(7) VALUE 0.
       01 WSClearItems PIC 9(7) VALUE 0.
       01 WSReturnRows PIC 9(7) VALUE 0.
       01 WSCollectRows PIC 9(7) VALUE 0.
       01 WSDiffsRaised PIC 9(5) VALUE 0.
       01 WSDiffsReplaced PIC 9(5) VALUE 0.
       01 WSDiffsExplained PIC 9(5) VALUE 0.
       01 WSOpenDiffs PIC 9(5) VALUE 0.
       01 WSOpenTotal PIC S9(13)V99 VALUE 0.
       01 WSReconRC PIC 99 VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSPositionLine.
           02 WSPlWindow PIC 99.
           02 FILLER PIC X(2).
           02 WSPlInstitution PIC X(8).
           02 FILLER PIC X(2).
           02 WSPlExpected PIC +Z(12)9.99.
           02 FILLER PIC X(2).
           02 WSPlActual PIC +Z(12)9.99.
           02 FILLER PIC X(2).
           02 WSPlDifference PIC +Z(12)9.99.
           02 FILLER PIC X(2).
           02 WSPlStatus PIC X(20).

       01 WSAgingLine.
           02 WSAlStmtDate PIC 9(8).
           02 FILLER PIC X(2).
           02 WSAlWindow PIC 99.
           02 FILLER PIC X(2).
           02 WSAlInstitution PIC X(8).
           02 FILLER PIC X(2).
           02 WSAlDifference PIC +Z(12)9.99.
           02 FILLER PIC X(2).
           02 WSAlDays PIC Z(4)9.
           02 FILLER PIC X(2).
           02 WSAlBucket PIC X(12).
       01 WSMoneyOut PIC +Z(12)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "SettleRecon.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Clearing house settlement statement reconciliation - run
      *>   on demand once the day's statement (ClearStmt.dat) is in.
      *>   The statement is proved against its own trailer, then
      *>   for its date the net position we expected with each
      *>   counterparty institution in each settlement window is
      *>   built from our own registers: outbound items extracted
      *>   to it (SettleReg.dat, money out), the inbound clearing
      *>   file it presented (ClearingIn.dat, credits in and debits
      *>   out), the debits we refused back to it (ReturnsReg.dat,
      *>   money back in) and our collectors' debit orders sent to
      *>   it (CollectReg.dat, money in, and out again when paid
      *>   back unpaid). Expected is set against what the clearing
      *>   house actually moved; every difference goes on
      *>   SettleDiffs.dat open and is reported, aged, on every run
      *>   until it is explained through the settlement difference
      *>   queue (SETLEXP). Rerunning a date replaces its open
      *>   differences; one already explained is not raised again.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM LOAD-SETTLEMENT-STATEMENT

       IF WSStmtOnFile = "Y" AND WSStmtBalanced = "N"
           DISPLAY "SETTLEMENT STATEMENT OUT OF BALANCE - "
               "NOTHING RECONCILED"
           DISPLAY "  LINES:    FILE " WSStmtLines
               "  TRAILER " WSTrailerLines
           DISPLAY "  PAID:     FILE " WSStmtPaid
               "  TRAILER " WSTrailerPaid
           DISPLAY "  RECEIVED: FILE " WSStmtReceived
               "  TRAILER " WSTrailerReceived
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       IF WSStmtOnFile = "Y"
           PERFORM TOTAL-OUTBOUND-SETTLEMENT
           PERFORM TOTAL-INBOUND-CLEARING
           PERFORM TOTAL-INBOUND-RETURNS
           PERFORM TOTAL-DEBIT-COLLECTIONS
           PERFORM COMPUTE-ONE-DIFFERENCE
               VARYING WSPosIdx FROM 1 BY 1
               UNTIL WSPosIdx > WSPosCount
           PERFORM UPDATE-DIFFERENCE-REGISTER
       ELSE
           DISPLAY "No clearing house statement on file - "
               "open differences aged only"
       END-IF

       PERFORM PRINT-RECONCILIATION

       IF WSOpenDiffs > 0 OR WSPosOverflow > 0
           MOVE 4 TO WSReconRC
       END-IF

       DISPLAY "SETTLEMENT STATEMENT RECONCILIATION"
       IF WSStmtOnFile = "Y"
           DISPLAY "STATEMENT DATE:        " WSStmtDate
           DISPLAY "STATEMENT LINES:       " WSStmtLines
           DISPLAY "REGISTER ITEMS:        " WSRegRows
           DISPLAY "CLEARING ITEMS:        " WSClearItems
           DISPLAY "RETURNS:               " WSReturnRows
           DISPLAY "COLLECTION ITEMS:      " WSCollectRows
           DISPLAY "POSITIONS:             " WSPosCount
           DISPLAY "DIFFERENCES RAISED:    " WSDiffsRaised
           IF WSDiffsExplained > 0
               DISPLAY "ALREADY EXPLAINED:     " WSDiffsExplained
           END-IF
       END-IF
       IF WSPosOverflow > 0
           DISPLAY "*** " WSPosOverflow " ITEM(S) BEYOND THE POSITION "
               "TABLE - NOT RECONCILED ***"
       END-IF
       IF WSOpenDiffs > 0
           MOVE WSOpenTotal TO WSMoneyOut
           DISPLAY "*** " WSOpenDiffs " UNRECONCILED DIFFERENCE(S) "
               "OPEN, NET " WSMoneyOut " ***"
       END-IF
       DISPLAY "Report written to " WSRptName
       MOVE WSReconRC TO RETURN-CODE.

       STOP RUN.

      *>   The statement's lines are taken as actual positions as
      *>   they read; if the file then fails its proof nothing is
      *>   reconciled against them.
       LOAD-SETTLEMENT-STATEMENT.
           MOVE "N" TO WSEOF
           OPEN INPUT ClearStmtFile
           IF WSStmtFileStatus = "00"
               MOVE "Y" TO WSStmtOnFile
               PERFORM LOAD-ONE-STATEMENT-LINE UNTIL WSEOF = "Y"
               CLOSE ClearStmtFile
               IF WSHeaderSeen = "Y" AND WSTrailerSeen = "Y" AND
                   WSStmtLines = WSTrailerLines AND
                   WSStmtPaid = WSTrailerPaid AND
                   WSStmtReceived = WSTrailerReceived
                   MOVE "Y" TO WSStmtBalanced
               END-IF
           END-IF.

       LOAD-ONE-STATEMENT-LINE.
           READ ClearStmtFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN CsIsHeader
                           MOVE "Y" TO WSHeaderSeen
                           MOVE CsStmtDate TO WSStmtDate
                       WHEN CsIsDetail
                           ADD 1 TO WSStmtLines
                           ADD CsPaidOut TO WSStmtPaid
                           ADD CsReceived TO WSStmtReceived
                           MOVE CsWindow TO WSLookWindow
                           MOVE CsInstitution TO WSLookInstitution
                           PERFORM FIND-POSITION
                           IF WSPosSlot > 0
                               ADD CsReceived TO WSPosActual (WSPosSlot)
                               SUBTRACT CsPaidOut
                                   FROM WSPosActual (WSPosSlot)
                           END-IF
                       WHEN CsIsTrailer
                           MOVE "Y" TO WSTrailerSeen
                           MOVE CsLineCount TO WSTrailerLines
                           MOVE CsPaidTotal TO WSTrailerPaid
                           MOVE CsReceivedTotal TO WSTrailerReceived
                       WHEN OTHER
                           DISPLAY "Unknown record type "
                               CsRecordType " - statement rejected"
                           MOVE 99999 TO WSTrailerLines
                   END-EVALUATE
           END-READ.

      *>   Finds the entry for WSLookWindow / WSLookInstitution,
      *>   adding it when first seen. WSPosSlot is left zero only
      *>   when the table is full.
       FIND-POSITION.
           IF WSLookWindow IS NOT NUMERIC OR WSLookWindow = 0
               MOVE 1 TO WSLookWindow
           END-IF
           MOVE 0 TO WSPosSlot
           PERFORM CHECK-ONE-POSITION
               VARYING WSPosIdx FROM 1 BY 1
               UNTIL WSPosIdx > WSPosCount OR WSPosSlot > 0
           IF WSPosSlot = 0
               IF WSPosCount < 200
                   ADD 1 TO WSPosCount
                   MOVE WSPosCount TO WSPosSlot
                   MOVE WSLookWindow TO WSPosWindow (WSPosSlot)
                   MOVE WSLookInstitution
                       TO WSPosInstitution (WSPosSlot)
                   MOVE 0 TO WSPosOutbound (WSPosSlot)
                   MOVE 0 TO WSPosInbound (WSPosSlot)
                   MOVE 0 TO WSPosReturns (WSPosSlot)
                   MOVE 0 TO WSPosCollections (WSPosSlot)
                   MOVE 0 TO WSPosExpected (WSPosSlot)
                   MOVE 0 TO WSPosActual (WSPosSlot)
                   MOVE 0 TO WSPosDifference (WSPosSlot)
                   MOVE "N" TO WSPosExplained (WSPosSlot)
               ELSE
                   ADD 1 TO WSPosOverflow
               END-IF
           END-IF.

       CHECK-ONE-POSITION.
           IF WSPosWindow (WSPosIdx) = WSLookWindow AND
               WSPosInstitution (WSPosIdx) = WSLookInstitution
               SET WSPosSlot TO WSPosIdx
           END-IF.

      *>   Items extracted on the statement date settle that day -
      *>   whatever has come back since, the money went out. An
      *>   item whose receiving institution could not be found
      *>   gathers under a blank institution and can only show as
      *>   a difference.
       TOTAL-OUTBOUND-SETTLEMENT.
           MOVE "N" TO WSEOF
           OPEN INPUT SettleRegFile
           IF WSRegFileStatus = "00"
               PERFORM TOTAL-ONE-REGISTER-ROW UNTIL WSEOF = "Y"
               CLOSE SettleRegFile
           END-IF.

       TOTAL-ONE-REGISTER-ROW.
           READ SettleRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SRExtractDate = WSStmtDate
                       ADD 1 TO WSRegRows
                       MOVE SRWindow TO WSLookWindow
                       MOVE SRInstitution TO WSLookInstitution
                       PERFORM FIND-POSITION
                       IF WSPosSlot > 0
                           SUBTRACT SRAmount
                               FROM WSPosOutbound (WSPosSlot)
                       END-IF
                   END-IF
           END-READ.

      *>   Every item the presenting bank sent settles, posted or
      *>   not - a credit is money in, a debit money out. A debit
      *>   refused comes back through the returns below.
       TOTAL-INBOUND-CLEARING.
           MOVE "N" TO WSEOF
           OPEN INPUT ClearingFile
           IF WSClearFileStatus = "00"
               PERFORM TOTAL-ONE-CLEARING-LINE UNTIL WSEOF = "Y"
               CLOSE ClearingFile
           END-IF.

       TOTAL-ONE-CLEARING-LINE.
           READ ClearingFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN CLRecordType = "H"
                           MOVE "N" TO WSClearDateMatch
                           IF CHFileDate = WSStmtDate
                               MOVE "Y" TO WSClearDateMatch
                           END-IF
                           MOVE CHOriginBank TO WSClearBank
                           MOVE 1 TO WSClearWindow
                           IF CHWindow IS NUMERIC AND CHWindow > 0
                               MOVE CHWindow TO WSClearWindow
                           END-IF
                       WHEN CLRecordType = "D" AND
                            WSClearDateMatch = "Y"
                           ADD 1 TO WSClearItems
                           MOVE WSClearWindow TO WSLookWindow
                           MOVE WSClearBank TO WSLookInstitution
                           PERFORM FIND-POSITION
                           IF WSPosSlot > 0 AND CDIsDebit
                               SUBTRACT CDAmount
                                   FROM WSPosInbound (WSPosSlot)
                           END-IF
                           IF WSPosSlot > 0 AND NOT CDIsDebit
                               ADD CDAmount TO WSPosInbound (WSPosSlot)
                           END-IF
                   END-EVALUATE
           END-READ.

       TOTAL-INBOUND-RETURNS.
           MOVE "N" TO WSEOF
           OPEN INPUT ReturnsRegFile
           IF WSRetRegStatus = "00"
               PERFORM TOTAL-ONE-RETURN UNTIL WSEOF = "Y"
               CLOSE ReturnsRegFile
           END-IF.

       TOTAL-ONE-RETURN.
           READ ReturnsRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RRDate = WSStmtDate
                       ADD 1 TO WSReturnRows
                       MOVE RRWindow TO WSLookWindow
                       MOVE RROriginBank TO WSLookInstitution
                       PERFORM FIND-POSITION
                       IF WSPosSlot > 0
                           ADD RRAmount TO WSPosReturns (WSPosSlot)
                       END-IF
                   END-IF
           END-READ.

      *>   A debit order sent out on the statement date settles
      *>   in to us that day; one the paying bank returned unpaid
      *>   settles back out on the date the unpaid was applied.
      *>   Our own payers' collections never left the bank.
       TOTAL-DEBIT-COLLECTIONS.
           MOVE "N" TO WSEOF
           OPEN INPUT CollectRegFile
           IF WSCollRegStatus = "00"
               PERFORM TOTAL-ONE-COLLECTION UNTIL WSEOF = "Y"
               CLOSE CollectRegFile
           END-IF.

       TOTAL-ONE-COLLECTION.
           READ CollectRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT CRPosted AND
                       (CRCollectDate = WSStmtDate OR
                        (CRUnpaid AND CRResponseDate = WSStmtDate))
                       ADD 1 TO WSCollectRows
                       MOVE CRWindow TO WSLookWindow
                       MOVE CRInstitution TO WSLookInstitution
                       PERFORM FIND-POSITION
                       PERFORM BOOK-ONE-COLLECTION
                   END-IF
           END-READ.

       BOOK-ONE-COLLECTION.
           IF WSPosSlot > 0 AND CRCollectDate = WSStmtDate
               ADD CRAmount TO WSPosCollections (WSPosSlot)
           END-IF
           IF WSPosSlot > 0 AND CRUnpaid AND
               CRResponseDate = WSStmtDate
               SUBTRACT CRAmount FROM WSPosCollections (WSPosSlot)
           END-IF.

       COMPUTE-ONE-DIFFERENCE.
           COMPUTE WSPosExpected (WSPosIdx) =
               WSPosOutbound (WSPosIdx) + WSPosInbound (WSPosIdx) +
               WSPosReturns (WSPosIdx) + WSPosCollections (WSPosIdx)
           COMPUTE WSPosDifference (WSPosIdx) =
               WSPosActual (WSPosIdx) - WSPosExpected (WSPosIdx).

      *>   The register is rebuilt through SettleDiffsNew.dat: the
      *>   statement date's open differences drop out to be raised
      *>   afresh, one explained for the same amount stands and
      *>   holds its position back, and every other row carries
      *>   over untouched.
       UPDATE-DIFFERENCE-REGISTER.
           OPEN OUTPUT NewSettleDiffFile
           MOVE "N" TO WSEOF
           OPEN INPUT SettleDiffFile
           IF WSDiffFileStatus = "00"
               PERFORM CARRY-ONE-DIFFERENCE UNTIL WSEOF = "Y"
               CLOSE SettleDiffFile
           END-IF
           PERFORM RAISE-ONE-DIFFERENCE
               VARYING WSPosIdx FROM 1 BY 1
               UNTIL WSPosIdx > WSPosCount
           CLOSE NewSettleDiffFile
           PERFORM SWAP-REGISTER-BACK.

       CARRY-ONE-DIFFERENCE.
           READ SettleDiffFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN SdStmtDate = WSStmtDate AND SdOpen
                           ADD 1 TO WSDiffsReplaced
                       WHEN SdStmtDate = WSStmtDate AND SdExplained
                           MOVE SdWindow TO WSLookWindow
                           MOVE SdInstitution TO WSLookInstitution
                           MOVE 0 TO WSPosSlot
                           PERFORM CHECK-ONE-POSITION
                               VARYING WSPosIdx FROM 1 BY 1
                               UNTIL WSPosIdx > WSPosCount OR
                                   WSPosSlot > 0
                           IF WSPosSlot > 0
                               IF SdDifference =
                                   WSPosDifference (WSPosSlot)
                                   MOVE "Y"
                                       TO WSPosExplained (WSPosSlot)
                               END-IF
                           END-IF
                           MOVE SettleDiffRecord TO NewSettleDiffRecord
                           WRITE NewSettleDiffRecord
                       WHEN OTHER
                           MOVE SettleDiffRecord TO NewSettleDiffRecord
                           WRITE NewSettleDiffRecord
                   END-EVALUATE
           END-READ.

       RAISE-ONE-DIFFERENCE.
           IF WSPosDifference (WSPosIdx) NOT = 0
               IF WSPosExplained (WSPosIdx) = "Y"
                   ADD 1 TO WSDiffsExplained
               ELSE
                   MOVE SPACES TO SettleDiffRecord
                   MOVE WSStmtDate TO SdStmtDate
                   MOVE WSPosWindow (WSPosIdx) TO SdWindow
                   MOVE WSPosInstitution (WSPosIdx) TO SdInstitution
                   MOVE WSPosExpected (WSPosIdx) TO SdExpected
                   MOVE WSPosActual (WSPosIdx) TO SdActual
                   MOVE WSPosDifference (WSPosIdx) TO SdDifference
                   MOVE "O" TO SdStatus
                   MOVE 0 TO SdExplainedDate
                   MOVE SettleDiffRecord TO NewSettleDiffRecord
                   WRITE NewSettleDiffRecord
                   ADD 1 TO WSDiffsRaised
               END-IF
           END-IF.

       SWAP-REGISTER-BACK.
           OPEN INPUT NewSettleDiffFile
           OPEN OUTPUT SettleDiffFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-DIFFERENCE UNTIL WSEOF = "Y"
           CLOSE NewSettleDiffFile
           CLOSE SettleDiffFile.

       COPY-BACK-ONE-DIFFERENCE.
           READ NewSettleDiffFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewSettleDiffRecord TO SettleDiffRecord
                   WRITE SettleDiffRecord
           END-READ.

       PRINT-RECONCILIATION.
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "SETTLEMENT STATEMENT RECONCILIATION AT "
               DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "WN  INSTN            EXPECTED             ACTUAL  &
      &       DIFFERENCE  STATUS"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           IF WSStmtOnFile = "Y"
               MOVE SPACES TO WSRptLine
               STRING "CLEARING HOUSE STATEMENT FOR " DELIMITED BY SIZE
                   WSStmtDate DELIMITED BY SIZE INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
               PERFORM PRINT-ONE-POSITION
                   VARYING WSPosIdx FROM 1 BY 1
                   UNTIL WSPosIdx > WSPosCount
           ELSE
               MOVE "NO CLEARING HOUSE STATEMENT ON FILE" TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "UNRECONCILED DIFFERENCES AWAITING EXPLANATION"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "STMT DATE WN  INSTN            DIFFERENCE   DAYS  AGE"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "N" TO WSEOF
           OPEN INPUT SettleDiffFile
           IF WSDiffFileStatus = "00"
               PERFORM AGE-ONE-DIFFERENCE UNTIL WSEOF = "Y"
               CLOSE SettleDiffFile
           END-IF
           MOVE SPACES TO WSRptLine
           MOVE WSOpenTotal TO WSMoneyOut
           STRING WSOpenDiffs DELIMITED BY SIZE
               " OPEN DIFFERENCE(S), NET " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSPosOverflow > 0
               MOVE SPACES TO WSRptLine
               STRING "*** " DELIMITED BY SIZE
                   WSPosOverflow DELIMITED BY SIZE
                   " ITEM(S) BEYOND THE POSITION TABLE - NOT "
                       DELIMITED BY SIZE
                   "RECONCILED ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-POSITION.
           MOVE SPACES TO WSPositionLine
           MOVE WSPosWindow (WSPosIdx) TO WSPlWindow
           MOVE WSPosInstitution (WSPosIdx) TO WSPlInstitution
           IF WSPosInstitution (WSPosIdx) = SPACES
               MOVE "(NONE)" TO WSPlInstitution
           END-IF
           MOVE WSPosExpected (WSPosIdx) TO WSPlExpected
           MOVE WSPosActual (WSPosIdx) TO WSPlActual
           MOVE WSPosDifference (WSPosIdx) TO WSPlDifference
           EVALUATE TRUE
               WHEN WSPosDifference (WSPosIdx) = 0
                   MOVE "RECONCILED" TO WSPlStatus
               WHEN WSPosExplained (WSPosIdx) = "Y"
                   MOVE "EXPLAINED" TO WSPlStatus
               WHEN OTHER
                   MOVE "*** DIFFERENCE OPEN" TO WSPlStatus
           END-EVALUATE
           MOVE WSPositionLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

      *>   An open difference ages in calendar days from its
      *>   statement date to the business date.
       AGE-ONE-DIFFERENCE.
           READ SettleDiffFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SdOpen
                       ADD 1 TO WSOpenDiffs
                       ADD SdDifference TO WSOpenTotal
                       MOVE "D" TO WSDcAction
                       MOVE SdStmtDate TO WSDcDate1
                       MOVE WSBusinessDate TO WSDcDate2
                       CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                           WSDcDate2, WSDcAmount, WSDcStatus
                       IF WSDcStatus NOT = 0 OR WSDcAmount < 0
                           MOVE 0 TO WSDcAmount
                       END-IF
                       MOVE SPACES TO WSAgingLine
                       MOVE SdStmtDate TO WSAlStmtDate
                       MOVE SdWindow TO WSAlWindow
                       MOVE SdInstitution TO WSAlInstitution
                       IF SdInstitution = SPACES
                           MOVE "(NONE)" TO WSAlInstitution
                       END-IF
                       MOVE SdDifference TO WSAlDifference
                       MOVE WSDcAmount TO WSAlDays
                       EVALUATE TRUE
                           WHEN WSDcAmount < 3
                               MOVE "CURRENT" TO WSAlBucket
                           WHEN WSDcAmount < 8
                               MOVE "3-7 DAYS" TO WSAlBucket
                           WHEN WSDcAmount < 31
                               MOVE "8-30 DAYS" TO WSAlBucket
                           WHEN OTHER
                               MOVE "*** OVER 30" TO WSAlBucket
                       END-EVALUATE
                       MOVE WSAgingLine TO WSRptLine
                       CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                           WSRptLine
                   END-IF
           END-READ.
