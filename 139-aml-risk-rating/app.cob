       >> SOURCE FORMAT FREE
       identification division.
       program-id. RISKRATE.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT RiskFile ASSIGN TO "RiskProfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RkIDNum
           FILE STATUS IS WSRiskFileStatus.

           SELECT RiskHistFile ASSIGN TO "RiskHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRiskHistStatus.

           SELECT RiskParmFile ASSIGN TO "RiskParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

           SELECT MonHitFile ASSIGN TO "MonitorHits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHitFileStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT KycDocFile ASSIGN TO "KycDocs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSKycFileStatus.

           SELECT LogCatalogFile ASSIGN TO "LogArch.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogCatStatus.

           SELECT LogInFile ASSIGN TO WSLogInName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogInStatus.

           SELECT SortWorkFile ASSIGN TO "RISKRWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD RiskFile.
       COPY RISKREC.

       FD RiskHistFile.
       COPY RISKHIST.

       FD RiskParmFile.
       COPY RISKPARM.

       FD MonHitFile.
       COPY MONHIT.

       FD ApprovalFile.
       COPY APPRREC.

       FD KycDocFile.
       COPY KYCREC.

       FD LogCatalogFile.
       COPY LOGCAT.

       FD LogInFile.
       01 LogInLine PIC X(300).

      *>   Teller cash joined to the ledger - each posted cash
      *>   journal entry ("J") sorts ahead of the ledger item with
      *>   the same TranID ("L"), which names the account.
       SD SortWorkFile.
       01 SortRecord.
           02 SortTranID PIC 9(16).
           02 SortSource PIC X(1).
           02 SortIDNum PIC 9(5).
           02 SortAmount PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSRiskFileStatus PIC X(2) VALUE "00".
       01 WSRiskHistStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSHitFileStatus PIC X(2) VALUE "00".
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSKycFileStatus PIC X(2) VALUE "00".
       01 WSLogCatStatus PIC X(2) VALUE "00".
       01 WSLogInStatus PIC X(2) VALUE "00".
       01 WSLogInName PIC X(30) VALUE SPACES.
       01 WSEOF PIC A(1) VALUE "N".
       01 WSFileEOF PIC A(1) VALUE "N".
       01 WSCatEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSLookbackStart PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "RISKRATE".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Scoring - the compiled-in defaults RiskParm.dat can
      *>   move. Monitoring and screening hits count over the last
      *>   twelve months; a screening hit a supervisor cleared as
      *>   a false match does not count.
       01 WSMediumFrom PIC 9(3) VALUE 25.
       01 WSHighFrom PIC 9(3) VALUE 50.
       01 WSStructPerHit PIC 9(3) VALUE 25.
       01 WSStructCap PIC 9(3) VALUE 50.
       01 WSOverPerItem PIC 9(3) VALUE 5.
       01 WSOverCap PIC 9(3) VALUE 15.
       01 WSScreenPerHit PIC 9(3) VALUE 40.
       01 WSScreenCap PIC 9(3) VALUE 80.
       01 WSKycNonePoints PIC 9(3) VALUE 10.
       01 WSKycLapsedPoints PIC 9(3) VALUE 20.
       01 WSCashPoints PIC 9(3) VALUE 10.
       01 WSCashMedium PIC 9(9)V99 VALUE 50000.
       01 WSCashHigh PIC 9(9)V99 VALUE 250000.
       01 WSNewRelPoints PIC 9(3) VALUE 15.
       01 WSYoungRelPoints PIC 9(3) VALUE 5.

      *>   Enhanced-review cycle in months per effective rating.
       01 WSHighCycle PIC S9(5) VALUE 12.
       01 WSMediumCycle PIC S9(5) VALUE 24.
       01 WSLowCycle PIC S9(5) VALUE 36.

       01 WSProductPtsTable.
           02 WSProductPtsEntry OCCURS 30 TIMES
               INDEXED BY WSPrdIdx.
               03 WSPrdCode PIC X(3).
               03 WSPrdPoints PIC 9(3).
       01 WSPrdCount PIC 99 VALUE 0.
       01 WSSegmentPtsTable.
           02 WSSegmentPtsEntry OCCURS 10 TIMES
               INDEXED BY WSSegIdx.
               03 WSSegCode PIC X(1).
               03 WSSegPoints PIC 9(3).
       01 WSSegCount PIC 99 VALUE 0.
       01 WSWorkPoints PIC 9(3) VALUE 0.

      *>   Evidence gathered per customer identity before scoring -
      *>   every account's hits, cash and products land on the
      *>   identity that owns it.
       01 WSTallyTable.
           02 WSTallyEntry OCCURS 5000 TIMES
               INDEXED BY WSTlyIdx.
               03 WSTlyID PIC 9(5).
               03 WSTlyStruct PIC 9(3).
               03 WSTlyOver PIC 9(3).
               03 WSTlyScreen PIC 9(3).
               03 WSTlyCash PIC S9(11)V99.
               03 WSTlyKycDocs PIC 9(3).
               03 WSTlyKycCurrent PIC 9(3).
               03 WSTlyProduct PIC 9(3).
               03 WSTlyAddDate PIC 9(8).
       01 WSTallyCount PIC 9(4) VALUE 0.
       01 WSTallySlot PIC 9(4) VALUE 0.
       01 WSTallyFull PIC A(1) VALUE "N".
       01 WSTallyCreate PIC A(1) VALUE "Y".
       01 WSTallyLost PIC 9(7) VALUE 0.

       01 WSWorkID PIC 9(5) VALUE 0.
       01 WSIdentityID PIC 9(5) VALUE 0.
       01 WSSecondID PIC 9(5) VALUE 0.
       01 WSAuditLine.
           02 WSAuditIDNum PIC 9(5).
           02 WSAuditAction PIC X(6).
           02 WSAuditDate PIC 9(8).
           02 FILLER PIC X(281).
       01 WSJournalLine.
           02 WSJrnDate PIC 9(8).
           02 WSJrnTime PIC 9(8).
           02 WSJrnOperator PIC X(8).
           02 WSJrnBranch PIC X(4).
           02 WSJrnType PIC X(1).
           02 WSJrnAmount PIC S9(9)V99.
           02 WSJrnOutcome PIC X(1).
           02 WSJrnTranID PIC 9(16).
           02 FILLER PIC X(243).
       01 WSLastJrnTranID PIC 9(16) VALUE 0.
       01 WSLastJrnAmount PIC S9(11)V99 VALUE 0.
       01 WSCashItems PIC 9(7) VALUE 0.

      *>   The shared TRANHIST reader feeds the ledger side of the
      *>   cash join across the archives and the live file.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

      *>   One identity being scored.
       01 WSProfileFound PIC A(1) VALUE "N".
       01 WSOldRating PIC X(1) VALUE SPACE.
       01 WSOldScore PIC 9(3) VALUE 0.
       01 WSScoreWork PIC 9(5) VALUE 0.
       01 WSReviewBase PIC 9(8) VALUE 0.
       01 WSCycleMonths PIC S9(5) VALUE 0.
       01 WSRatingChanged PIC A(1) VALUE "N".

       01 WSRatedCount PIC 9(7) VALUE 0.
       01 WSNewCount PIC 9(7) VALUE 0.
       01 WSChangedCount PIC 9(7) VALUE 0.
       01 WSHighCount PIC 9(7) VALUE 0.
       01 WSMediumCount PIC 9(7) VALUE 0.
       01 WSLowCount PIC 9(7) VALUE 0.
       01 WSOverriddenCount PIC 9(7) VALUE 0.
       01 WSOverdueCount PIC 9(7) VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "AmlRiskRating.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Monthly AML risk rating - scores every customer
      *>   identity low, medium or high from what we already hold:
      *>   the monitoring report's structuring and over-threshold
      *>   hits (MonitorHits.dat), blocklist screening hits left
      *>   standing on the approval file, the KYC register, the
      *>   teller cash the customer put through the counter in
      *>   the last twelve months (teller journal, live and
      *>   archived, joined to the ledger for the account), the
      *>   products and segment held, and how long we have known
      *>   them (the first "ADD" on the customer audit trail). The
      *>   profile on RiskProfile.dat keeps the points behind the
      *>   score, a compliance override stands over the scored
      *>   rating, and the effective rating sets when the next
      *>   enhanced review falls due. Every first rating, change
      *>   of rating or change of score is appended to
      *>   RiskHistory.dat; rating changes are listed on
      *>   AmlRiskRating.rpt.
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

       MOVE "M" TO WSDcAction
       MOVE WSBusinessDate TO WSDcDate1
       MOVE -12 TO WSDcAmount
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSLookbackStart

       PERFORM LOAD-RISK-PARMS

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "no risk rating run"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O RiskFile
       IF WSRiskFileStatus NOT = "00"
           OPEN OUTPUT RiskFile
       END-IF
       IF WSRiskFileStatus NOT = "00"
           DISPLAY "RiskProfile.dat could not be opened - "
               "no risk rating run"
           CLOSE CustomerFile
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM TALLY-ACCOUNT-PRODUCTS
       PERFORM TALLY-MONITOR-HITS
       PERFORM TALLY-SCREENING-HITS
       PERFORM TALLY-KYC-DOCUMENTS
       PERFORM TALLY-RELATIONSHIP-START
       SORT SortWorkFile
           ON ASCENDING KEY SortTranID SortSource
           INPUT PROCEDURE IS FEED-CASH-ITEMS
           OUTPUT PROCEDURE IS TALLY-TELLER-CASH

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "AML RISK RATING RUN - " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "CUSTOMER  BRCH  SCORE  SCORED  WAS  NOW  REVIEW DUE"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       OPEN EXTEND RiskHistFile
       IF WSRiskHistStatus NOT = "00"
           OPEN OUTPUT RiskHistFile
       END-IF
       MOVE 0 TO IDNum
       MOVE "N" TO WSEOF
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "Y" TO WSEOF
       END-START
       PERFORM RATE-ONE-CUSTOMER UNTIL WSEOF = "Y"
       CLOSE RiskHistFile
       CLOSE RiskFile
       CLOSE CustomerFile

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "RATED " DELIMITED BY SIZE
           WSRatedCount DELIMITED BY SIZE
           "  NEW " DELIMITED BY SIZE
           WSNewCount DELIMITED BY SIZE
           "  CHANGED " DELIMITED BY SIZE
           WSChangedCount DELIMITED BY SIZE
           "  OVERRIDDEN " DELIMITED BY SIZE
           WSOverriddenCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "HIGH " DELIMITED BY SIZE
           WSHighCount DELIMITED BY SIZE
           "  MEDIUM " DELIMITED BY SIZE
           WSMediumCount DELIMITED BY SIZE
           "  LOW " DELIMITED BY SIZE
           WSLowCount DELIMITED BY SIZE
           "  REVIEWS OVERDUE " DELIMITED BY SIZE
           WSOverdueCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSRatedCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSTallyLost > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "AML RISK RATING FOR " WSBusinessDate
       DISPLAY "CUSTOMERS RATED:   " WSRatedCount
       DISPLAY "HIGH / MED / LOW:  " WSHighCount " / "
           WSMediumCount " / " WSLowCount
       DISPLAY "RATINGS CHANGED:   " WSChangedCount
       DISPLAY "REVIEWS OVERDUE:   " WSOverdueCount
       DISPLAY "TELLER CASH ITEMS: " WSCashItems
       IF WSTallyLost > 0
           DISPLAY "EVIDENCE NOT HELD: " WSTallyLost
               " items past the 5000-customer table"
       END-IF
       DISPLAY "Rating changes written to " WSRptName.

       STOP RUN.

       LOAD-RISK-PARMS.
           MOVE 0 TO WSPrdCount
           MOVE 0 TO WSSegCount
           MOVE "N" TO WSFileEOF
           OPEN INPUT RiskParmFile
           IF WSParmFileStatus = "00"
               PERFORM LOAD-ONE-RISK-PARM UNTIL WSFileEOF = "Y"
               CLOSE RiskParmFile
           END-IF.

       LOAD-ONE-RISK-PARM.
           READ RiskParmFile
               AT END MOVE "Y" TO WSFileEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN RpBands
                           MOVE RpValue1 TO WSMediumFrom
                           MOVE RpValue2 TO WSHighFrom
                       WHEN RpCash
                           MOVE RpPoints TO WSCashPoints
                           MOVE RpValue1 TO WSCashMedium
                           MOVE RpValue2 TO WSCashHigh
                       WHEN RpProduct
                           IF WSPrdCount < 30
                               ADD 1 TO WSPrdCount
                               SET WSPrdIdx TO WSPrdCount
                               MOVE RpCode TO WSPrdCode (WSPrdIdx)
                               MOVE RpPoints TO WSPrdPoints (WSPrdIdx)
                           ELSE
                               DISPLAY "Product points table full"
                                   " at 30 - " RpCode " not loaded"
                           END-IF
                       WHEN RpSegment
                           IF WSSegCount < 10
                               ADD 1 TO WSSegCount
                               SET WSSegIdx TO WSSegCount
                               MOVE RpCode (1:1) TO WSSegCode (WSSegIdx)
                               MOVE RpPoints TO WSSegPoints (WSSegIdx)
                           ELSE
                               DISPLAY "Segment points table full"
                                   " at 10 - " RpCode " not loaded"
                           END-IF
                   END-EVALUATE
           END-READ.

       FIND-TALLY-SLOT.
      *>     WSTallyCreate "N" only looks; "Y" adds the identity
      *>     when it is not yet in the table.
           MOVE 0 TO WSTallySlot
           PERFORM CHECK-ONE-TALLY-SLOT
               VARYING WSTlyIdx FROM 1 BY 1
               UNTIL WSTlyIdx > WSTallyCount
               OR WSTallySlot > 0
           IF WSTallySlot = 0 AND WSTallyCreate = "Y"
               IF WSTallyCount >= 5000
                   IF WSTallyFull = "N"
                       DISPLAY "Evidence table full at 5000 "
                           "customers - later evidence not scored"
                       MOVE "Y" TO WSTallyFull
                   END-IF
                   ADD 1 TO WSTallyLost
               ELSE
                   ADD 1 TO WSTallyCount
                   MOVE WSTallyCount TO WSTallySlot
                   SET WSTlyIdx TO WSTallySlot
                   MOVE WSIdentityID TO WSTlyID (WSTlyIdx)
                   MOVE 0 TO WSTlyStruct (WSTlyIdx)
                   MOVE 0 TO WSTlyOver (WSTlyIdx)
                   MOVE 0 TO WSTlyScreen (WSTlyIdx)
                   MOVE 0 TO WSTlyCash (WSTlyIdx)
                   MOVE 0 TO WSTlyKycDocs (WSTlyIdx)
                   MOVE 0 TO WSTlyKycCurrent (WSTlyIdx)
                   MOVE 0 TO WSTlyProduct (WSTlyIdx)
                   MOVE 0 TO WSTlyAddDate (WSTlyIdx)
               END-IF
           END-IF
           IF WSTallySlot > 0
               SET WSTlyIdx TO WSTallySlot
           END-IF.

       CHECK-ONE-TALLY-SLOT.
           IF WSTlyID (WSTlyIdx) = WSIdentityID
               MOVE WSTlyIdx TO WSTallySlot
           END-IF.

       RESOLVE-IDENTITY.
      *>     The identity behind account WSWorkID - its owner when
      *>     it is a secondary account. An account no longer on
      *>     file stands for itself.
           MOVE WSWorkID TO WSIdentityID
           MOVE WSWorkID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
                       MOVE CustOwnerID TO WSIdentityID
                   END-IF
           END-READ.

       TALLY-ACCOUNT-PRODUCTS.
      *>     The highest-scoring product any open account of the
      *>     identity is on.
           MOVE "Y" TO WSTallyCreate
           MOVE "N" TO WSEOF
           PERFORM TALLY-ONE-ACCOUNT UNTIL WSEOF = "Y".

       TALLY-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT AcctClosed AND IDNum NOT = WSSuspenseID
                       MOVE IDNum TO WSIdentityID
                       IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
                           MOVE CustOwnerID TO WSIdentityID
                       END-IF
                       PERFORM FIND-PRODUCT-POINTS
                       IF WSWorkPoints > 0
                           PERFORM FIND-TALLY-SLOT
                           IF WSTallySlot > 0 AND
                              WSWorkPoints > WSTlyProduct (WSTlyIdx)
                               MOVE WSWorkPoints
                                   TO WSTlyProduct (WSTlyIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-PRODUCT-POINTS.
           MOVE 0 TO WSWorkPoints
           PERFORM CHECK-ONE-PRODUCT-POINTS
               VARYING WSPrdIdx FROM 1 BY 1
               UNTIL WSPrdIdx > WSPrdCount.

       CHECK-ONE-PRODUCT-POINTS.
           IF WSPrdCode (WSPrdIdx) = CustProductCode
               MOVE WSPrdPoints (WSPrdIdx) TO WSWorkPoints
           END-IF.

       TALLY-MONITOR-HITS.
           MOVE "N" TO WSFileEOF
           OPEN INPUT MonHitFile
           IF WSHitFileStatus = "00"
               PERFORM TALLY-ONE-MONITOR-HIT UNTIL WSFileEOF = "Y"
               CLOSE MonHitFile
           END-IF.

       TALLY-ONE-MONITOR-HIT.
           READ MonHitFile
               AT END MOVE "Y" TO WSFileEOF
               NOT AT END
                   IF MhDate >= WSLookbackStart AND MhIDNum > 0
                      AND MhIDNum NOT = WSSuspenseID
                       MOVE MhIDNum TO WSWorkID
                       PERFORM RESOLVE-IDENTITY
                       PERFORM FIND-TALLY-SLOT
                       IF WSTallySlot > 0
                           IF MhStructuring
                               ADD 1 TO WSTlyStruct (WSTlyIdx)
                           ELSE
                               ADD 1 TO WSTlyOver (WSTlyIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TALLY-SCREENING-HITS.
           MOVE "N" TO WSFileEOF
           OPEN INPUT ApprovalFile
           IF WSApprFileStatus = "00"
               PERFORM TALLY-ONE-SCREEN-ITEM UNTIL WSFileEOF = "Y"
               CLOSE ApprovalFile
           END-IF.

       TALLY-ONE-SCREEN-ITEM.
      *>     A hit holds the whole item, so it counts against both
      *>     of our parties to it.
           READ ApprovalFile
               AT END MOVE "Y" TO WSFileEOF
               NOT AT END
                   IF (AppAction = "SCREEN" OR
                       AppAction = "RESCREEN") AND NOT AppApproved
                      AND AppDate >= WSLookbackStart
                       MOVE AppReceiverID TO WSSecondID
                       IF AppCustomerID IS NUMERIC AND
                          AppCustomerID > 0
                           MOVE AppCustomerID TO WSWorkID
                           PERFORM ADD-ONE-SCREEN-HIT
                       END-IF
                       IF WSSecondID IS NUMERIC AND WSSecondID > 0
                          AND WSSecondID NOT = AppCustomerID
                           MOVE WSSecondID TO WSWorkID
                           PERFORM ADD-ONE-SCREEN-HIT
                       END-IF
                   END-IF
           END-READ.

       ADD-ONE-SCREEN-HIT.
           IF WSWorkID NOT = WSSuspenseID
               PERFORM RESOLVE-IDENTITY
               PERFORM FIND-TALLY-SLOT
               IF WSTallySlot > 0
                   ADD 1 TO WSTlyScreen (WSTlyIdx)
               END-IF
           END-IF.

       TALLY-KYC-DOCUMENTS.
           MOVE "N" TO WSFileEOF
           OPEN INPUT KycDocFile
           IF WSKycFileStatus = "00"
               PERFORM TALLY-ONE-KYC-DOC UNTIL WSFileEOF = "Y"
               CLOSE KycDocFile
           END-IF.

       TALLY-ONE-KYC-DOC.
           READ KycDocFile
               AT END MOVE "Y" TO WSFileEOF
               NOT AT END
                   MOVE KycIDNum TO WSIdentityID
                   PERFORM FIND-TALLY-SLOT
                   IF WSTallySlot > 0
                       ADD 1 TO WSTlyKycDocs (WSTlyIdx)
                       IF KycExpiryDate IS NOT NUMERIC OR
                          KycExpiryDate = 0 OR
                          KycExpiryDate >= WSBusinessDate
                           ADD 1 TO WSTlyKycCurrent (WSTlyIdx)
                       END-IF
                   END-IF
           END-READ.

       TALLY-RELATIONSHIP-START.
      *>     The customer's first "ADD" on the audit trail, live
      *>     and archived. Customers loaded before the audit trail
      *>     existed have none and are taken as long-standing.
           MOVE "CustomerAudit.dat" TO WSLogInName
           PERFORM TALLY-AUDIT-FILE
           MOVE "N" TO WSCatEOF
           OPEN INPUT LogCatalogFile
           IF WSLogCatStatus = "00"
               PERFORM TALLY-ONE-AUDIT-ARCHIVE UNTIL WSCatEOF = "Y"
               CLOSE LogCatalogFile
           END-IF.

       TALLY-ONE-AUDIT-ARCHIVE.
           READ LogCatalogFile
               AT END MOVE "Y" TO WSCatEOF
               NOT AT END
                   IF LACLogName = "CUSTAUD"
                       MOVE LACFileName TO WSLogInName
                       PERFORM TALLY-AUDIT-FILE
                   END-IF
           END-READ.

       TALLY-AUDIT-FILE.
           MOVE "N" TO WSFileEOF
           OPEN INPUT LogInFile
           IF WSLogInStatus = "00"
               PERFORM TALLY-ONE-AUDIT-LINE UNTIL WSFileEOF = "Y"
               CLOSE LogInFile
           END-IF.

       TALLY-ONE-AUDIT-LINE.
           READ LogInFile
               AT END MOVE "Y" TO WSFileEOF
               NOT AT END
                   MOVE LogInLine TO WSAuditLine
                   IF WSAuditAction = "ADD" AND
                      WSAuditIDNum IS NUMERIC AND
                      WSAuditDate IS NUMERIC
                       MOVE WSAuditIDNum TO WSWorkID
                       PERFORM RESOLVE-IDENTITY
                       PERFORM FIND-TALLY-SLOT
                       IF WSTallySlot > 0
                           IF WSTlyAddDate (WSTlyIdx) = 0 OR
                              WSAuditDate < WSTlyAddDate (WSTlyIdx)
                               MOVE WSAuditDate
                                   TO WSTlyAddDate (WSTlyIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FEED-CASH-ITEMS.
      *>     Journal side: posted teller deposits and withdrawals
      *>     in the window, live and archived. Ledger side: every
      *>     deposit and withdrawal in the window with the account
      *>     it moved.
           MOVE "TellerJournal.dat" TO WSLogInName
           PERFORM FEED-JOURNAL-FILE
           MOVE "N" TO WSCatEOF
           OPEN INPUT LogCatalogFile
           IF WSLogCatStatus = "00"
               PERFORM FEED-ONE-JOURNAL-ARCHIVE UNTIL WSCatEOF = "Y"
               CLOSE LogCatalogFile
           END-IF

           MOVE "O" TO WSHistAction
           MOVE WSLookbackStart TO WSHistFrom
           MOVE WSBusinessDate TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM FEED-ONE-LEDGER-ITEM
               UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       FEED-ONE-JOURNAL-ARCHIVE.
           READ LogCatalogFile
               AT END MOVE "Y" TO WSCatEOF
               NOT AT END
                   IF LACLogName = "TELLERJN" AND
                      LACPeriod >= WSLookbackStart / 100
                       MOVE LACFileName TO WSLogInName
                       PERFORM FEED-JOURNAL-FILE
                   END-IF
           END-READ.

       FEED-JOURNAL-FILE.
           MOVE "N" TO WSFileEOF
           OPEN INPUT LogInFile
           IF WSLogInStatus = "00"
               PERFORM FEED-ONE-JOURNAL-LINE UNTIL WSFileEOF = "Y"
               CLOSE LogInFile
           END-IF.

       FEED-ONE-JOURNAL-LINE.
           READ LogInFile
               AT END MOVE "Y" TO WSFileEOF
               NOT AT END
                   MOVE LogInLine TO WSJournalLine
                   IF WSJrnOutcome = "P" AND
                      (WSJrnType = "D" OR WSJrnType = "d" OR
                       WSJrnType = "W" OR WSJrnType = "w") AND
                      WSJrnDate IS NUMERIC AND
                      WSJrnDate >= WSLookbackStart AND
                      WSJrnTranID IS NUMERIC AND WSJrnTranID > 0
                       MOVE WSJrnTranID TO SortTranID
                       MOVE "J" TO SortSource
                       MOVE 0 TO SortIDNum
                       MOVE WSJrnAmount TO SortAmount
                       IF SortAmount < 0
                           COMPUTE SortAmount = 0 - SortAmount
                       END-IF
                       RELEASE SortRecord
                   END-IF
           END-READ.

       FEED-ONE-LEDGER-ITEM.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               IF TranTypeDeposit OR TranTypeWithdrawal
                   MOVE TranID TO SortTranID
                   MOVE "L" TO SortSource
                   IF TranTypeDeposit
                       MOVE TranReceiverID TO SortIDNum
                   ELSE
                       MOVE TranSenderID TO SortIDNum
                   END-IF
                   MOVE 0 TO SortAmount
                   IF SortIDNum > 0 AND SortIDNum NOT = WSSuspenseID
                       RELEASE SortRecord
                   END-IF
               END-IF
           END-IF.

       TALLY-TELLER-CASH.
           MOVE 0 TO WSLastJrnTranID
           MOVE "N" TO WSEOF
           PERFORM TALLY-ONE-CASH-ROW UNTIL WSEOF = "Y".

       TALLY-ONE-CASH-ROW.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SortSource = "J"
                       MOVE SortTranID TO WSLastJrnTranID
                       MOVE SortAmount TO WSLastJrnAmount
                   ELSE
                       IF SortTranID = WSLastJrnTranID
                           MOVE SortIDNum TO WSWorkID
                           PERFORM RESOLVE-IDENTITY
                           PERFORM FIND-TALLY-SLOT
                           IF WSTallySlot > 0
                               ADD WSLastJrnAmount
                                   TO WSTlyCash (WSTlyIdx)
                               ADD 1 TO WSCashItems
                           END-IF
                       END-IF
                   END-IF
           END-RETURN.

       RATE-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT AcctClosed AND IDNum NOT = WSSuspenseID
                      AND (CustOwnerID IS NOT NUMERIC OR
                           CustOwnerID = 0)
                       PERFORM SCORE-ONE-IDENTITY
                   END-IF
           END-READ.

       SCORE-ONE-IDENTITY.
           MOVE IDNum TO WSIdentityID
           MOVE "N" TO WSTallyCreate
           PERFORM FIND-TALLY-SLOT
           MOVE "Y" TO WSTallyCreate

           MOVE IDNum TO RkIDNum
           MOVE "Y" TO WSProfileFound
           READ RiskFile
               INVALID KEY MOVE "N" TO WSProfileFound
           END-READ
           IF WSProfileFound = "N"
               MOVE SPACES TO RiskProfileRecord
               MOVE IDNum TO RkIDNum
               MOVE 0 TO RkOverrideDate
               MOVE 0 TO RkLastReviewDate
               MOVE 0 TO RkRelationSince
               MOVE SPACE TO WSOldRating
               MOVE 0 TO WSOldScore
               ADD 1 TO WSNewCount
           ELSE
               MOVE RkRating TO WSOldRating
               MOVE RkScore TO WSOldScore
           END-IF
           MOVE CustBranch TO RkBranch
           IF RkBranch = SPACES
               MOVE "HO" TO RkBranch
           END-IF

           PERFORM SCORE-HIT-FACTORS
           PERFORM SCORE-KYC-FACTOR
           PERFORM SCORE-CASH-FACTOR
           PERFORM SCORE-HOLDING-FACTORS
           PERFORM SCORE-TENURE-FACTOR

           COMPUTE WSScoreWork = RkStructPoints + RkScreenPoints
               + RkKycPoints + RkCashPoints + RkProductPoints
               + RkSegmentPoints + RkTenurePoints
           IF WSScoreWork > 999
               MOVE 999 TO WSScoreWork
           END-IF
           MOVE WSScoreWork TO RkScore
           EVALUATE TRUE
               WHEN RkScore >= WSHighFrom
                   MOVE "H" TO RkScoredRating
               WHEN RkScore >= WSMediumFrom
                   MOVE "M" TO RkScoredRating
               WHEN OTHER
                   MOVE "L" TO RkScoredRating
           END-EVALUATE
           IF RkOverridden
               MOVE RkOverride TO RkRating
               ADD 1 TO WSOverriddenCount
           ELSE
               MOVE RkScoredRating TO RkRating
           END-IF
           MOVE WSBusinessDate TO RkRatedDate
           PERFORM SET-REVIEW-DUE-DATE

           EVALUATE TRUE
               WHEN RkHigh ADD 1 TO WSHighCount
               WHEN RkMedium ADD 1 TO WSMediumCount
               WHEN OTHER ADD 1 TO WSLowCount
           END-EVALUATE
           IF RkReviewDueDate < WSBusinessDate
               ADD 1 TO WSOverdueCount
           END-IF
           ADD 1 TO WSRatedCount

           MOVE "N" TO WSRatingChanged
           IF WSProfileFound = "N" OR RkRating NOT = WSOldRating
               MOVE "Y" TO WSRatingChanged
           END-IF
           IF WSRatingChanged = "Y" OR RkScore NOT = WSOldScore
               PERFORM WRITE-RATING-HISTORY
           END-IF
           IF WSRatingChanged = "Y"
               PERFORM REPORT-RATING-CHANGE
           END-IF

           IF WSProfileFound = "Y"
               REWRITE RiskProfileRecord
                   INVALID KEY
                       DISPLAY "Unable to rewrite risk profile "
                           RkIDNum
               END-REWRITE
           ELSE
               WRITE RiskProfileRecord
                   INVALID KEY
                       DISPLAY "Unable to file risk profile "
                           RkIDNum
               END-WRITE
           END-IF.

       SCORE-HIT-FACTORS.
           MOVE 0 TO RkStructPoints
           MOVE 0 TO RkScreenPoints
           IF WSTallySlot > 0
               COMPUTE WSScoreWork =
                   WSTlyStruct (WSTlyIdx) * WSStructPerHit
               IF WSScoreWork > WSStructCap
                   MOVE WSStructCap TO WSScoreWork
               END-IF
               MOVE WSScoreWork TO RkStructPoints
               COMPUTE WSScoreWork =
                   WSTlyOver (WSTlyIdx) * WSOverPerItem
               IF WSScoreWork > WSOverCap
                   MOVE WSOverCap TO WSScoreWork
               END-IF
               ADD WSScoreWork TO RkStructPoints
               COMPUTE WSScoreWork =
                   WSTlyScreen (WSTlyIdx) * WSScreenPerHit
               IF WSScoreWork > WSScreenCap
                   MOVE WSScreenCap TO WSScoreWork
               END-IF
               MOVE WSScoreWork TO RkScreenPoints
           END-IF.

       SCORE-KYC-FACTOR.
      *>     No documents at all is the grandfathered book; every
      *>     document lapsed is worse than none.
           MOVE WSKycNonePoints TO RkKycPoints
           IF WSTallySlot > 0
               IF WSTlyKycDocs (WSTlyIdx) > 0
                   IF WSTlyKycCurrent (WSTlyIdx) = 0
                       MOVE WSKycLapsedPoints TO RkKycPoints
                   ELSE
                       MOVE 0 TO RkKycPoints
                   END-IF
               END-IF
           END-IF.

       SCORE-CASH-FACTOR.
           MOVE 0 TO RkCashPoints
           IF WSTallySlot > 0
               IF WSTlyCash (WSTlyIdx) >= WSCashHigh
                   COMPUTE RkCashPoints = WSCashPoints * 2
               ELSE
                   IF WSTlyCash (WSTlyIdx) >= WSCashMedium
                       MOVE WSCashPoints TO RkCashPoints
                   END-IF
               END-IF
           END-IF.

       SCORE-HOLDING-FACTORS.
           MOVE 0 TO RkProductPoints
           IF WSTallySlot > 0
               MOVE WSTlyProduct (WSTlyIdx) TO RkProductPoints
           END-IF
           MOVE 0 TO RkSegmentPoints
           PERFORM CHECK-ONE-SEGMENT-POINTS
               VARYING WSSegIdx FROM 1 BY 1
               UNTIL WSSegIdx > WSSegCount.

       CHECK-ONE-SEGMENT-POINTS.
           IF WSSegCode (WSSegIdx) = CustSegment
               MOVE WSSegPoints (WSSegIdx) TO RkSegmentPoints
           END-IF.

       SCORE-TENURE-FACTOR.
      *>     Under a year scores new, under three years young.
           IF RkRelationSince = 0 AND WSTallySlot > 0
               MOVE WSTlyAddDate (WSTlyIdx) TO RkRelationSince
           END-IF
           MOVE 0 TO RkTenurePoints
           IF RkRelationSince > 0
               MOVE "M" TO WSDcAction
               MOVE RkRelationSince TO WSDcDate1
               MOVE 12 TO WSDcAmount
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               IF WSDcDate2 > WSBusinessDate
                   MOVE WSNewRelPoints TO RkTenurePoints
               ELSE
                   MOVE 36 TO WSDcAmount
                   CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                       WSDcDate2, WSDcAmount, WSDcStatus
                   IF WSDcDate2 > WSBusinessDate
                       MOVE WSYoungRelPoints TO RkTenurePoints
                   END-IF
               END-IF
           END-IF.

       SET-REVIEW-DUE-DATE.
      *>     Due one cycle after the last completed review; never
      *>     reviewed, one cycle after the relationship began, or
      *>     after the first rating when that is not known.
           EVALUATE TRUE
               WHEN RkHigh MOVE WSHighCycle TO WSCycleMonths
               WHEN RkMedium MOVE WSMediumCycle TO WSCycleMonths
               WHEN OTHER MOVE WSLowCycle TO WSCycleMonths
           END-EVALUATE
           EVALUATE TRUE
               WHEN RkLastReviewDate > 0
                   MOVE RkLastReviewDate TO WSReviewBase
               WHEN RkRelationSince > 0
                   MOVE RkRelationSince TO WSReviewBase
               WHEN WSProfileFound = "Y" AND RkReviewDueDate > 0
                   MOVE "M" TO WSDcAction
                   MOVE RkReviewDueDate TO WSDcDate1
                   COMPUTE WSDcAmount = 0 - WSCycleMonths
                   PERFORM REBASE-ON-OLD-CYCLE
               WHEN OTHER
                   MOVE WSBusinessDate TO WSReviewBase
           END-EVALUATE
           MOVE "M" TO WSDcAction
           MOVE WSReviewBase TO WSDcDate1
           MOVE WSCycleMonths TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO RkReviewDueDate.

       REBASE-ON-OLD-CYCLE.
      *>     Neither a review nor a start date on file - the base
      *>     is the first rating, which the previous due date and
      *>     the previous rating's cycle give back.
           EVALUATE WSOldRating
               WHEN "H" COMPUTE WSDcAmount = 0 - WSHighCycle
               WHEN "M" COMPUTE WSDcAmount = 0 - WSMediumCycle
               WHEN OTHER COMPUTE WSDcAmount = 0 - WSLowCycle
           END-EVALUATE
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO WSReviewBase.

       WRITE-RATING-HISTORY.
           MOVE RkIDNum TO RhIDNum
           MOVE WSBusinessDate TO RhDate
           SET RhRated TO TRUE
           MOVE RkScore TO RhScore
           MOVE RkScoredRating TO RhScoredRating
           MOVE RkRating TO RhRating
           MOVE WSRunStep TO RhOperator
           MOVE SPACES TO RhReason
           IF RkOverridden
               MOVE "OVERRIDE STANDS" TO RhReason
           END-IF
           WRITE RiskHistoryRecord.

       REPORT-RATING-CHANGE.
           IF WSProfileFound = "Y"
               ADD 1 TO WSChangedCount
           END-IF
           MOVE SPACES TO WSRptLine
           STRING RkIDNum DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               RkBranch DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RkScore DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RkScoredRating DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WSOldRating DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RkRating DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RkReviewDueDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
