       >> SOURCE FORMAT FREE
       identification division.
       program-id. RPTBURST.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ReportDistFile ASSIGN TO "ReportDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDistFileStatus.

           SELECT ReportCatalogFile ASSIGN TO "ReportCat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCatalogStatus.

           SELECT NewCatalogFile ASSIGN TO "ReportCatNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewCatalogStatus.

           SELECT ArchiveCopyFile ASSIGN TO WSArchiveName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchiveFileStatus.

           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT TransactionFile ASSIGN TO "Transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TranID
           ALTERNATE RECORD KEY IS TranSenderID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TranReceiverID
               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT BurstSortFile ASSIGN TO "RPTBWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD ReportDistFile.
       COPY RPTDIST.

       FD ReportCatalogFile.
       COPY RPTCAT.

       FD NewCatalogFile.
       01 NewCatalogRecord PIC X(91).

       FD ArchiveCopyFile.
       01 ArchiveCopyLine PIC X(100).

       FD OperatorFile.
       COPY OPERREC.

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

      *>   One report's lines that belong to a branch, grouped by
      *>   branch and kept in print order within it.
       SD BurstSortFile.
       01 BurstSortRecord.
           02 SbBranch PIC X(4).
           02 SbSeq PIC 9(7).
           02 SbLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSDistFileStatus PIC X(2) VALUE "00".
       01 WSCatalogStatus PIC X(2) VALUE "00".
       01 WSNewCatalogStatus PIC X(2) VALUE "00".
       01 WSArchiveFileStatus PIC X(2) VALUE "00".
       01 WSOperFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSCustOpen PIC A(1) VALUE "N".
       01 WSTranOpen PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSLookbackDays PIC 9(3) VALUE 7.
       01 WSCutoffDate PIC 9(8) VALUE 0.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Reports split by branch, and each part's recipients.
       01 WSSplitTable.
           02 WSSplitEntry OCCURS 30 TIMES INDEXED BY WSSplitIdx.
               03 WSSplitReport PIC X(30).
               03 WSSplitKeyType PIC X(1).
               03 WSSplitKeyColumn PIC 9(3).
       01 WSSplitCount PIC 99 VALUE 0.
       01 WSSplitSlot PIC 99 VALUE 0.

       01 WSRecipTable.
           02 WSRecipEntry OCCURS 500 TIMES INDEXED BY WSRecipIdx.
               03 WSRecipReport PIC X(30).
               03 WSRecipBranch PIC X(4).
               03 WSRecipName PIC X(30).
       01 WSRecipCount PIC 9(3) VALUE 0.
       01 WSRecipFound PIC 9(3) VALUE 0.

       01 WSOperTable.
           02 WSOperEntry OCCURS 500 TIMES INDEXED BY WSOperIdx.
               03 WSOperID PIC X(8).
               03 WSOperBranch PIC X(4).
       01 WSOperCount PIC 9(3) VALUE 0.

      *>   Whole-bank copies found on the catalog waiting to be cut.
       01 WSBurstTable.
           02 WSBurstEntry OCCURS 100 TIMES.
               03 WSBurstArchive PIC X(44).
               03 WSBurstReport PIC X(30).
               03 WSBurstSplit PIC 99.
               03 WSBurstDone PIC X(1).
       01 WSBurstCount PIC 9(3) VALUE 0.
       01 WSBurstSub PIC 9(3) VALUE 0.
       01 WSArchiveName PIC X(44) VALUE SPACES.

      *>   Parts cut this run, for the distribution list.
       01 WSPartTable.
           02 WSPartEntry OCCURS 500 TIMES.
               03 WSPartReport PIC X(30).
               03 WSPartBranch PIC X(4).
               03 WSPartLines PIC 9(5).
       01 WSPartCount PIC 9(3) VALUE 0.
       01 WSPartSub PIC 9(3) VALUE 0.

      *>   The report being cut.
       01 WSKeyType PIC X(1) VALUE SPACE.
       01 WSKeyColumn PIC 9(3) VALUE 0.
       01 WSLineNo PIC 9(7) VALUE 0.
       01 WSBurstTitle PIC X(60) VALUE SPACES.
       01 WSBurstHeading PIC X(100) VALUE SPACES.
       01 WSCurrentBranch PIC X(4) VALUE SPACES.
       01 WSLineBranch PIC X(4) VALUE SPACES.
       01 WSCustKey PIC X(5) VALUE SPACES.
       01 WSOperKey PIC X(8) VALUE SPACES.
       01 WSTranKey PIC X(16) VALUE SPACES.
       01 WSPartBranchNow PIC X(4) VALUE SPACES.
       01 WSPartLineCount PIC 9(5) VALUE 0.
       01 WSFirstPart PIC A(1) VALUE "Y".
       01 WSPartName PIC X(30) VALUE SPACES.

       01 WSReportsBurst PIC 9(5) VALUE 0.
       01 WSPartsWritten PIC 9(5) VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Report bursting - after the nightly stream, every
      *>   whole-bank report named on the distribution table and
      *>   cataloged in the last week but not yet cut is split
      *>   into one part per branch. Each detail line is given a
      *>   branch from the key it prints (a customer's CustBranch,
      *>   an operator's OperBranch or an item's TranBranch);
      *>   indented lines under it go with it, and lines whose key
      *>   finds no branch - totals, system-raised items - stay on
      *>   the whole-bank copy only. Each part is written through
      *>   RPTWRITE with the report's own title and column
      *>   heading, so it has its own page headers and numbers, and
      *>   is cataloged under the report's name and the branch for
      *>   RPTINQ to find and reprint. The whole-bank entry is then
      *>   marked burst, so a rerun cuts nothing twice, and the
      *>   distribution list shows every part and who gets it.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE "A" TO WSDcAction
       MOVE WSBusinessDate TO WSDcDate1
       COMPUTE WSDcAmount = 0 - WSLookbackDays
       CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
           WSDcAmount, WSDcStatus
       MOVE WSDcDate2 TO WSCutoffDate

       PERFORM LOAD-DISTRIBUTION-TABLE
       IF WSSplitCount = 0
           DISPLAY "No reports on ReportDist.dat are split by "
               "branch - nothing to burst"
           STOP RUN
       END-IF
       PERFORM LOAD-OPERATOR-BRANCHES
       PERFORM FIND-REPORTS-TO-BURST
       IF WSBurstCount = 0
           DISPLAY "No cataloged report waiting to be burst"
           STOP RUN
       END-IF

       OPEN INPUT CustomerFile
       IF WSCustFileStatus = "00"
           MOVE "Y" TO WSCustOpen
       END-IF
       OPEN INPUT TransactionFile
       IF WSTranFileStatus = "00"
           MOVE "Y" TO WSTranOpen
       END-IF

       PERFORM BURST-ONE-REPORT
           VARYING WSBurstSub FROM 1 BY 1
           UNTIL WSBurstSub > WSBurstCount

       IF WSCustOpen = "Y"
           CLOSE CustomerFile
       END-IF
       IF WSTranOpen = "Y"
           CLOSE TransactionFile
       END-IF

       PERFORM MARK-CATALOG-BURST
       PERFORM PRINT-DISTRIBUTION-LIST

       DISPLAY "REPORT BURSTING FOR " WSBusinessDate
       DISPLAY "REPORTS BURST:       " WSReportsBurst
       DISPLAY "BRANCH PARTS WRITTEN: " WSPartsWritten
       DISPLAY "Distribution list written to " WSRptName.

       STOP RUN.

       LOAD-DISTRIBUTION-TABLE.
           MOVE 0 TO WSSplitCount
           MOVE 0 TO WSRecipCount
           MOVE "N" TO WSEOF
           OPEN INPUT ReportDistFile
           IF WSDistFileStatus = "00"
               PERFORM LOAD-ONE-DIST-LINE UNTIL WSEOF = "Y"
               CLOSE ReportDistFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-DIST-LINE.
           READ ReportDistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN RdReportLine AND WSSplitCount < 30
                           ADD 1 TO WSSplitCount
                           SET WSSplitIdx TO WSSplitCount
                           MOVE RdReport TO WSSplitReport (WSSplitIdx)
                           MOVE RdKeyType
                               TO WSSplitKeyType (WSSplitIdx)
                           MOVE RdKeyColumn
                               TO WSSplitKeyColumn (WSSplitIdx)
                       WHEN RdReportLine
                           DISPLAY "Split table full at 30 - "
                               RdReport " not burst"
                       WHEN RdRecipientLine AND WSRecipCount < 500
                           ADD 1 TO WSRecipCount
                           SET WSRecipIdx TO WSRecipCount
                           MOVE RdReport TO WSRecipReport (WSRecipIdx)
                           MOVE RdBranch TO WSRecipBranch (WSRecipIdx)
                           MOVE RdRecipient
                               TO WSRecipName (WSRecipIdx)
                       WHEN RdRecipientLine
                           DISPLAY "Recipient table full at 500 - "
                               RdRecipient " not loaded"
                   END-EVALUATE
           END-READ.

       LOAD-OPERATOR-BRANCHES.
           MOVE 0 TO WSOperCount
           MOVE "N" TO WSEOF
           OPEN INPUT OperatorFile
           IF WSOperFileStatus = "00"
               PERFORM LOAD-ONE-OPERATOR UNTIL WSEOF = "Y"
               CLOSE OperatorFile
           END-IF
           MOVE "N" TO WSEOF.

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

       FIND-REPORTS-TO-BURST.
      *>     Read the catalog whole before any part is cut - every
      *>     part RPTWRITE catalogs is appended to the same file.
           MOVE 0 TO WSBurstCount
           MOVE "N" TO WSEOF
           OPEN INPUT ReportCatalogFile
           IF WSCatalogStatus = "00"
               PERFORM CHECK-ONE-CATALOG-ENTRY UNTIL WSEOF = "Y"
               CLOSE ReportCatalogFile
           END-IF
           MOVE "N" TO WSEOF.

       CHECK-ONE-CATALOG-ENTRY.
           READ ReportCatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RcBranch = SPACES AND NOT RcIsPurged AND
                      NOT RcIsBurst AND
                      RcBusinessDate >= WSCutoffDate
                       PERFORM QUEUE-IF-SPLIT
                   END-IF
           END-READ.

       QUEUE-IF-SPLIT.
           MOVE 0 TO WSSplitSlot
           SET WSSplitIdx TO 1
           SEARCH WSSplitEntry
               AT END CONTINUE
               WHEN WSSplitIdx > WSSplitCount
                   CONTINUE
               WHEN WSSplitReport (WSSplitIdx) = RcName
                   SET WSSplitSlot TO WSSplitIdx
           END-SEARCH
           IF WSSplitSlot > 0
               IF WSBurstCount < 100
                   ADD 1 TO WSBurstCount
                   MOVE RcArchiveName TO WSBurstArchive (WSBurstCount)
                   MOVE RcName TO WSBurstReport (WSBurstCount)
                   MOVE WSSplitSlot TO WSBurstSplit (WSBurstCount)
                   MOVE "N" TO WSBurstDone (WSBurstCount)
               ELSE
                   DISPLAY "Burst table full at 100 - "
                       RcArchiveName " left for the next run"
               END-IF
           END-IF.

       BURST-ONE-REPORT.
           MOVE WSBurstArchive (WSBurstSub) TO WSArchiveName
           SET WSSplitIdx TO WSBurstSplit (WSBurstSub)
           MOVE WSSplitKeyType (WSSplitIdx) TO WSKeyType
           MOVE WSSplitKeyColumn (WSSplitIdx) TO WSKeyColumn
           IF WSKeyColumn = 0
               MOVE 1 TO WSKeyColumn
           END-IF
           MOVE 0 TO WSLineNo
           MOVE SPACES TO WSBurstTitle
           MOVE SPACES TO WSBurstHeading
           MOVE SPACES TO WSCurrentBranch
           SORT BurstSortFile
               ON ASCENDING KEY SbBranch SbSeq
               INPUT PROCEDURE IS CUT-REPORT-LINES
               OUTPUT PROCEDURE IS WRITE-BRANCH-PARTS.

       CUT-REPORT-LINES.
           MOVE "N" TO WSEOF
           OPEN INPUT ArchiveCopyFile
           IF WSArchiveFileStatus NOT = "00"
               DISPLAY "Archive copy " WSArchiveName
                   " could not be opened - not burst"
           ELSE
               PERFORM CUT-ONE-REPORT-LINE UNTIL WSEOF = "Y"
               CLOSE ArchiveCopyFile
               MOVE "Y" TO WSBurstDone (WSBurstSub)
               ADD 1 TO WSReportsBurst
           END-IF
           MOVE "N" TO WSEOF.

       CUT-ONE-REPORT-LINE.
      *>     RPTWRITE's page header is the title line (title, then
      *>     RUN and the stamp), the column heading if the report
      *>     has one, and a rule of dashes; the first page's header
      *>     gives the title and heading each part reuses, and
      *>     every later one is dropped with the blank line ahead
      *>     of it.
           READ ArchiveCopyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSLineNo
                   EVALUATE TRUE
                       WHEN WSLineNo = 1
                           MOVE ArchiveCopyLine (1:60) TO WSBurstTitle
                       WHEN ArchiveCopyLine (61:4) = "RUN " AND
                           ArchiveCopyLine (1:60) = WSBurstTitle
                           CONTINUE
                       WHEN ArchiveCopyLine = ALL "-"
                           CONTINUE
                       WHEN WSLineNo = 2
                           MOVE ArchiveCopyLine TO WSBurstHeading
                       WHEN ArchiveCopyLine = WSBurstHeading
                           CONTINUE
                       WHEN ArchiveCopyLine = SPACES
                           CONTINUE
                       WHEN ArchiveCopyLine (1:1) = SPACE
                           PERFORM RELEASE-IF-BRANCHED
                       WHEN OTHER
                           PERFORM FIND-LINE-BRANCH
                           MOVE WSLineBranch TO WSCurrentBranch
                           PERFORM RELEASE-IF-BRANCHED
                   END-EVALUATE
           END-READ.

       RELEASE-IF-BRANCHED.
      *>     An indented line belongs to the entry above it.
           IF WSCurrentBranch NOT = SPACES
               MOVE WSCurrentBranch TO SbBranch
               MOVE WSLineNo TO SbSeq
               MOVE ArchiveCopyLine TO SbLine
               RELEASE BurstSortRecord
           END-IF.

       FIND-LINE-BRANCH.
           MOVE SPACES TO WSLineBranch
           EVALUATE TRUE
               WHEN WSKeyType = "C"
                   MOVE ArchiveCopyLine (WSKeyColumn:5) TO WSCustKey
                   IF WSCustKey IS NUMERIC AND WSCustOpen = "Y"
                       MOVE WSCustKey TO IDNum
                       READ CustomerFile KEY IS IDNum
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CustBranch TO WSLineBranch
                       END-READ
                   END-IF
               WHEN WSKeyType = "O"
                   MOVE ArchiveCopyLine (WSKeyColumn:8) TO WSOperKey
                   SET WSOperIdx TO 1
                   SEARCH WSOperEntry
                       AT END CONTINUE
                       WHEN WSOperIdx > WSOperCount
                           CONTINUE
                       WHEN WSOperID (WSOperIdx) = WSOperKey
                           MOVE WSOperBranch (WSOperIdx)
                               TO WSLineBranch
                   END-SEARCH
               WHEN WSKeyType = "T"
                   MOVE ArchiveCopyLine (WSKeyColumn:16) TO WSTranKey
                   IF WSTranKey IS NUMERIC AND WSTranOpen = "Y"
                       MOVE WSTranKey TO TranID
                       READ TransactionFile KEY IS TranID
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE TranBranch TO WSLineBranch
                       END-READ
                   END-IF
           END-EVALUATE.

       WRITE-BRANCH-PARTS.
           MOVE "Y" TO WSFirstPart
           MOVE "N" TO WSEOF
           PERFORM TAKE-ONE-BRANCH-LINE UNTIL WSEOF = "Y"
           IF WSFirstPart = "N"
               PERFORM CLOSE-BRANCH-PART
           END-IF
           MOVE "N" TO WSEOF.

       TAKE-ONE-BRANCH-LINE.
           RETURN BurstSortFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSFirstPart = "Y"
                       PERFORM OPEN-BRANCH-PART
                   ELSE
                       IF SbBranch NOT = WSPartBranchNow
                           PERFORM CLOSE-BRANCH-PART
                           PERFORM OPEN-BRANCH-PART
                       END-IF
                   END-IF
                   MOVE SbLine TO WSRptLine
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   ADD 1 TO WSPartLineCount
           END-RETURN.

       OPEN-BRANCH-PART.
           MOVE "N" TO WSFirstPart
           MOVE SbBranch TO WSPartBranchNow
           MOVE 0 TO WSPartLineCount
           MOVE SPACES TO WSPartName
           STRING "B" DELIMITED BY SIZE
               WSPartBranchNow DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WSBurstReport (WSBurstSub) DELIMITED BY SPACE
               INTO WSPartName
           END-STRING
           MOVE WSPartName TO WSRptName
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING WSBurstTitle DELIMITED BY "  "
               " - BRANCH " DELIMITED BY SIZE
               WSPartBranchNow DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSBurstHeading NOT = SPACES
               MOVE "H" TO WSRptAction
               MOVE WSBurstHeading TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF
           MOVE "B" TO WSRptAction
           MOVE WSPartBranchNow TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction,
               WSBurstReport (WSBurstSub), WSRptLine
           MOVE "D" TO WSRptAction.

       CLOSE-BRANCH-PART.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "LINES FOR BRANCH " DELIMITED BY SIZE
               WSPartBranchNow DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WSPartLineCount DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           ADD 1 TO WSPartsWritten
           IF WSPartCount < 500
               ADD 1 TO WSPartCount
               MOVE WSBurstReport (WSBurstSub)
                   TO WSPartReport (WSPartCount)
               MOVE WSPartBranchNow TO WSPartBranch (WSPartCount)
               MOVE WSPartLineCount TO WSPartLines (WSPartCount)
           END-IF.

       MARK-CATALOG-BURST.
      *>     Same copy-and-swap RPTPURGE uses to mark purged
      *>     entries.
           MOVE "N" TO WSEOF
           OPEN INPUT ReportCatalogFile
           IF WSCatalogStatus = "00"
               OPEN OUTPUT NewCatalogFile
               PERFORM MARK-ONE-CATALOG-ENTRY UNTIL WSEOF = "Y"
               CLOSE ReportCatalogFile
               CLOSE NewCatalogFile
               PERFORM SWAP-CATALOG-BACK
           END-IF
           MOVE "N" TO WSEOF.

       MARK-ONE-CATALOG-ENTRY.
           READ ReportCatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RcBranch = SPACES
                       PERFORM CHECK-ONE-BURST-SLOT
                           VARYING WSBurstSub FROM 1 BY 1
                           UNTIL WSBurstSub > WSBurstCount
                   END-IF
                   MOVE ReportCatalogRecord TO NewCatalogRecord
                   WRITE NewCatalogRecord
           END-READ.

       CHECK-ONE-BURST-SLOT.
           IF WSBurstArchive (WSBurstSub) = RcArchiveName AND
              WSBurstDone (WSBurstSub) = "Y"
               SET RcIsBurst TO TRUE
           END-IF.

       SWAP-CATALOG-BACK.
           OPEN INPUT NewCatalogFile
           OPEN OUTPUT ReportCatalogFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-ENTRY UNTIL WSEOF = "Y"
           CLOSE NewCatalogFile
           CLOSE ReportCatalogFile.

       COPY-BACK-ONE-ENTRY.
           READ NewCatalogFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCatalogRecord TO ReportCatalogRecord
                   WRITE ReportCatalogRecord
           END-READ.

       PRINT-DISTRIBUTION-LIST.
           MOVE "ReportDistribution.rpt" TO WSRptName
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "REPORT DISTRIBUTION BY BRANCH FOR " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "REPORT                          BRCH   LINES  RECIPI&
      &ENT" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           PERFORM LIST-ONE-PART
               VARYING WSPartSub FROM 1 BY 1
               UNTIL WSPartSub > WSPartCount
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "REPORTS BURST " DELIMITED BY SIZE
               WSReportsBurst DELIMITED BY SIZE
               "  BRANCH PARTS " DELIMITED BY SIZE
               WSPartsWritten DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       LIST-ONE-PART.
           MOVE 0 TO WSRecipFound
           PERFORM LIST-ONE-RECIPIENT
               VARYING WSRecipIdx FROM 1 BY 1
               UNTIL WSRecipIdx > WSRecipCount
           IF WSRecipFound = 0
               MOVE SPACES TO WSRptLine
               MOVE WSPartReport (WSPartSub) TO WSRptLine (1:30)
               MOVE WSPartBranch (WSPartSub) TO WSRptLine (33:4)
               MOVE WSPartLines (WSPartSub) TO WSRptLine (40:5)
               MOVE "*** NO RECIPIENT ON THE DISTRIBUTION TABLE ***"
                   TO WSRptLine (47:47)
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF.

       LIST-ONE-RECIPIENT.
           IF WSRecipReport (WSRecipIdx) = WSPartReport (WSPartSub)
              AND WSRecipBranch (WSRecipIdx) = WSPartBranch (WSPartSub)
               ADD 1 TO WSRecipFound
               MOVE SPACES TO WSRptLine
               MOVE WSPartReport (WSPartSub) TO WSRptLine (1:30)
               MOVE WSPartBranch (WSPartSub) TO WSRptLine (33:4)
               MOVE WSPartLines (WSPartSub) TO WSRptLine (40:5)
               MOVE WSRecipName (WSRecipIdx) TO WSRptLine (47:30)
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF.
