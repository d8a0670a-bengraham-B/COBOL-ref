       >> SOURCE FORMAT FREE
       identification division.
       program-id. CMPLRPT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ComplaintFile ASSIGN TO "Complaints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCmplFileStatus.

           SELECT ReturnFile ASSIGN TO WSReturnFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReturnFileStatus.

           SELECT SortWorkFile ASSIGN TO "CMPLRWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD ComplaintFile.
       COPY CMPLREC.

      *> Fixed-layout ombudsman complaints return - "H" header with
      *> the month reported, a "D" record per complaint category
      *> with the month's received and resolved counts, outcomes,
      *> timeliness and goodwill paid, and a "Z" trailer carrying
      *> the totals.
       FD ReturnFile.
       01 ReturnLine PIC X(160).
       01 ReturnHeader REDEFINES ReturnLine.
           02 RhRecordType PIC X(1).
           02 RhPeriod PIC 9(6).
           02 RhFileDate PIC 9(8).
           02 RhInstitution PIC X(8).
           02 FILLER PIC X(137).
       01 ReturnDetail REDEFINES ReturnLine.
           02 RdRecordType PIC X(1).
           02 RdCategory PIC X(1).
           02 RdReceived PIC 9(7).
           02 RdResolved PIC 9(7).
           02 RdUpheld PIC 9(7).
           02 RdPartlyUpheld PIC 9(7).
           02 RdNotUpheld PIC 9(7).
           02 RdWithdrawn PIC 9(7).
           02 RdInTime PIC 9(7).
           02 RdLate PIC 9(7).
           02 RdOpen PIC 9(7).
           02 RdOverdue PIC 9(7).
           02 RdAckLate PIC 9(7).
           02 RdGoodwill PIC 9(11)V99.
           02 FILLER PIC X(69).
       01 ReturnTrailer REDEFINES ReturnLine.
           02 RzRecordType PIC X(1).
           02 RzRecordCount PIC 9(7).
           02 RzReceived PIC 9(7).
           02 RzResolved PIC 9(7).
           02 RzBreached PIC 9(7).
           02 RzOpen PIC 9(7).
           02 RzGoodwill PIC 9(13)V99.
           02 FILLER PIC X(109).

      *>   Category first, then branch within it, so the return
      *>   takes its category records from the category breaks.
       SD SortWorkFile.
       01 SortRecord.
           02 SortCategory PIC X(1).
           02 SortBranch PIC X(4).
           02 SortCaseNumber PIC 9(7).
           02 SortReceived PIC 9(1).
           02 SortResolved PIC 9(1).
           02 SortLate PIC 9(1).
           02 SortOpen PIC 9(1).
           02 SortOverdue PIC 9(1).
           02 SortAckLate PIC 9(1).
           02 SortOutcome PIC X(1).
           02 SortGoodwill PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WSCmplFileStatus PIC X(2) VALUE "00".
       01 WSReturnFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSPeriod PIC 9(6) VALUE 0.
       01 WSReceivedPeriod PIC 9(6) VALUE 0.
       01 WSResolvedPeriod PIC 9(6) VALUE 0.
       01 WSReturnFileName PIC X(30) VALUE SPACES.
       01 WSInstitution PIC X(8) VALUE "OURBANK".

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "CMPLRPT ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSCurrentCategory PIC X(1) VALUE SPACE.
       01 WSCurrentBranch PIC X(4) VALUE SPACES.
       01 WSFirstGroup PIC A(1) VALUE "Y".
       01 WSCategoryName PIC X(8) VALUE SPACES.
       01 WSRecordCount PIC 9(7) VALUE 0.

      *>   One set of counters per level - branch within category,
      *>   category, and the whole month.
       01 WSBranchTotals.
           02 WSBrReceived PIC 9(7) VALUE 0.
           02 WSBrResolved PIC 9(7) VALUE 0.
           02 WSBrLate PIC 9(7) VALUE 0.
           02 WSBrOpen PIC 9(7) VALUE 0.
           02 WSBrOverdue PIC 9(7) VALUE 0.
           02 WSBrAckLate PIC 9(7) VALUE 0.
           02 WSBrGoodwill PIC 9(11)V99 VALUE 0.
       01 WSCategoryTotals.
           02 WSCtReceived PIC 9(7) VALUE 0.
           02 WSCtResolved PIC 9(7) VALUE 0.
           02 WSCtUpheld PIC 9(7) VALUE 0.
           02 WSCtPartlyUpheld PIC 9(7) VALUE 0.
           02 WSCtNotUpheld PIC 9(7) VALUE 0.
           02 WSCtWithdrawn PIC 9(7) VALUE 0.
           02 WSCtLate PIC 9(7) VALUE 0.
           02 WSCtOpen PIC 9(7) VALUE 0.
           02 WSCtOverdue PIC 9(7) VALUE 0.
           02 WSCtAckLate PIC 9(7) VALUE 0.
           02 WSCtGoodwill PIC 9(11)V99 VALUE 0.
       01 WSGrandTotals.
           02 WSGtReceived PIC 9(7) VALUE 0.
           02 WSGtResolved PIC 9(7) VALUE 0.
           02 WSGtLate PIC 9(7) VALUE 0.
           02 WSGtOpen PIC 9(7) VALUE 0.
           02 WSGtOverdue PIC 9(7) VALUE 0.
           02 WSGtAckLate PIC 9(7) VALUE 0.
           02 WSGtGoodwill PIC 9(13)V99 VALUE 0.

       01 WSBreached PIC 9(7) VALUE 0.
       01 WSCountOut PIC Z(4)9.
       01 WSBreachOut PIC Z(4)9.
       01 WSMoneyOut PIC Z(8)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "ComplaintsMonthly.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Monthly complaints report - every complaint received
      *>   this month, resolved this month or still open at month
      *>   end, counted by category and by the branch it is
      *>   against: received, resolved, resolved after the final
      *>   response deadline, still open and open past it, with
      *>   the late and overdue together as the deadline breaches
      *>   the conduct regulator asks for, late acknowledgments,
      *>   and goodwill paid. The same counts by category, with
      *>   the outcomes, go out on ComplaintReturn<month>.txt for
      *>   the ombudsman; a month with no complaints still cuts
      *>   the file with its header and a zero trailer.
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

       MOVE SPACES TO WSReturnFileName
       STRING "ComplaintReturn" DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WSReturnFileName
       END-STRING
       OPEN OUTPUT ReturnFile
       IF WSReturnFileStatus NOT = "00"
           DISPLAY WSReturnFileName " could not be opened - "
               "no return file cut"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO ReturnLine
       MOVE "H" TO RhRecordType
       MOVE WSPeriod TO RhPeriod
       MOVE WSBusinessDate TO RhFileDate
       MOVE WSInstitution TO RhInstitution
       WRITE ReturnLine

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CUSTOMER COMPLAINTS FOR " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CATEGORY BRCH   RECVD  RESLVD    LATE    OPEN"
           DELIMITED BY SIZE
           " OVERDUE BREACHED ACK LATE     GOODWILL" DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       SORT SortWorkFile
           ON ASCENDING KEY SortCategory SortBranch SortCaseNumber
           INPUT PROCEDURE IS FEED-MONTH-COMPLAINTS
           OUTPUT PROCEDURE IS PRINT-MONTH-COMPLAINTS

       COMPUTE WSBreached = WSGtLate + WSGtOverdue
       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "TOTAL" TO WSCategoryName
       MOVE SPACES TO WSCurrentBranch
       MOVE WSGtReceived TO WSBrReceived
       MOVE WSGtResolved TO WSBrResolved
       MOVE WSGtLate TO WSBrLate
       MOVE WSGtOpen TO WSBrOpen
       MOVE WSGtOverdue TO WSBrOverdue
       MOVE WSGtAckLate TO WSBrAckLate
       MOVE WSGtGoodwill TO WSBrGoodwill
       PERFORM PRINT-COUNTS-LINE
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE SPACES TO ReturnLine
       MOVE "Z" TO RzRecordType
       MOVE WSRecordCount TO RzRecordCount
       MOVE WSGtReceived TO RzReceived
       MOVE WSGtResolved TO RzResolved
       MOVE WSBreached TO RzBreached
       MOVE WSGtOpen TO RzOpen
       MOVE WSGtGoodwill TO RzGoodwill
       WRITE ReturnLine
       CLOSE ReturnFile

       MOVE WSGtReceived TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "CUSTOMER COMPLAINTS FOR " WSPeriod
       DISPLAY "RECEIVED:          " WSGtReceived
       DISPLAY "RESOLVED:          " WSGtResolved
       DISPLAY "STILL OPEN:        " WSGtOpen
       DISPLAY "DEADLINE BREACHES: " WSBreached
       MOVE WSGtGoodwill TO WSMoneyOut
       DISPLAY "GOODWILL PAID:     " WSMoneyOut
       DISPLAY "Complaints report written to " WSRptName
       DISPLAY "Ombudsman return written to " WSReturnFileName.

       STOP RUN.

       FEED-MONTH-COMPLAINTS.
           OPEN INPUT ComplaintFile
           IF WSCmplFileStatus NOT = "00"
               DISPLAY "Complaints.dat could not be opened - "
                   "no complaints on file"
           ELSE
               PERFORM FEED-ONE-COMPLAINT UNTIL WSEOF = "Y"
               CLOSE ComplaintFile
           END-IF
           MOVE "N" TO WSEOF.

       FEED-ONE-COMPLAINT.
           READ ComplaintFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   DIVIDE CmpReceivedDate BY 100
                       GIVING WSReceivedPeriod
                   DIVIDE CmpResolvedDate BY 100
                       GIVING WSResolvedPeriod
                   IF WSReceivedPeriod = WSPeriod OR
                      WSResolvedPeriod = WSPeriod OR
                      NOT CmpResolved
                       PERFORM RELEASE-ONE-COMPLAINT
                   END-IF
           END-READ.

       RELEASE-ONE-COMPLAINT.
           MOVE CmpCategory TO SortCategory
           MOVE CmpBranch TO SortBranch
           IF SortBranch = SPACES
               MOVE "HO" TO SortBranch
           END-IF
           MOVE CmpCaseNumber TO SortCaseNumber
           MOVE 0 TO SortReceived
           MOVE 0 TO SortResolved
           MOVE 0 TO SortLate
           MOVE 0 TO SortOpen
           MOVE 0 TO SortOverdue
           MOVE 0 TO SortAckLate
           MOVE SPACE TO SortOutcome
           MOVE 0 TO SortGoodwill
           IF WSReceivedPeriod = WSPeriod
               MOVE 1 TO SortReceived
      *>         An acknowledgment still not sent by month end is
      *>         as late as one sent after its due date.
               IF CmpAckDate > CmpAckDueDate OR
                  (CmpAckDate = 0 AND WSBusinessDate > CmpAckDueDate)
                   MOVE 1 TO SortAckLate
               END-IF
           END-IF
           IF CmpResolved
               IF WSResolvedPeriod = WSPeriod
                   MOVE 1 TO SortResolved
                   MOVE CmpOutcome TO SortOutcome
                   MOVE CmpGoodwill TO SortGoodwill
                   IF CmpResolvedDate > CmpResolveDueDate
                       MOVE 1 TO SortLate
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO SortOpen
               IF WSBusinessDate > CmpResolveDueDate
                   MOVE 1 TO SortOverdue
               END-IF
           END-IF
           RELEASE SortRecord.

       PRINT-MONTH-COMPLAINTS.
           PERFORM PRINT-ONE-COMPLAINT UNTIL WSEOF = "Y"
           IF WSFirstGroup = "N"
               PERFORM PRINT-BRANCH-TOTAL
               PERFORM PRINT-CATEGORY-TOTAL
           END-IF.

       PRINT-ONE-COMPLAINT.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSFirstGroup = "Y" OR
                      SortCategory NOT = WSCurrentCategory
                       IF WSFirstGroup = "N"
                           PERFORM PRINT-BRANCH-TOTAL
                           PERFORM PRINT-CATEGORY-TOTAL
                       END-IF
                       PERFORM START-CATEGORY-GROUP
                       PERFORM START-BRANCH-GROUP
                   ELSE
                       IF SortBranch NOT = WSCurrentBranch
                           PERFORM PRINT-BRANCH-TOTAL
                           PERFORM START-BRANCH-GROUP
                       END-IF
                   END-IF
                   PERFORM COUNT-ONE-COMPLAINT
           END-RETURN.

       COUNT-ONE-COMPLAINT.
           ADD SortReceived TO WSBrReceived WSCtReceived
               WSGtReceived
           ADD SortResolved TO WSBrResolved WSCtResolved
               WSGtResolved
           ADD SortLate TO WSBrLate WSCtLate WSGtLate
           ADD SortOpen TO WSBrOpen WSCtOpen WSGtOpen
           ADD SortOverdue TO WSBrOverdue WSCtOverdue WSGtOverdue
           ADD SortAckLate TO WSBrAckLate WSCtAckLate WSGtAckLate
           ADD SortGoodwill TO WSBrGoodwill WSCtGoodwill
               WSGtGoodwill
           EVALUATE SortOutcome
               WHEN "U" ADD 1 TO WSCtUpheld
               WHEN "P" ADD 1 TO WSCtPartlyUpheld
               WHEN "N" ADD 1 TO WSCtNotUpheld
               WHEN "W" ADD 1 TO WSCtWithdrawn
               WHEN OTHER CONTINUE
           END-EVALUATE.

       START-CATEGORY-GROUP.
           MOVE "N" TO WSFirstGroup
           MOVE SortCategory TO WSCurrentCategory
           INITIALIZE WSCategoryTotals
           EVALUATE WSCurrentCategory
               WHEN "S" MOVE "SERVICE" TO WSCategoryName
               WHEN "F" MOVE "FEES" TO WSCategoryName
               WHEN "T" MOVE "STAFF" TO WSCategoryName
               WHEN "P" MOVE "PRODUCT" TO WSCategoryName
               WHEN OTHER MOVE "OTHER" TO WSCategoryName
           END-EVALUATE
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       START-BRANCH-GROUP.
           MOVE SortBranch TO WSCurrentBranch
           INITIALIZE WSBranchTotals.

       PRINT-BRANCH-TOTAL.
           PERFORM PRINT-COUNTS-LINE.

       PRINT-CATEGORY-TOTAL.
      *>     The category line on the report and the category
      *>     record on the return carry the same counts.
           MOVE WSCtReceived TO WSBrReceived
           MOVE WSCtResolved TO WSBrResolved
           MOVE WSCtLate TO WSBrLate
           MOVE WSCtOpen TO WSBrOpen
           MOVE WSCtOverdue TO WSBrOverdue
           MOVE WSCtAckLate TO WSBrAckLate
           MOVE WSCtGoodwill TO WSBrGoodwill
           MOVE "ALL" TO WSCurrentBranch
           PERFORM PRINT-COUNTS-LINE

           MOVE SPACES TO ReturnLine
           MOVE "D" TO RdRecordType
           MOVE WSCurrentCategory TO RdCategory
           MOVE WSCtReceived TO RdReceived
           MOVE WSCtResolved TO RdResolved
           MOVE WSCtUpheld TO RdUpheld
           MOVE WSCtPartlyUpheld TO RdPartlyUpheld
           MOVE WSCtNotUpheld TO RdNotUpheld
           MOVE WSCtWithdrawn TO RdWithdrawn
           COMPUTE RdInTime = WSCtResolved - WSCtLate
           MOVE WSCtLate TO RdLate
           MOVE WSCtOpen TO RdOpen
           MOVE WSCtOverdue TO RdOverdue
           MOVE WSCtAckLate TO RdAckLate
           MOVE WSCtGoodwill TO RdGoodwill
           WRITE ReturnLine
           ADD 1 TO WSRecordCount.

       PRINT-COUNTS-LINE.
           COMPUTE WSBreached = WSBrLate + WSBrOverdue
           MOVE SPACES TO WSRptLine
           MOVE WSCategoryName TO WSRptLine (1:8)
           MOVE WSCurrentBranch TO WSRptLine (10:4)
           MOVE WSBrReceived TO WSCountOut
           MOVE WSCountOut TO WSRptLine (17:5)
           MOVE WSBrResolved TO WSCountOut
           MOVE WSCountOut TO WSRptLine (25:5)
           MOVE WSBrLate TO WSCountOut
           MOVE WSCountOut TO WSRptLine (33:5)
           MOVE WSBrOpen TO WSCountOut
           MOVE WSCountOut TO WSRptLine (41:5)
           MOVE WSBrOverdue TO WSCountOut
           MOVE WSCountOut TO WSRptLine (49:5)
           MOVE WSBreached TO WSBreachOut
           MOVE WSBreachOut TO WSRptLine (58:5)
           MOVE WSBrAckLate TO WSCountOut
           MOVE WSCountOut TO WSRptLine (67:5)
           MOVE WSBrGoodwill TO WSMoneyOut
           MOVE WSMoneyOut TO WSRptLine (73:12)
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
