       >> SOURCE FORMAT FREE
       identification division.
       program-id. RISKRVW.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT RiskFile ASSIGN TO "RiskProfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RkIDNum
           FILE STATUS IS WSRiskFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT SortWorkFile ASSIGN TO "RISKVWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD RiskFile.
       COPY RISKREC.

       FD CustomerFile.
       COPY CUSTREC.

      *>   High-rated reviews list first within a branch, then the
      *>   longest overdue.
       SD SortWorkFile.
       01 SortRecord.
           02 SortBranch PIC X(4).
           02 SortRank PIC 9(1).
           02 SortDueDate PIC 9(8).
           02 SortIDNum PIC 9(5).
           02 SortName PIC X(30).
           02 SortRating PIC X(1).
           02 SortOverride PIC X(1).
           02 SortScore PIC 9(3).
           02 SortLastReview PIC 9(8).
           02 SortDaysOver PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WSRiskFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "RISKRVW ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSCurrentBranch PIC X(4) VALUE SPACES.
       01 WSFirstBranch PIC A(1) VALUE "Y".
       01 WSBranchCount PIC 9(5) VALUE 0.
       01 WSBranchHigh PIC 9(5) VALUE 0.
       01 WSOverdueCount PIC 9(7) VALUE 0.
       01 WSHighOverdue PIC 9(7) VALUE 0.
       01 WSBranchesListed PIC 9(5) VALUE 0.
       01 WSClosedSkipped PIC 9(7) VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "RiskReviewsDue.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Overdue enhanced reviews - runs after the monthly AML
      *>   risk rating and lists every open customer whose
      *>   enhanced review fell due before the business date,
      *>   grouped by the branch that holds the relationship so
      *>   each branch sees its own follow-ups, with high-rated
      *>   customers first and a subtotal per branch. A review is
      *>   closed off through AML risk maintenance, which starts
      *>   the next cycle.
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

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "OVERDUE ENHANCED REVIEWS AT " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CUSTOMER  NAME                           RT OV SCORE"
           DELIMITED BY SIZE
           "  LAST REVIEW  DUE       DAYS OVER" DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       SORT SortWorkFile
           ON ASCENDING KEY SortBranch SortRank SortDueDate
               SortIDNum
           INPUT PROCEDURE IS FEED-OVERDUE-REVIEWS
           OUTPUT PROCEDURE IS PRINT-OVERDUE-REVIEWS

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "TOTAL OVERDUE " DELIMITED BY SIZE
           WSOverdueCount DELIMITED BY SIZE
           "  HIGH RATED " DELIMITED BY SIZE
           WSHighOverdue DELIMITED BY SIZE
           "  BRANCHES " DELIMITED BY SIZE
           WSBranchesListed DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSOverdueCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "OVERDUE ENHANCED REVIEWS AT " WSBusinessDate
       DISPLAY "REVIEWS OVERDUE:   " WSOverdueCount
       DISPLAY "HIGH RATED:        " WSHighOverdue
       DISPLAY "CLOSED, SKIPPED:   " WSClosedSkipped
       DISPLAY "Review list written to " WSRptName.

       STOP RUN.

       FEED-OVERDUE-REVIEWS.
           OPEN INPUT RiskFile
           IF WSRiskFileStatus NOT = "00"
               DISPLAY "RiskProfile.dat could not be opened - "
                   "no customer has been risk rated"
           ELSE
               OPEN INPUT CustomerFile
               PERFORM FEED-ONE-PROFILE UNTIL WSEOF = "Y"
               CLOSE CustomerFile
               CLOSE RiskFile
           END-IF
           MOVE "N" TO WSEOF.

       FEED-ONE-PROFILE.
           READ RiskFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RkReviewDueDate > 0 AND
                      RkReviewDueDate < WSBusinessDate
                       PERFORM RELEASE-ONE-OVERDUE
                   END-IF
           END-READ.

       RELEASE-ONE-OVERDUE.
           MOVE SPACES TO SortName
           MOVE RkIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CustName TO SortName
           END-READ
           IF WSCustFileStatus = "00" AND AcctClosed
               ADD 1 TO WSClosedSkipped
           ELSE
               MOVE RkBranch TO SortBranch
               IF SortBranch = SPACES
                   MOVE "HO" TO SortBranch
               END-IF
               EVALUATE TRUE
                   WHEN RkHigh MOVE 1 TO SortRank
                   WHEN RkMedium MOVE 2 TO SortRank
                   WHEN OTHER MOVE 3 TO SortRank
               END-EVALUATE
               MOVE RkReviewDueDate TO SortDueDate
               MOVE RkIDNum TO SortIDNum
               MOVE RkRating TO SortRating
               MOVE RkOverride TO SortOverride
               MOVE RkScore TO SortScore
               MOVE RkLastReviewDate TO SortLastReview
               MOVE "D" TO WSDcAction
               MOVE RkReviewDueDate TO WSDcDate1
               MOVE WSBusinessDate TO WSDcDate2
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               MOVE WSDcAmount TO SortDaysOver
               RELEASE SortRecord
           END-IF.

       PRINT-OVERDUE-REVIEWS.
           PERFORM PRINT-ONE-OVERDUE UNTIL WSEOF = "Y"
           IF WSFirstBranch = "N"
               PERFORM PRINT-BRANCH-SUBTOTAL
           END-IF.

       PRINT-ONE-OVERDUE.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSFirstBranch = "Y" OR
                      SortBranch NOT = WSCurrentBranch
                       IF WSFirstBranch = "N"
                           PERFORM PRINT-BRANCH-SUBTOTAL
                       END-IF
                       PERFORM START-BRANCH-GROUP
                   END-IF
                   ADD 1 TO WSBranchCount
                   ADD 1 TO WSOverdueCount
                   IF SortRating = "H"
                       ADD 1 TO WSBranchHigh
                       ADD 1 TO WSHighOverdue
                   END-IF
                   MOVE SPACES TO WSRptLine
                   STRING SortIDNum DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       SortName DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SortRating DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SortOverride DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SortScore DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       SortLastReview DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       SortDueDate DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SortDaysOver DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
           END-RETURN.

       START-BRANCH-GROUP.
           MOVE "N" TO WSFirstBranch
           MOVE SortBranch TO WSCurrentBranch
           MOVE 0 TO WSBranchCount
           MOVE 0 TO WSBranchHigh
           ADD 1 TO WSBranchesListed
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "BRANCH " DELIMITED BY SIZE
               WSCurrentBranch DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-BRANCH-SUBTOTAL.
           MOVE SPACES TO WSRptLine
           STRING "  BRANCH " DELIMITED BY SIZE
               WSCurrentBranch DELIMITED BY SIZE
               " OVERDUE " DELIMITED BY SIZE
               WSBranchCount DELIMITED BY SIZE
               "  HIGH RATED " DELIMITED BY SIZE
               WSBranchHigh DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
