       >> SOURCE FORMAT FREE
       identification division.
       program-id. HOLDRPT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ReturnedMailFile ASSIGN TO "ReturnedMail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRtnFileStatus.

           SELECT SortWorkFile ASSIGN TO "HOLDRWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD ReturnedMailFile.
       COPY RTNMAIL.

      *>   Longest on hold first within a branch.
       SD SortWorkFile.
       01 SortRecord.
           02 SortBranch PIC X(4).
           02 SortHoldDate PIC 9(8).
           02 SortIDNum PIC 9(5).
           02 SortName PIC X(30).
           02 SortDaysHeld PIC 9(5).
           02 SortReturns PIC 9(3).
           02 SortLastDoc PIC X(1).
           02 SortLastReturn PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSRtnFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSRtnEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "HOLDRPT ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSCurrentBranch PIC X(4) VALUE SPACES.
       01 WSFirstBranch PIC A(1) VALUE "Y".
       01 WSBranchCount PIC 9(5) VALUE 0.
       01 WSBranchLong PIC 9(5) VALUE 0.
       01 WSHeldCount PIC 9(7) VALUE 0.
       01 WSLongHeldCount PIC 9(7) VALUE 0.
       01 WSBranchesListed PIC 9(5) VALUE 0.
       01 WSClosedSkipped PIC 9(7) VALUE 0.

      *>   A customer on hold this long is flagged on the report -
      *>   the branch has had a full statement cycle and more to
      *>   reach them.
       01 WSLongHoldDays PIC 9(5) VALUE 90.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "HoldMail.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
       01 WSLongFlag PIC X(4) VALUE SPACES.

      *>   Hold-mail report - lists every open customer whose
      *>   address is marked unverified after the post office sent
      *>   something back, grouped by branch with the longest held
      *>   first. Shows when the hold went on, how many days it has
      *>   been on, how many items came back since and what the
      *>   last one was, so the branch can chase a new address.
      *>   The hold comes off through returned-mail maintenance or
      *>   when a teller confirms the address at the counter.
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
       STRING "CUSTOMERS ON HOLD-MAIL AT " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CUSTOMER  NAME                           HELD SINCE"
           DELIMITED BY SIZE
           "  DAYS  RETURNS LAST  ON" DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       SORT SortWorkFile
           ON ASCENDING KEY SortBranch SortHoldDate SortIDNum
           INPUT PROCEDURE IS FEED-HELD-CUSTOMERS
           OUTPUT PROCEDURE IS PRINT-HELD-CUSTOMERS

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "TOTAL ON HOLD " DELIMITED BY SIZE
           WSHeldCount DELIMITED BY SIZE
           "  OVER " DELIMITED BY SIZE
           WSLongHoldDays DELIMITED BY SIZE
           " DAYS " DELIMITED BY SIZE
           WSLongHeldCount DELIMITED BY SIZE
           "  BRANCHES " DELIMITED BY SIZE
           WSBranchesListed DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSHeldCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "CUSTOMERS ON HOLD-MAIL AT " WSBusinessDate
       DISPLAY "ON HOLD:           " WSHeldCount
       DISPLAY "OVER " WSLongHoldDays " DAYS:     " WSLongHeldCount
       DISPLAY "CLOSED, SKIPPED:   " WSClosedSkipped
       DISPLAY "Hold-mail list written to " WSRptName.

       STOP RUN.

       FEED-HELD-CUSTOMERS.
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "no hold-mail list produced"
           ELSE
               PERFORM FEED-ONE-CUSTOMER UNTIL WSEOF = "Y"
               CLOSE CustomerFile
           END-IF
           MOVE "N" TO WSEOF.

       FEED-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CustAddrUnverified
                       IF AcctClosed
                           ADD 1 TO WSClosedSkipped
                       ELSE
                           PERFORM RELEASE-ONE-HELD
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-HELD.
           MOVE CustBranch TO SortBranch
           IF SortBranch = SPACES
               MOVE "HO" TO SortBranch
           END-IF
           MOVE CustMailHoldDate TO SortHoldDate
           IF SortHoldDate IS NOT NUMERIC
               MOVE 0 TO SortHoldDate
           END-IF
           MOVE IDNum TO SortIDNum
           MOVE CustName TO SortName
           MOVE 0 TO SortDaysHeld
           IF SortHoldDate > 0
               MOVE "D" TO WSDcAction
               MOVE SortHoldDate TO WSDcDate1
               MOVE WSBusinessDate TO WSDcDate2
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               IF WSDcStatus = 0 AND WSDcAmount > 0
                   MOVE WSDcAmount TO SortDaysHeld
               END-IF
           END-IF
           PERFORM COUNT-CUSTOMER-RETURNS
           RELEASE SortRecord.

      *>   Only the returns since the hold went on are counted - an
      *>   earlier hold that was lifted is history.
       COUNT-CUSTOMER-RETURNS.
           MOVE 0 TO SortReturns
           MOVE SPACE TO SortLastDoc
           MOVE 0 TO SortLastReturn
           MOVE "N" TO WSRtnEOF
           OPEN INPUT ReturnedMailFile
           IF WSRtnFileStatus = "00"
               PERFORM COUNT-ONE-RETURN UNTIL WSRtnEOF = "Y"
               CLOSE ReturnedMailFile
           END-IF.

       COUNT-ONE-RETURN.
           READ ReturnedMailFile
               AT END MOVE "Y" TO WSRtnEOF
               NOT AT END
                   IF RmIDNum = SortIDNum AND RmReturned
                      AND RmDate >= SortHoldDate
                       IF SortReturns < 999
                           ADD 1 TO SortReturns
                       END-IF
                       IF RmDate >= SortLastReturn
                           MOVE RmDate TO SortLastReturn
                           MOVE RmDocType TO SortLastDoc
                       END-IF
                   END-IF
           END-READ.

       PRINT-HELD-CUSTOMERS.
           PERFORM PRINT-ONE-HELD UNTIL WSEOF = "Y"
           IF WSFirstBranch = "N"
               PERFORM PRINT-BRANCH-SUBTOTAL
           END-IF.

       PRINT-ONE-HELD.
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
                   ADD 1 TO WSHeldCount
                   MOVE SPACES TO WSLongFlag
                   IF SortDaysHeld > WSLongHoldDays
                       ADD 1 TO WSBranchLong
                       ADD 1 TO WSLongHeldCount
                       MOVE "LONG" TO WSLongFlag
                   END-IF
                   MOVE SPACES TO WSRptLine
                   STRING SortIDNum DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       SortName DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SortHoldDate DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       SortDaysHeld DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SortReturns DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       SortLastDoc DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       SortLastReturn DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSLongFlag DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
           END-RETURN.

       START-BRANCH-GROUP.
           MOVE "N" TO WSFirstBranch
           MOVE SortBranch TO WSCurrentBranch
           MOVE 0 TO WSBranchCount
           MOVE 0 TO WSBranchLong
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
               " ON HOLD " DELIMITED BY SIZE
               WSBranchCount DELIMITED BY SIZE
               "  LONG HELD " DELIMITED BY SIZE
               WSBranchLong DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
