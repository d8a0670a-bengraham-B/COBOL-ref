       >> SOURCE FORMAT FREE
       identification division.
       program-id. RELSTMT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT TermDepositFile ASSIGN TO "TermDeposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTDFileStatus.

           SELECT LoanFile ASSIGN TO "LoanMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT ScheduleFile ASSIGN TO "LoanSchedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSchedFileStatus.

           SELECT TranCodeFile ASSIGN TO "TranCodes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCodeFileStatus.

           SELECT SortWorkFile ASSIGN TO "RELSTWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD TermDepositFile.
       COPY TDEPREC.

       FD LoanFile.
       COPY LOANREC.

       FD ScheduleFile.
       COPY LOANSCHD.

       FD TranCodeFile.
       COPY TRNCDREC.

      *>   One marker per account (date zero, so it sorts first)
      *>   and one line per item on the account in the month.
       SD SortWorkFile.
       01 SortRecord.
           02 SortIdentity PIC 9(5).
           02 SortAccount PIC 9(5).
           02 SortDate PIC 9(8).
           02 SortTranID PIC X(16).
           02 SortLineType PIC X(1).
               88 SortAccountMarker VALUE "A".
               88 SortItemLine VALUE "T".
           02 SortAmount PIC S9(11)V99.
           02 SortStmtText PIC X(30).
           02 SortCounterparty PIC X(30).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTDFileStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.
       01 WSRequestID PIC 9(5) VALUE 0.
       01 WSRequestMonth PIC 9(6) VALUE 0.
       01 WSPeriod PIC 9(6) VALUE 0.
       01 WSBusinessPeriod PIC 9(6) VALUE 0.
       01 WSPeriodStart PIC 9(8) VALUE 0.
       01 WSPeriodEnd PIC 9(8) VALUE 0.
       01 WSValueDate PIC 9(8) VALUE 0.
       01 WSRunMode PIC X(1) VALUE "M".
           88 WSMonthEndRun VALUE "M".
           88 WSOnRequest VALUE "R".

      *>   Run-control hookup - a restarted stream skips the
      *>   month-end run when it already completed clean for the
      *>   business date. A statement on request is not tracked.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "RELSTMT ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   The shared TRANHIST reader feeds everything from the
      *>   start of the month on - the archived period and then
      *>   the live file - and this record area parses each one.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

      *>   Transaction code table - the statement wording behind
      *>   the code bands, as the cycle statement prints it.
       01 WSCodeFileStatus PIC X(2) VALUE "00".
       01 WSCodeTable.
           02 WSCodeEntry OCCURS 30 TIMES
               INDEXED BY WSCodeIdx.
               03 WSCodeLow PIC 9(4).
               03 WSCodeHigh PIC 9(4).
               03 WSCodeText PIC X(30).
       01 WSCodeCount PIC 99 VALUE 0.
       01 WSCodeEOF PIC A(1) VALUE "N".
       01 WSLookupCode PIC 9(4) VALUE 0.
       01 WSFoundText PIC X(30) VALUE SPACES.

      *>   Identities the run covers - every active premier
      *>   identity at month-end, or the one asked for.
       01 WSIdentityTable.
           02 WSIdnEntry OCCURS 500 TIMES INDEXED BY WSIdnIdx.
               03 WSIdnCustomer PIC 9(5).
       01 WSIdentityCount PIC 999 VALUE 0.
       01 WSIdentityLost PIC 9(5) VALUE 0.
       01 WSWorkIdentity PIC 9(5) VALUE 0.
       01 WSIdentitySlot PIC 999 VALUE 0.

      *>   Every open account those identities hold - the identity
      *>   record and its secondary accounts through CustOwnerID -
      *>   with the movement since the start of the month, so the
      *>   opening balance is today's balance less that movement.
       01 WSAccountTable.
           02 WSActEntry OCCURS 1000 TIMES INDEXED BY WSActIdx.
               03 WSActAccount PIC 9(5).
               03 WSActIdentity PIC 9(5).
               03 WSActProduct PIC X(3).
               03 WSActCurrency PIC X(3).
               03 WSActBalance PIC S9(11)V99.
               03 WSActMovement PIC S9(11)V99.
               03 WSActCredits PIC S9(11)V99.
               03 WSActDebits PIC S9(11)V99.
       01 WSAccountCount PIC 9(4) VALUE 0.
       01 WSAccountLost PIC 9(5) VALUE 0.
       01 WSWorkAccount PIC 9(5) VALUE 0.
       01 WSAccountSlot PIC 9(4) VALUE 0.

       01 WSDepositTable.
           02 WSDepEntry OCCURS 500 TIMES INDEXED BY WSDepIdx.
               03 WSDepIdentity PIC 9(5).
               03 WSDepNumber PIC 9(7).
               03 WSDepCurrency PIC X(3).
               03 WSDepPrincipal PIC S9(9)V99.
               03 WSDepRate PIC 9V9999.
               03 WSDepMaturity PIC 9(8).
       01 WSDepositCount PIC 999 VALUE 0.

       01 WSLoanTable.
           02 WSLnEntry OCCURS 500 TIMES INDEXED BY WSLnIdx.
               03 WSLnIdentity PIC 9(5).
               03 WSLnNumber PIC 9(7).
               03 WSLnCurrency PIC X(3).
               03 WSLnOutstanding PIC S9(9)V99.
               03 WSLnNextDue PIC 9(8).
               03 WSLnNextAmount PIC S9(9)V99.
       01 WSLoanCount PIC 999 VALUE 0.
       01 WSHoldingsLost PIC 9(5) VALUE 0.

       01 WSCurrentCurrency PIC X(3) VALUE "ZAR".
       01 WSItemAmount PIC S9(11)V99 VALUE 0.
       01 WSItemDate PIC 9(8) VALUE 0.
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxMissing PIC 9(5) VALUE 0.
       01 WSHomeAmount PIC S9(13)V99 VALUE 0.

      *>   The statement being printed off the sort.
       01 WSCurrentIdentity PIC 9(5) VALUE 0.
       01 WSCurrentAccount PIC 9(5) VALUE 0.
       01 WSIdentityOpen PIC A(1) VALUE "N".
       01 WSAccountOpen PIC A(1) VALUE "N".
       01 WSOpeningBalance PIC S9(11)V99 VALUE 0.
       01 WSClosingBalance PIC S9(11)V99 VALUE 0.
       01 WSRunningBalance PIC S9(11)V99 VALUE 0.
       01 WSNetWorth PIC S9(13)V99 VALUE 0.
       01 WSDisplayName PIC X(32) VALUE SPACES.
       01 WSHoldBranch PIC X(4) VALUE SPACES.

       01 WSStatementsProduced PIC 9(5) VALUE 0.
       01 WSStatementsHeld PIC 9(5) VALUE 0.

       01 WSMoneyOut PIC +Z(9)9.99.
       01 WSMoneyOut2 PIC +Z(9)9.99.
       01 WSNetWorthOut PIC +Z(11)9.99.
       01 WSRatePercent PIC 99V99 VALUE 0.
       01 WSRateOut PIC Z9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Consolidated relationship statement - one statement per
      *>   identity covering everything it holds with us: each
      *>   account (the identity record and its secondary accounts
      *>   through CustOwnerID) with its opening and closing
      *>   balance for the month and the month's activity, every
      *>   open term deposit with its rate and maturity date, every
      *>   active loan with what is outstanding and the next
      *>   installment, and the net worth with us in home currency.
      *>   At month-end it runs for every active premier identity;
      *>   a branch can run it for any one customer on request,
      *>   for this month or an earlier one. History comes through
      *>   the shared TRANHIST reader, so a month the archive cutover
      *>   has moved off the live file still prints. A statement
      *>   whose address returned post is kept at the branch.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       DIVIDE WSBusinessDate BY 100 GIVING WSBusinessPeriod
       DISPLAY "Customer ID for a statement on request "
           "(0 for the month-end premier run): " WITH NO ADVANCING
       ACCEPT WSRequestID
       IF WSRequestID = 0
           SET WSMonthEndRun TO TRUE
           MOVE WSBusinessPeriod TO WSPeriod
       ELSE
           SET WSOnRequest TO TRUE
           DISPLAY "Statement month (YYYYMM, 0 for this month): "
               WITH NO ADVANCING
           ACCEPT WSRequestMonth
           IF WSRequestMonth = 0
               MOVE WSBusinessPeriod TO WSPeriod
           ELSE
               MOVE WSRequestMonth TO WSPeriod
           END-IF
           IF WSPeriod > WSBusinessPeriod
               DISPLAY "Month " WSPeriod " has not started - "
                   "no statement"
               STOP RUN
           END-IF
       END-IF
       COMPUTE WSPeriodStart = (WSPeriod * 100) + 1
       COMPUTE WSPeriodEnd = (WSPeriod * 100) + 31
       IF WSPeriod = WSBusinessPeriod
           MOVE WSBusinessDate TO WSValueDate
       ELSE
           MOVE WSPeriodEnd TO WSValueDate
       END-IF

       IF WSMonthEndRun
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
       END-IF

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "no relationship statements"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WSMonthEndRun
           PERFORM COLLECT-PREMIER-IDENTITIES
       ELSE
           PERFORM COLLECT-REQUESTED-IDENTITY
       END-IF
       IF WSIdentityCount = 0
           CLOSE CustomerFile
           DISPLAY "No identities to state for " WSPeriod
           IF WSMonthEndRun
               MOVE "C" TO WSRunAction
               CALL 'RUNCTL' USING WSRunAction, WSRunDate,
                   WSRunStep, WSRunCount, WSRunRC, WSRunDone
           END-IF
           STOP RUN
       END-IF
       PERFORM COLLECT-IDENTITY-ACCOUNTS
       PERFORM LOAD-OPEN-DEPOSITS
       PERFORM LOAD-ACTIVE-LOANS
       PERFORM LOAD-TRANCODE-TABLE

       MOVE SPACES TO WSRptName
       IF WSMonthEndRun
           STRING "RelationStmt" DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WSRptName
           END-STRING
       ELSE
           STRING "RelationStmt" DELIMITED BY SIZE
               WSRequestID DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WSRptName
           END-STRING
       END-IF
       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "CONSOLIDATED RELATIONSHIP STATEMENT - "
           DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       SORT SortWorkFile
           ON ASCENDING KEY SortIdentity SortAccount SortDate
               SortTranID
           INPUT PROCEDURE IS FEED-RELATIONSHIP-LINES
           OUTPUT PROCEDURE IS PRINT-RELATIONSHIP-STATEMENTS

       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       CLOSE CustomerFile

       IF WSMonthEndRun
           MOVE WSStatementsProduced TO WSRunCount
           MOVE "C" TO WSRunAction
           CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
               WSRunCount, WSRunRC, WSRunDone
       END-IF
       IF WSIdentityLost > 0 OR WSAccountLost > 0 OR
           WSHoldingsLost > 0 OR WSFxMissing > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "RELATIONSHIP STATEMENTS FOR " WSPeriod
       DISPLAY "STATEMENTS PRODUCED: " WSStatementsProduced
       DISPLAY "HELD AT BRANCH:      " WSStatementsHeld
       DISPLAY "ACCOUNTS STATED:     " WSAccountCount
       DISPLAY "DEPOSITS STATED:     " WSDepositCount
       DISPLAY "LOANS STATED:        " WSLoanCount
       IF WSIdentityLost > 0 OR WSAccountLost > 0 OR
           WSHoldingsLost > 0
           DISPLAY "LEFT OFF - TABLES FULL: identities "
               WSIdentityLost " accounts " WSAccountLost
               " holdings " WSHoldingsLost
       END-IF
       IF WSFxMissing > 0
           DISPLAY "NO FX RATE:          " WSFxMissing
               " amounts taken at par"
       END-IF
       DISPLAY "Statement file: " WSRptName.

       STOP RUN.

       COLLECT-PREMIER-IDENTITIES.
           MOVE "N" TO WSEOF
           PERFORM COLLECT-ONE-PREMIER UNTIL WSEOF = "Y".

       COLLECT-ONE-PREMIER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AcctActive AND IDNum NOT = WSSuspenseID
                       AND SegPremier
                       AND (CustOwnerID IS NOT NUMERIC
                            OR CustOwnerID = 0)
                       MOVE IDNum TO WSWorkIdentity
                       PERFORM ADD-IDENTITY
                   END-IF
           END-READ.

       COLLECT-REQUESTED-IDENTITY.
      *>     Asked for on a secondary account, the statement is
      *>     the owning identity's.
           MOVE WSRequestID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " WSRequestID " not on file"
               NOT INVALID KEY
                   IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
                       MOVE CustOwnerID TO WSWorkIdentity
                   ELSE
                       MOVE IDNum TO WSWorkIdentity
                   END-IF
                   PERFORM ADD-IDENTITY
           END-READ.

       ADD-IDENTITY.
           IF WSIdentityCount >= 500
               ADD 1 TO WSIdentityLost
               DISPLAY "Identity table full at 500 - "
                   WSWorkIdentity " not stated"
           ELSE
               ADD 1 TO WSIdentityCount
               SET WSIdnIdx TO WSIdentityCount
               MOVE WSWorkIdentity TO WSIdnCustomer (WSIdnIdx)
           END-IF.

       FIND-IDENTITY-SLOT.
           MOVE 0 TO WSIdentitySlot
           PERFORM CHECK-ONE-IDENTITY-SLOT
               VARYING WSIdnIdx FROM 1 BY 1
               UNTIL WSIdnIdx > WSIdentityCount
                   OR WSIdentitySlot > 0.

       CHECK-ONE-IDENTITY-SLOT.
           IF WSIdnCustomer (WSIdnIdx) = WSWorkIdentity
               SET WSIdentitySlot TO WSIdnIdx
           END-IF.

       COLLECT-IDENTITY-ACCOUNTS.
           MOVE 0 TO IDNum
           MOVE "N" TO WSEOF
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE "Y" TO WSEOF
           END-START
           PERFORM COLLECT-ONE-ACCOUNT UNTIL WSEOF = "Y".

       COLLECT-ONE-ACCOUNT.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT AcctClosed AND IDNum NOT = WSSuspenseID
                       IF CustOwnerID IS NUMERIC AND CustOwnerID > 0
                           MOVE CustOwnerID TO WSWorkIdentity
                       ELSE
                           MOVE IDNum TO WSWorkIdentity
                       END-IF
                       PERFORM FIND-IDENTITY-SLOT
                       IF WSIdentitySlot > 0
                           PERFORM ADD-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

       ADD-ACCOUNT.
           IF WSAccountCount >= 1000
               ADD 1 TO WSAccountLost
               DISPLAY "Account table full at 1000 - " IDNum
                   " not stated"
           ELSE
               ADD 1 TO WSAccountCount
               SET WSActIdx TO WSAccountCount
               MOVE IDNum TO WSActAccount (WSActIdx)
               MOVE WSWorkIdentity TO WSActIdentity (WSActIdx)
               MOVE CustProductCode TO WSActProduct (WSActIdx)
               MOVE CustCurrency TO WSActCurrency (WSActIdx)
               IF CustCurrency = SPACES
                   MOVE "ZAR" TO WSActCurrency (WSActIdx)
               END-IF
               MOVE CustBalance TO WSActBalance (WSActIdx)
               MOVE 0 TO WSActMovement (WSActIdx)
               MOVE 0 TO WSActCredits (WSActIdx)
               MOVE 0 TO WSActDebits (WSActIdx)
           END-IF.

       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WSAccountSlot
           PERFORM CHECK-ONE-ACCOUNT-SLOT
               VARYING WSActIdx FROM 1 BY 1
               UNTIL WSActIdx > WSAccountCount
                   OR WSAccountSlot > 0.

       CHECK-ONE-ACCOUNT-SLOT.
           IF WSActAccount (WSActIdx) = WSWorkAccount
               SET WSAccountSlot TO WSActIdx
           END-IF.

       LOAD-OPEN-DEPOSITS.
           MOVE "N" TO WSEOF
           OPEN INPUT TermDepositFile
           IF WSTDFileStatus = "00"
               PERFORM LOAD-ONE-DEPOSIT UNTIL WSEOF = "Y"
               CLOSE TermDepositFile
           END-IF.

       LOAD-ONE-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDOpen
                       MOVE TDCustomerID TO WSWorkAccount
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WSAccountSlot > 0
                           PERFORM ADD-DEPOSIT
                       END-IF
                   END-IF
           END-READ.

       ADD-DEPOSIT.
           IF WSDepositCount >= 500
               ADD 1 TO WSHoldingsLost
           ELSE
               ADD 1 TO WSDepositCount
               SET WSDepIdx TO WSDepositCount
               SET WSActIdx TO WSAccountSlot
               MOVE WSActIdentity (WSActIdx)
                   TO WSDepIdentity (WSDepIdx)
               MOVE WSActCurrency (WSActIdx)
                   TO WSDepCurrency (WSDepIdx)
               MOVE TDNumber TO WSDepNumber (WSDepIdx)
               MOVE TDPrincipal TO WSDepPrincipal (WSDepIdx)
               MOVE TDRate TO WSDepRate (WSDepIdx)
               MOVE TDMaturityDate TO WSDepMaturity (WSDepIdx)
           END-IF.

       LOAD-ACTIVE-LOANS.
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM LOAD-ONE-LOAN UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF
           IF WSLoanCount > 0
               MOVE "N" TO WSEOF
               OPEN INPUT ScheduleFile
               IF WSSchedFileStatus = "00"
                   PERFORM FIND-ONE-NEXT-INSTALLMENT
                       UNTIL WSEOF = "Y"
                   CLOSE ScheduleFile
               END-IF
           END-IF.

       LOAD-ONE-LOAN.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnActive
                       MOVE LnCustomerID TO WSWorkAccount
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WSAccountSlot > 0
                           PERFORM ADD-LOAN
                       END-IF
                   END-IF
           END-READ.

       ADD-LOAN.
           IF WSLoanCount >= 500
               ADD 1 TO WSHoldingsLost
           ELSE
               ADD 1 TO WSLoanCount
               SET WSLnIdx TO WSLoanCount
               SET WSActIdx TO WSAccountSlot
               MOVE WSActIdentity (WSActIdx)
                   TO WSLnIdentity (WSLnIdx)
               MOVE WSActCurrency (WSActIdx)
                   TO WSLnCurrency (WSLnIdx)
               MOVE LnNumber TO WSLnNumber (WSLnIdx)
               MOVE LnOutstanding TO WSLnOutstanding (WSLnIdx)
               MOVE 0 TO WSLnNextDue (WSLnIdx)
               MOVE 0 TO WSLnNextAmount (WSLnIdx)
           END-IF.

       FIND-ONE-NEXT-INSTALLMENT.
      *>     The next installment is the earliest one still due.
           READ ScheduleFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LsDue
                       PERFORM CHECK-ONE-LOAN-INSTALLMENT
                           VARYING WSLnIdx FROM 1 BY 1
                           UNTIL WSLnIdx > WSLoanCount
                   END-IF
           END-READ.

       CHECK-ONE-LOAN-INSTALLMENT.
           IF WSLnNumber (WSLnIdx) = LsLoanNumber
               IF WSLnNextDue (WSLnIdx) = 0 OR
                   LsDueDate < WSLnNextDue (WSLnIdx)
                   MOVE LsDueDate TO WSLnNextDue (WSLnIdx)
                   MOVE LsAmount TO WSLnNextAmount (WSLnIdx)
               END-IF
           END-IF.

       LOAD-TRANCODE-TABLE.
           MOVE 0 TO WSCodeCount
           MOVE "N" TO WSCodeEOF
           OPEN INPUT TranCodeFile
           IF WSCodeFileStatus = "00"
               PERFORM LOAD-ONE-TRANCODE UNTIL WSCodeEOF = "Y"
               CLOSE TranCodeFile
           END-IF.

       LOAD-ONE-TRANCODE.
           READ TranCodeFile
               AT END MOVE "Y" TO WSCodeEOF
               NOT AT END
                   IF WSCodeCount < 30
                       ADD 1 TO WSCodeCount
                       SET WSCodeIdx TO WSCodeCount
                       MOVE TcLowCode TO WSCodeLow (WSCodeIdx)
                       MOVE TcHighCode TO WSCodeHigh (WSCodeIdx)
                       MOVE TcStatementText
                           TO WSCodeText (WSCodeIdx)
                       IF TcStatementText = SPACES
                           MOVE TcShortDesc
                               TO WSCodeText (WSCodeIdx)
                       END-IF
                   END-IF
           END-READ.

       FIND-STATEMENT-TEXT.
           MOVE SPACES TO WSFoundText
           PERFORM CHECK-ONE-TRANCODE
               VARYING WSCodeIdx FROM 1 BY 1
               UNTIL WSCodeIdx > WSCodeCount
           IF WSFoundText = SPACES
               MOVE WSLookupCode TO WSFoundText (1:4)
           END-IF.

       CHECK-ONE-TRANCODE.
           IF WSLookupCode >= WSCodeLow (WSCodeIdx) AND
               WSLookupCode <= WSCodeHigh (WSCodeIdx)
               MOVE WSCodeText (WSCodeIdx) TO WSFoundText
           END-IF.

       FEED-RELATIONSHIP-LINES.
           PERFORM RELEASE-ACCOUNT-MARKER
               VARYING WSActIdx FROM 1 BY 1
               UNTIL WSActIdx > WSAccountCount
           MOVE "O" TO WSHistAction
           MOVE "B" TO WSHistScope
           MOVE WSPeriodStart TO WSHistFrom
           MOVE 0 TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM FEED-ONE-HISTORY-RECORD
               UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       RELEASE-ACCOUNT-MARKER.
           MOVE SPACES TO SortRecord
           MOVE WSActIdentity (WSActIdx) TO SortIdentity
           MOVE WSActAccount (WSActIdx) TO SortAccount
           MOVE 0 TO SortDate
           MOVE 0 TO SortAmount
           SET SortAccountMarker TO TRUE
           RELEASE SortRecord.

       FEED-ONE-HISTORY-RECORD.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               COMPUTE WSItemDate = (TranYear * 10000)
                   + (TranMonth * 100) + TranDay
               PERFORM FEED-SENDER-SIDE
               PERFORM FEED-RECEIVER-SIDE
           END-IF.

       FEED-SENDER-SIDE.
           IF TranSenderID NOT = 0
               MOVE TranSenderID TO WSWorkAccount
               PERFORM FIND-ACCOUNT-SLOT
               IF WSAccountSlot > 0
                   SET WSActIdx TO WSAccountSlot
                   PERFORM SET-ITEM-ACCOUNT-AMOUNT
                   SUBTRACT WSItemAmount FROM WSActMovement (WSActIdx)
                   IF WSItemDate <= WSPeriodEnd
                       ADD WSItemAmount TO WSActDebits (WSActIdx)
                       COMPUTE SortAmount = 0 - WSItemAmount
                       MOVE TranReceiver (1:30) TO SortCounterparty
                       PERFORM RELEASE-ITEM-LINE
                   END-IF
               END-IF
           END-IF.

       FEED-RECEIVER-SIDE.
           IF TranReceiverID NOT = 0
               AND TranReceiverID NOT = TranSenderID
               MOVE TranReceiverID TO WSWorkAccount
               PERFORM FIND-ACCOUNT-SLOT
               IF WSAccountSlot > 0
                   SET WSActIdx TO WSAccountSlot
                   PERFORM SET-ITEM-ACCOUNT-AMOUNT
                   ADD WSItemAmount TO WSActMovement (WSActIdx)
                   IF WSItemDate <= WSPeriodEnd
                       ADD WSItemAmount TO WSActCredits (WSActIdx)
                       MOVE WSItemAmount TO SortAmount
                       MOVE TranSender (1:30) TO SortCounterparty
                       PERFORM RELEASE-ITEM-LINE
                   END-IF
               END-IF
           END-IF.

       RELEASE-ITEM-LINE.
           MOVE WSActIdentity (WSActIdx) TO SortIdentity
           MOVE WSActAccount (WSActIdx) TO SortAccount
           MOVE WSItemDate TO SortDate
           MOVE TranID TO SortTranID
           SET SortItemLine TO TRUE
           MOVE TranCode TO WSLookupCode
           PERFORM FIND-STATEMENT-TEXT
           MOVE WSFoundText TO SortStmtText
           RELEASE SortRecord.

       SET-ITEM-ACCOUNT-AMOUNT.
      *>     The item in the account's own currency, as the cycle
      *>     statement takes it.
           MOVE WSActCurrency (WSActIdx) TO WSCurrentCurrency
           IF TranCurrency = WSCurrentCurrency OR
              (TranCurrency = SPACES AND WSCurrentCurrency = "ZAR")
               MOVE TranAmount TO WSItemAmount
           ELSE
               IF WSCurrentCurrency = "ZAR"
                   MOVE TranHomeAmount TO WSItemAmount
               ELSE
                   MOVE WSItemDate TO WSFxDate
                   CALL 'FXRATE' USING WSCurrentCurrency, WSFxDate,
                       WSFxMidRate, WSFxEffDate, WSFxStatus
                   IF NOT WSFxFound
                       MOVE 1 TO WSFxMidRate
                       ADD 1 TO WSFxMissing
                   END-IF
                   COMPUTE WSItemAmount ROUNDED =
                       TranHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       PRINT-RELATIONSHIP-STATEMENTS.
           MOVE "N" TO WSEOF
           MOVE "N" TO WSIdentityOpen
           MOVE "N" TO WSAccountOpen
           PERFORM PRINT-ONE-SORTED-LINE UNTIL WSEOF = "Y"
           IF WSAccountOpen = "Y"
               PERFORM CLOSE-CURRENT-ACCOUNT
           END-IF
           IF WSIdentityOpen = "Y"
               PERFORM CLOSE-CURRENT-IDENTITY
           END-IF.

       PRINT-ONE-SORTED-LINE.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSIdentityOpen = "N" OR
                       SortIdentity NOT = WSCurrentIdentity
                       IF WSAccountOpen = "Y"
                           PERFORM CLOSE-CURRENT-ACCOUNT
                       END-IF
                       IF WSIdentityOpen = "Y"
                           PERFORM CLOSE-CURRENT-IDENTITY
                       END-IF
                       PERFORM OPEN-NEW-IDENTITY
                   END-IF
                   IF WSAccountOpen = "N" OR
                       SortAccount NOT = WSCurrentAccount
                       IF WSAccountOpen = "Y"
                           PERFORM CLOSE-CURRENT-ACCOUNT
                       END-IF
                       PERFORM OPEN-NEW-ACCOUNT
                   END-IF
                   IF SortItemLine
                       PERFORM PRINT-ITEM-LINE
                   END-IF
           END-RETURN.

       OPEN-NEW-IDENTITY.
           MOVE SortIdentity TO WSCurrentIdentity
           MOVE "Y" TO WSIdentityOpen
           MOVE 0 TO WSNetWorth
           MOVE SortIdentity TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO CustName
                   MOVE SPACES TO CustAddress
                   MOVE SPACE TO CustMailHold
                   MOVE SPACES TO CustBranch
           END-READ
           CALL 'FMTNAME' USING FirstName, LastName, WSDisplayName
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "RELATIONSHIP STATEMENT - " DELIMITED BY SIZE
               WSDisplayName DELIMITED BY SIZE
               " (CUSTOMER " DELIMITED BY SIZE
               WSCurrentIdentity DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF CustAddrUnverified
               MOVE CustBranch TO WSHoldBranch
               IF WSHoldBranch = SPACES
                   MOVE "HO" TO WSHoldBranch
               END-IF
               MOVE SPACES TO WSRptLine
               STRING "  MAIL HOLD - DO NOT POST, RETAIN AT BRANCH "
                   DELIMITED BY SIZE
                   WSHoldBranch DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               ADD 1 TO WSStatementsHeld
           END-IF
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               CustAddress DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  STATEMENT MONTH " DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               "   VALUES AT " DELIMITED BY SIZE
               WSValueDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       OPEN-NEW-ACCOUNT.
           MOVE SortAccount TO WSCurrentAccount
           MOVE "Y" TO WSAccountOpen
           MOVE SortAccount TO WSWorkAccount
           PERFORM FIND-ACCOUNT-SLOT
           SET WSActIdx TO WSAccountSlot
      *>     Opening is today's balance less everything since the
      *>     first of the month; closing is the opening plus the
      *>     month's own activity.
           COMPUTE WSOpeningBalance = WSActBalance (WSActIdx)
               - WSActMovement (WSActIdx)
           MOVE WSOpeningBalance TO WSRunningBalance
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSOpeningBalance TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  ACCOUNT " DELIMITED BY SIZE
               WSCurrentAccount DELIMITED BY SIZE
               "  PRODUCT " DELIMITED BY SIZE
               WSActProduct (WSActIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSActCurrency (WSActIdx) DELIMITED BY SIZE
               "   OPENING BALANCE " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ITEM-LINE.
           ADD SortAmount TO WSRunningBalance
           MOVE SortAmount TO WSMoneyOut
           MOVE WSRunningBalance TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "    " DELIMITED BY SIZE
               SortDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SortStmtText DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SortCounterparty (1:15) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CLOSE-CURRENT-ACCOUNT.
           MOVE "N" TO WSAccountOpen
           MOVE WSCurrentAccount TO WSWorkAccount
           PERFORM FIND-ACCOUNT-SLOT
           SET WSActIdx TO WSAccountSlot
           COMPUTE WSClosingBalance = WSActBalance (WSActIdx)
               - WSActMovement (WSActIdx)
               + WSActCredits (WSActIdx)
               - WSActDebits (WSActIdx)
           MOVE WSActCredits (WSActIdx) TO WSMoneyOut
           MOVE WSActDebits (WSActIdx) TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "    CREDITS " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "   DEBITS " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSClosingBalance TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "    CLOSING BALANCE " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSActCurrency (WSActIdx) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSActCurrency (WSActIdx) TO WSCurrentCurrency
           MOVE WSClosingBalance TO WSItemAmount
           PERFORM CONVERT-TO-HOME
           ADD WSHomeAmount TO WSNetWorth.

       CLOSE-CURRENT-IDENTITY.
           MOVE "N" TO WSIdentityOpen
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "  TERM DEPOSITS" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-DEPOSIT
               VARYING WSDepIdx FROM 1 BY 1
               UNTIL WSDepIdx > WSDepositCount
           MOVE "  LOANS" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-LOAN
               VARYING WSLnIdx FROM 1 BY 1
               UNTIL WSLnIdx > WSLoanCount
           MOVE WSNetWorth TO WSNetWorthOut
           MOVE SPACES TO WSRptLine
           STRING "  NET WORTH WITH US " DELIMITED BY SIZE
               WSNetWorthOut DELIMITED BY SIZE
               " ZAR" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           ADD 1 TO WSStatementsProduced.

       PRINT-ONE-DEPOSIT.
           IF WSDepIdentity (WSDepIdx) = WSCurrentIdentity
               COMPUTE WSRatePercent = WSDepRate (WSDepIdx) * 100
               MOVE WSRatePercent TO WSRateOut
               MOVE WSDepPrincipal (WSDepIdx) TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "    DEPOSIT " DELIMITED BY SIZE
                   WSDepNumber (WSDepIdx) DELIMITED BY SIZE
                   "  PRINCIPAL " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSDepCurrency (WSDepIdx) DELIMITED BY SIZE
                   "  RATE " DELIMITED BY SIZE
                   WSRateOut DELIMITED BY SIZE
                   "%  MATURES " DELIMITED BY SIZE
                   WSDepMaturity (WSDepIdx) DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE WSDepCurrency (WSDepIdx) TO WSCurrentCurrency
               MOVE WSDepPrincipal (WSDepIdx) TO WSItemAmount
               PERFORM CONVERT-TO-HOME
               ADD WSHomeAmount TO WSNetWorth
           END-IF.

       PRINT-ONE-LOAN.
           IF WSLnIdentity (WSLnIdx) = WSCurrentIdentity
               MOVE WSLnOutstanding (WSLnIdx) TO WSMoneyOut
               MOVE WSLnNextAmount (WSLnIdx) TO WSMoneyOut2
               MOVE SPACES TO WSRptLine
               STRING "    LOAN " DELIMITED BY SIZE
                   WSLnNumber (WSLnIdx) DELIMITED BY SIZE
                   "  OUTSTANDING " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSLnCurrency (WSLnIdx) DELIMITED BY SIZE
                   "  NEXT " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WSLnNextDue (WSLnIdx) DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE WSLnCurrency (WSLnIdx) TO WSCurrentCurrency
               MOVE WSLnOutstanding (WSLnIdx) TO WSItemAmount
               PERFORM CONVERT-TO-HOME
               SUBTRACT WSHomeAmount FROM WSNetWorth
           END-IF.

       CONVERT-TO-HOME.
      *>     Net worth is in home currency at the mid rate on the
      *>     value date.
           IF WSCurrentCurrency = "ZAR" OR WSCurrentCurrency = SPACES
               MOVE WSItemAmount TO WSHomeAmount
           ELSE
               MOVE WSValueDate TO WSFxDate
               CALL 'FXRATE' USING WSCurrentCurrency, WSFxDate,
                   WSFxMidRate, WSFxEffDate, WSFxStatus
               IF NOT WSFxFound
                   MOVE 1 TO WSFxMidRate
                   ADD 1 TO WSFxMissing
               END-IF
               COMPUTE WSHomeAmount ROUNDED =
                   WSItemAmount * WSFxMidRate
           END-IF.
