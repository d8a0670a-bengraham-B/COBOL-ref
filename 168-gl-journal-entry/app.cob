       >> SOURCE FORMAT FREE
       identification division.
       program-id. GLJNL.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAcctFileStatus.

           SELECT GLJournalFile ASSIGN TO "GLJournals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJnlFileStatus.

           SELECT GLJnlSeqFile ASSIGN TO "GLJnlSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJnlSeqStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT ApprSeqFile ASSIGN TO "AppSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprSeqStatus.

       data division.

       FILE SECTION.
       FD GLAccountFile.
       COPY GLACCT.

       FD GLJournalFile.
       COPY GLJENT.

       FD GLJnlSeqFile.
       01 GLJnlSeqRecord.
           02 GLJnlSeqCounter PIC 9(7).

       FD ApprovalFile.
       COPY APPRREC.

       FD ApprSeqFile.
       01 ApprSeqRecord.
           02 ApprSeqCounter PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WSAcctFileStatus PIC X(2) VALUE "00".
       01 WSJnlFileStatus PIC X(2) VALUE "00".
       01 WSJnlSeqStatus PIC X(2) VALUE "00".
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeEnter VALUE "E" "e".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "GLJNL".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSApprItem PIC 9(7) VALUE 0.
       01 WSJournalNumber PIC 9(7) VALUE 0.

      *>   The chart as it stands - a later row for an account
      *>   supersedes an earlier one, the way GLMNT appends.
       01 WSChartTable.
           02 WSChartEntry OCCURS 200 TIMES INDEXED BY WSChartIdx.
               03 WSChartAccount PIC 9(4).
               03 WSChartStatus PIC X(1).
       01 WSChartCount PIC 999 VALUE 0.
       01 WSChartSlot PIC 999 VALUE 0.

      *>   The journal being keyed.
       01 WSJnlNarrative PIC X(40) VALUE SPACES.
       01 WSJnlReference PIC X(12) VALUE SPACES.
       01 WSJnlReversing PIC X(1) VALUE "N".
       01 WSJnlAdjusting PIC X(1) VALUE "N".
       01 WSJnlAdjustYearEnd PIC 9(8) VALUE 0.
       01 WSJnlLineTable.
           02 WSJnlLine OCCURS 20 TIMES.
               03 WSJlAccount PIC 9(4).
               03 WSJlSide PIC X(1).
               03 WSJlAmount PIC S9(11)V99.
       01 WSJnlLineCount PIC 99 VALUE 0.
       01 WSJnlLineSub PIC 99 VALUE 0.
       01 WSJnlDebits PIC S9(13)V99 VALUE 0.
       01 WSJnlCredits PIC S9(13)V99 VALUE 0.
       01 WSLinesDone PIC A(1) VALUE "N".
       01 WSLineAccount PIC 9(4) VALUE 0.
       01 WSLineSide PIC X(1) VALUE SPACE.
       01 WSLineAmount PIC 9(11)V99 VALUE 0.

       01 WSListNumber PIC 9(7) VALUE 0.
       01 WSListCount PIC 9(5) VALUE 0.
       01 WSMoneyOut PIC +Z(11)9.99.
       01 WSMoneyOut2 PIC +Z(11)9.99.

      *>   Closed-year check - an adjustment journal books into the
      *>   latest financial year the year-end close has closed.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

      *>   Manual GL journal entry - accruals, the provision top-up,
      *>   bank charges and corrections that no Transactions.dat
      *>   item produces. The accountant keys a journal of up to 20
      *>   lines against active GLAccounts.dat accounts with a
      *>   narrative and a reference; it must balance, debits to
      *>   credits, before it is kept. It is then queued (GLJRNL)
      *>   for a second person to approve through the approval
      *>   queue, which posts it to GLMovements.dat as source
      *>   GLJRNL - nothing reaches the ledger on one sign-on. A
      *>   journal marked reversing is turned back out by the
      *>   nightly reversal run on the next business date. Once a
      *>   financial year is closed, an auditor's adjustment to it
      *>   is keyed here as an adjustment journal: it posts dated
      *>   the closed year end, the only way back into that year.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       PERFORM RUN-ONE-JOURNAL-MODE UNTIL WSModeExit.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Operator ID" WITH NO ADVANCING
           ACCEPT WSOperatorID
           DISPLAY "Password" WITH NO ADVANCING
           ACCEPT WSOperatorPassword
           CALL 'SIGNON' USING WSOperatorID, WSOperatorPassword,
               WSSignOnStatus, WSOperatorRole, WSProgramName,
               WSOperatorBranch
           EVALUATE TRUE
               WHEN WSSignOnOK CONTINUE
               WHEN WSSignOnLocked
                   DISPLAY "Operator locked out - see a supervisor"
               WHEN WSSignOnExpired
                   DISPLAY "Password expired - change it through "
                       "operator maintenance"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

       RUN-ONE-JOURNAL-MODE.
           DISPLAY SPACES
           DISPLAY "GL Journals - (E)nter journal, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeEnter PERFORM ENTER-GL-JOURNAL
               WHEN WSModeList PERFORM LIST-GL-JOURNALS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose E, L or X"
           END-EVALUATE.

       ENTER-GL-JOURNAL.
           PERFORM LOAD-GL-CHART
           IF WSChartCount = 0
               DISPLAY "No GL accounts are on file - set up the "
                   "chart through GLMNT first"
           ELSE
               DISPLAY "Narrative: " WITH NO ADVANCING
               ACCEPT WSJnlNarrative
               DISPLAY "Reference: " WITH NO ADVANCING
               ACCEPT WSJnlReference
               DISPLAY "Reverse on the next business date (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WSJnlReversing
               IF WSJnlReversing = "y"
                   MOVE "Y" TO WSJnlReversing
               END-IF
               IF WSJnlReversing NOT = "Y"
                   MOVE "N" TO WSJnlReversing
               END-IF
               PERFORM ASK-CLOSED-YEAR-ADJUSTMENT
               EVALUATE TRUE
                   WHEN WSJnlNarrative = SPACES OR
                        WSJnlReference = SPACES
                       DISPLAY "A narrative and a reference are both "
                           "required - nothing kept"
                   WHEN WSJnlAdjusting = "Y" AND
                        WSGlClosedThrough = 0
                       DISPLAY "No financial year has been closed - "
                           "nothing to adjust, nothing kept"
                   WHEN WSJnlAdjusting = "Y" AND WSJnlReversing = "Y"
                       DISPLAY "An adjustment to a closed year cannot "
                           "also reverse - nothing kept"
                   WHEN OTHER
                       PERFORM CAPTURE-JOURNAL-LINES
                       PERFORM CHECK-AND-KEEP-JOURNAL
               END-EVALUATE
           END-IF.

       ASK-CLOSED-YEAR-ADJUSTMENT.
           MOVE 0 TO WSJnlAdjustYearEnd
           CALL 'GLLOCK' USING WSBusinessDate, WSGlClosedThrough,
               WSGlRetainedAcct, WSGlLockStatus
           DISPLAY "Adjustment to the last closed financial year "
               "(Y/N)? " WITH NO ADVANCING
           ACCEPT WSJnlAdjusting
           IF WSJnlAdjusting = "y"
               MOVE "Y" TO WSJnlAdjusting
           END-IF
           IF WSJnlAdjusting NOT = "Y"
               MOVE "N" TO WSJnlAdjusting
           END-IF
           IF WSJnlAdjusting = "Y" AND WSGlClosedThrough > 0
               MOVE WSGlClosedThrough TO WSJnlAdjustYearEnd
               DISPLAY "  Posts dated " WSJnlAdjustYearEnd
                   ", the year end closed"
           END-IF.

       CAPTURE-JOURNAL-LINES.
           MOVE 0 TO WSJnlLineCount
           MOVE 0 TO WSJnlDebits
           MOVE 0 TO WSJnlCredits
           MOVE "N" TO WSLinesDone
           PERFORM CAPTURE-ONE-JOURNAL-LINE UNTIL WSLinesDone = "Y".

       CAPTURE-ONE-JOURNAL-LINE.
           COMPUTE WSJnlLineSub = WSJnlLineCount + 1
           DISPLAY "Line " WSJnlLineSub
               " - GL account (0 when done): " WITH NO ADVANCING
           ACCEPT WSLineAccount
           IF WSLineAccount = 0
               MOVE "Y" TO WSLinesDone
           ELSE
               PERFORM FIND-CHART-SLOT
               DISPLAY "  (D)ebit or (C)redit: " WITH NO ADVANCING
               ACCEPT WSLineSide
               INSPECT WSLineSide CONVERTING "dc" TO "DC"
               DISPLAY "  Amount: " WITH NO ADVANCING
               ACCEPT WSLineAmount
               EVALUATE TRUE
                   WHEN WSChartSlot = 0
                       DISPLAY "  GL account " WSLineAccount
                           " is not on the chart - line not taken"
                   WHEN WSChartStatus (WSChartSlot) NOT = "A"
                       DISPLAY "  GL account " WSLineAccount
                           " is not active - line not taken"
                   WHEN WSLineSide NOT = "D" AND WSLineSide NOT = "C"
                       DISPLAY "  Side must be D or C - line not taken"
                   WHEN WSLineAmount = 0
                       DISPLAY "  Amount must be above zero - line "
                           "not taken"
                   WHEN OTHER
                       PERFORM TAKE-JOURNAL-LINE
               END-EVALUATE
           END-IF.

       TAKE-JOURNAL-LINE.
           ADD 1 TO WSJnlLineCount
           MOVE WSLineAccount TO WSJlAccount (WSJnlLineCount)
           MOVE WSLineSide TO WSJlSide (WSJnlLineCount)
           MOVE WSLineAmount TO WSJlAmount (WSJnlLineCount)
           IF WSLineSide = "D"
               ADD WSLineAmount TO WSJnlDebits
           ELSE
               ADD WSLineAmount TO WSJnlCredits
           END-IF
           MOVE WSJnlDebits TO WSMoneyOut
           MOVE WSJnlCredits TO WSMoneyOut2
           DISPLAY "  Debits " WSMoneyOut "  Credits " WSMoneyOut2
           IF WSJnlLineCount >= 20
               DISPLAY "  Twenty lines is the most one journal takes"
               MOVE "Y" TO WSLinesDone
           END-IF.

       CHECK-AND-KEEP-JOURNAL.
           EVALUATE TRUE
               WHEN WSJnlLineCount < 2
                   DISPLAY "A journal needs at least two lines - "
                       "nothing kept"
               WHEN WSJnlDebits NOT = WSJnlCredits
                   MOVE WSJnlDebits TO WSMoneyOut
                   MOVE WSJnlCredits TO WSMoneyOut2
                   DISPLAY "Journal does not balance - debits "
                       WSMoneyOut " credits " WSMoneyOut2
                       " - nothing kept"
               WHEN OTHER
                   PERFORM NEXT-JOURNAL-NUMBER
                   PERFORM WRITE-JOURNAL-LINES
                   PERFORM WRITE-JOURNAL-APPROVAL-ITEM
                   DISPLAY "Journal " WSJournalNumber " kept and "
                       "queued as item " WSApprItem " - a second "
                       "person approves it through the approval queue"
           END-EVALUATE.

       WRITE-JOURNAL-LINES.
           OPEN EXTEND GLJournalFile
           IF WSJnlFileStatus NOT = "00"
               OPEN OUTPUT GLJournalFile
           END-IF
           PERFORM WRITE-ONE-JOURNAL-LINE
               VARYING WSJnlLineSub FROM 1 BY 1
               UNTIL WSJnlLineSub > WSJnlLineCount
           CLOSE GLJournalFile.

       WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO GLJournalRecord
           MOVE WSJournalNumber TO GjNumber
           MOVE WSJnlLineSub TO GjLine
           MOVE WSBusinessDate TO GjEntryDate
           MOVE WSJlAccount (WSJnlLineSub) TO GjAccount
           MOVE WSJlSide (WSJnlLineSub) TO GjSide
           MOVE WSJlAmount (WSJnlLineSub) TO GjAmount
           MOVE WSJnlNarrative TO GjNarrative
           MOVE WSJnlReference TO GjReference
           MOVE WSJnlReversing TO GjReversing
           SET GjPending TO TRUE
           MOVE WSOperatorID TO GjMaker
           MOVE 0 TO GjPostedDate
           MOVE 0 TO GjReversalDate
           MOVE WSJnlAdjustYearEnd TO GjAdjustYearEnd
           WRITE GLJournalRecord.

       WRITE-JOURNAL-APPROVAL-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE SPACES TO PendingApprovalRecord
           MOVE WSApprItem TO AppItemNumber
           MOVE WSBusinessDate TO AppDate
           ACCEPT AppTime FROM TIME
           MOVE WSOperatorID TO AppMaker
           MOVE "GLJRNL" TO AppAction
           MOVE ZERO TO AppCustomerID
           MOVE WSJnlReversing TO AppNewStatus
           IF WSJnlAdjusting = "Y"
               MOVE "A" TO AppNewStatus
           END-IF
           MOVE WSJnlDebits TO AppAmount
           MOVE "ZAR" TO AppCurrency
           MOVE WSJnlDebits TO AppHomeAmount
           MOVE ZERO TO AppReceiverID
           MOVE SPACES TO AppSenderName
           STRING "GL JOURNAL " DELIMITED BY SIZE
               WSJnlReference DELIMITED BY SIZE
               INTO AppSenderName
           END-STRING
           MOVE WSJnlNarrative TO AppReceiverName
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           MOVE WSJournalNumber TO AppReference
           OPEN EXTEND ApprovalFile
           IF WSApprFileStatus NOT = "00"
               OPEN OUTPUT ApprovalFile
           END-IF
           WRITE PendingApprovalRecord
           CLOSE ApprovalFile.

       NEXT-JOURNAL-NUMBER.
           MOVE 0 TO WSJournalNumber
           OPEN INPUT GLJnlSeqFile
           IF WSJnlSeqStatus = "00"
               READ GLJnlSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE GLJnlSeqCounter TO WSJournalNumber
               END-READ
               CLOSE GLJnlSeqFile
           END-IF
           ADD 1 TO WSJournalNumber
           MOVE WSJournalNumber TO GLJnlSeqCounter
           OPEN OUTPUT GLJnlSeqFile
               WRITE GLJnlSeqRecord
           CLOSE GLJnlSeqFile.

       NEXT-APPROVAL-ITEM-NUMBER.
           MOVE 0 TO WSApprItem
           OPEN INPUT ApprSeqFile
           IF WSApprSeqStatus = "00"
               READ ApprSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE ApprSeqCounter TO WSApprItem
               END-READ
               CLOSE ApprSeqFile
           END-IF
           ADD 1 TO WSApprItem
           MOVE WSApprItem TO ApprSeqCounter
           OPEN OUTPUT ApprSeqFile
               WRITE ApprSeqRecord
           CLOSE ApprSeqFile.

       LOAD-GL-CHART.
           MOVE 0 TO WSChartCount
           MOVE "N" TO WSEOF
           OPEN INPUT GLAccountFile
           IF WSAcctFileStatus = "00"
               PERFORM LOAD-ONE-GL-ACCOUNT UNTIL WSEOF = "Y"
               CLOSE GLAccountFile
           END-IF
           MOVE "N" TO WSEOF.

       LOAD-ONE-GL-ACCOUNT.
           READ GLAccountFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE GLAccountNumber TO WSLineAccount
                   PERFORM FIND-CHART-SLOT
                   IF WSChartSlot = 0 AND WSChartCount < 200
                       ADD 1 TO WSChartCount
                       MOVE WSChartCount TO WSChartSlot
                       MOVE GLAccountNumber
                           TO WSChartAccount (WSChartSlot)
                   END-IF
                   IF WSChartSlot > 0
                       MOVE GLAccountStatus
                           TO WSChartStatus (WSChartSlot)
                   END-IF
           END-READ.

       FIND-CHART-SLOT.
           MOVE 0 TO WSChartSlot
           SET WSChartIdx TO 1
           SEARCH WSChartEntry
               AT END CONTINUE
               WHEN WSChartIdx > WSChartCount
                   CONTINUE
               WHEN WSChartAccount (WSChartIdx) = WSLineAccount
                   SET WSChartSlot TO WSChartIdx
           END-SEARCH.

       LIST-GL-JOURNALS.
           DISPLAY "Journal number (0 for every journal still "
               "pending): " WITH NO ADVANCING
           ACCEPT WSListNumber
           MOVE 0 TO WSListCount
           MOVE "N" TO WSEOF
           OPEN INPUT GLJournalFile
           IF WSJnlFileStatus NOT = "00"
               DISPLAY "No GL journals are on file yet"
           ELSE
               DISPLAY "JOURNAL LN ACCT S         AMOUNT ST "
                   "REFERENCE    NARRATIVE"
               PERFORM LIST-ONE-JOURNAL-LINE UNTIL WSEOF = "Y"
               CLOSE GLJournalFile
               DISPLAY "Lines listed: " WSListCount
           END-IF
           MOVE "N" TO WSEOF.

       LIST-ONE-JOURNAL-LINE.
           READ GLJournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF (WSListNumber = 0 AND GjPending) OR
                      (WSListNumber > 0 AND GjNumber = WSListNumber)
                       ADD 1 TO WSListCount
                       MOVE GjAmount TO WSMoneyOut
                       DISPLAY GjNumber " " GjLine " " GjAccount " "
                           GjSide " " WSMoneyOut " " GjStatus "  "
                           GjReference " " GjNarrative (1:20)
                   END-IF
           END-READ.
