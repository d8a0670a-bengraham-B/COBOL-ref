       >> SOURCE FORMAT FREE
       identification division.
       program-id. GLJREV.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT GLJournalFile ASSIGN TO "GLJournals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJnlFileStatus.

           SELECT NewGLJournalFile ASSIGN TO "GLJournalsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewJnlStatus.

           SELECT GLMovementFile ASSIGN TO "GLMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMoveFileStatus.

       data division.

       FILE SECTION.
       FD GLJournalFile.
       COPY GLJENT.

       FD NewGLJournalFile.
       01 NewGLJournalRecord PIC X(129).

       FD GLMovementFile.
       COPY GLMOVE.

       WORKING-STORAGE SECTION.
       01 WSJnlFileStatus PIC X(2) VALUE "00".
       01 WSNewJnlStatus PIC X(2) VALUE "00".
       01 WSMoveFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "GLJREV".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Closed-year check - once the year-end close has closed
      *>   a financial year nothing is booked into it.
       01 WSGlClosedThrough PIC 9(8) VALUE 0.
       01 WSGlRetainedAcct PIC 9(4) VALUE 0.
       01 WSGlLockStatus PIC 99 VALUE 0.

       01 WSLastJournal PIC 9(7) VALUE 0.
       01 WSJournalsReversed PIC 9(5) VALUE 0.
       01 WSLinesReversed PIC 9(7) VALUE 0.
       01 WSReversedTotal PIC S9(13)V99 VALUE 0.
       01 WSMoneyOut PIC +Z(11)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "GLJournalReversals.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Reversing GL journals - every line of a manual journal
      *>   marked reversing that the approval queue posted on an
      *>   earlier business date is booked back out today: the same
      *>   account and amount on the opposite side, dated the
      *>   business date, as source GLJREV, so an accrual or a
      *>   month-end estimate undoes itself on the next business
      *>   date without anyone keying it. The journal's rows are
      *>   marked reversed, so no line is turned back twice.
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
       CALL 'GLLOCK' USING WSBusinessDate, WSGlClosedThrough,
           WSGlRetainedAcct, WSGlLockStatus
       IF WSGlLockStatus NOT = 0
           DISPLAY WSBusinessDate " falls in the financial year "
               "closed to " WSGlClosedThrough " - nothing reversed"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "GL JOURNALS REVERSED ON " DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "JOURNAL  POSTED    ACCT  SIDE           AMOUNT  REFERENC&
      &E    NARRATIVE" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       OPEN INPUT GLJournalFile
       IF WSJnlFileStatus = "00"
           OPEN OUTPUT NewGLJournalFile
           PERFORM REVERSE-ONE-JOURNAL-ROW UNTIL WSEOF = "Y"
           CLOSE GLJournalFile
           CLOSE NewGLJournalFile
           PERFORM SWAP-JOURNAL-FILE-BACK
       END-IF

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSReversedTotal TO WSMoneyOut
       MOVE SPACES TO WSRptLine
       STRING "JOURNALS REVERSED " DELIMITED BY SIZE
           WSJournalsReversed DELIMITED BY SIZE
           "  LINES " DELIMITED BY SIZE
           WSLinesReversed DELIMITED BY SIZE
           "  DEBITS AND CREDITS EACH " DELIMITED BY SIZE
           WSMoneyOut DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSLinesReversed TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "GL JOURNAL REVERSAL FOR " WSBusinessDate
       DISPLAY "JOURNALS REVERSED: " WSJournalsReversed
       DISPLAY "LINES REVERSED:    " WSLinesReversed
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

       REVERSE-ONE-JOURNAL-ROW.
           READ GLJournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF GjPosted AND GjIsReversing AND
                      GjPostedDate < WSBusinessDate
                       PERFORM BOOK-REVERSING-LINE
                   END-IF
                   MOVE GLJournalRecord TO NewGLJournalRecord
                   WRITE NewGLJournalRecord
           END-READ.

       BOOK-REVERSING-LINE.
           MOVE WSBusinessDate TO GLMoveDate
           MOVE GjAccount TO GLMoveAccount
           IF GjDebit
               SET GLMoveCredit TO TRUE
               ADD GjAmount TO WSReversedTotal
           ELSE
               SET GLMoveDebit TO TRUE
           END-IF
           MOVE GjAmount TO GLMoveAmount
           MOVE "GLJREV" TO GLMoveSource
           MOVE SPACE TO GLMoveTranType
           OPEN EXTEND GLMovementFile
           IF WSMoveFileStatus NOT = "00"
               OPEN OUTPUT GLMovementFile
           END-IF
           WRITE GLMovementRecord
           CLOSE GLMovementFile

           SET GjReversed TO TRUE
           MOVE WSBusinessDate TO GjReversalDate
           ADD 1 TO WSLinesReversed
           IF GjNumber NOT = WSLastJournal
               ADD 1 TO WSJournalsReversed
               MOVE GjNumber TO WSLastJournal
           END-IF

           MOVE GjAmount TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING GjNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GjPostedDate DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GjAccount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GLMoveSide DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GjReference DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GjNarrative (1:25) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SWAP-JOURNAL-FILE-BACK.
           OPEN INPUT NewGLJournalFile
           OPEN OUTPUT GLJournalFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-JOURNAL UNTIL WSEOF = "Y"
           CLOSE NewGLJournalFile
           CLOSE GLJournalFile.

       COPY-BACK-ONE-JOURNAL.
           READ NewGLJournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewGLJournalRecord TO GLJournalRecord
                   WRITE GLJournalRecord
           END-READ.
