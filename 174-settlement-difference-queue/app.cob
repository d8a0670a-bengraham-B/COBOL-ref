       >> SOURCE FORMAT FREE
       identification division.
       program-id. SETLEXP.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT SettleDiffFile ASSIGN TO "SettleDiffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDiffFileStatus.

           SELECT NewSettleDiffFile ASSIGN TO "SettleDiffsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewDiffStatus.

       data division.

       FILE SECTION.
       FD SettleDiffFile.
       COPY SETLDIFF.

       FD NewSettleDiffFile.
       01 NewSettleDiffRecord PIC X(114).

       WORKING-STORAGE SECTION.
       01 WSDiffFileStatus PIC X(2) VALUE "00".
       01 WSNewDiffStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeList VALUE "L" "l".
           88 WSModeExplain VALUE "E" "e".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "SETLEXP".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSOpenCount PIC 9(5) VALUE 0.
       01 WSOpenTotal PIC S9(13)V99 VALUE 0.
       01 WSTargetDate PIC 9(8) VALUE 0.
       01 WSTargetWindow PIC 99 VALUE 0.
       01 WSTargetInstitution PIC X(8) VALUE SPACES.
       01 WSTargetSeen PIC A(1) VALUE "N".
       01 WSExplanation PIC X(40) VALUE SPACES.
       01 WSMoneyOut PIC +Z(12)9.99.

      *>   Settlement difference queue - lists every difference the
      *>   settlement statement reconciliation (SETLRECN) has left
      *>   open between what the clearing house moved and what our
      *>   registers expected, and lets operations (E)xplain one: a
      *>   narrative of what accounts for it, stamped with the
      *>   operator and business date. An explained difference stops
      *>   ageing on the reconciliation report and is not raised
      *>   again when the statement date is rerun.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       PERFORM RUN-ONE-QUEUE-MODE UNTIL WSModeExit.

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

       RUN-ONE-QUEUE-MODE.
           DISPLAY SPACES
           DISPLAY "Settlement Differences - (L)ist, (E)xplain, "
               "e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeList PERFORM LIST-OPEN-DIFFERENCES
               WHEN WSModeExplain PERFORM EXPLAIN-ONE-DIFFERENCE
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose L, E or X"
           END-EVALUATE.

       LIST-OPEN-DIFFERENCES.
           MOVE 0 TO WSOpenCount
           MOVE 0 TO WSOpenTotal
           MOVE "N" TO WSEOF
           OPEN INPUT SettleDiffFile
           IF WSDiffFileStatus NOT = "00"
               DISPLAY "No settlement differences are on file"
           ELSE
               DISPLAY "STMT DATE WN INSTN           DIFFERENCE"
               PERFORM LIST-ONE-DIFFERENCE UNTIL WSEOF = "Y"
               CLOSE SettleDiffFile
               MOVE WSOpenTotal TO WSMoneyOut
               DISPLAY "OPEN DIFFERENCES: " WSOpenCount
               DISPLAY "NET UNRECONCILED: " WSMoneyOut
               IF WSOpenCount > 0
                   DISPLAY "*** SETTLEMENT NOT RECONCILED - every "
                       "difference must be explained ***"
               END-IF
           END-IF.

       LIST-ONE-DIFFERENCE.
           READ SettleDiffFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SdOpen
                       ADD 1 TO WSOpenCount
                       ADD SdDifference TO WSOpenTotal
                       MOVE SdDifference TO WSMoneyOut
                       DISPLAY SdStmtDate "  " SdWindow " "
                           SdInstitution " " WSMoneyOut
                   END-IF
           END-READ.

       EXPLAIN-ONE-DIFFERENCE.
           DISPLAY "Statement date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSTargetDate
           DISPLAY "Settlement window: " WITH NO ADVANCING
           ACCEPT WSTargetWindow
           DISPLAY "Institution: " WITH NO ADVANCING
           ACCEPT WSTargetInstitution
           DISPLAY "Explanation: " WITH NO ADVANCING
           ACCEPT WSExplanation
           IF WSExplanation = SPACES
               DISPLAY "An explanation is required - nothing done"
           ELSE
               PERFORM APPLY-EXPLANATION-TO-FILE
           END-IF.

      *>   SettleDiffs.dat has no key, so the explanation goes on
      *>   by the copy-swap pattern - the open row flips on the way
      *>   through.
       APPLY-EXPLANATION-TO-FILE.
           MOVE "N" TO WSEOF
           MOVE "N" TO WSTargetSeen
           OPEN INPUT SettleDiffFile
           IF WSDiffFileStatus NOT = "00"
               DISPLAY "No settlement differences are on file"
           ELSE
               OPEN OUTPUT NewSettleDiffFile
               PERFORM COPY-DIFFERENCE-EXPLAINING UNTIL WSEOF = "Y"
               CLOSE SettleDiffFile
               CLOSE NewSettleDiffFile
               PERFORM SWAP-DIFFERENCE-FILE-BACK
               IF WSTargetSeen = "N"
                   DISPLAY "No open difference for " WSTargetDate
                       " window " WSTargetWindow " "
                       WSTargetInstitution " - nothing done"
               END-IF
           END-IF.

       COPY-DIFFERENCE-EXPLAINING.
           READ SettleDiffFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SdStmtDate = WSTargetDate AND
                       SdWindow = WSTargetWindow AND
                       SdInstitution = WSTargetInstitution AND
                       SdOpen
                       MOVE "Y" TO WSTargetSeen
                       SET SdExplained TO TRUE
                       MOVE WSBusinessDate TO SdExplainedDate
                       MOVE WSOperatorID TO SdExplainedBy
                       MOVE WSExplanation TO SdExplanation
                       DISPLAY "Difference explained"
                   END-IF
                   MOVE SettleDiffRecord TO NewSettleDiffRecord
                   WRITE NewSettleDiffRecord
           END-READ.

       SWAP-DIFFERENCE-FILE-BACK.
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
