       >> SOURCE FORMAT FREE
       identification division.
       program-id. RECMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFileStatus.

           SELECT NewOperatorFile ASSIGN TO "OperatorsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT SecurityLogFile ASSIGN TO "SecurityLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSecLogFileStatus.

       data division.

       FILE SECTION.
       FD OperatorFile.
       COPY OPERREC.

       FD NewOperatorFile.
       01 NewOperatorRecord PIC X(64).

       FD SecurityLogFile.
       COPY SECLOG.

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSSecLogFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeList VALUE "L" "l".
           88 WSModeConfirm VALUE "C" "c".
           88 WSModeRevoke VALUE "R" "r".
           88 WSModeReinstate VALUE "E" "e".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
           88 WSSignOnDisabled VALUE 93.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "RECMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSTargetOperatorID PIC X(8) VALUE SPACES.
       01 WSTargetSeen PIC A(1) VALUE "N".
       01 WSTargetChanged PIC A(1) VALUE "N".
       01 WSRefusal PIC X(50) VALUE SPACES.
       01 WSPendingCount PIC 9(5) VALUE 0.
       01 WSTodayDate PIC 9(8) VALUE 0.
       01 WSEventOutcome PIC X(1) VALUE SPACE.
       01 WSStatusWord PIC X(12) VALUE SPACES.

      *>   Recertification maintenance - the branch manager's side
      *>   of the quarterly review RECERT opens. A supervisor lists
      *>   the operators awaiting confirmation at their branch (head
      *>   office sees every branch) and confirms each one's access
      *>   or revokes it; a revoked, dormant or unconfirmed operator
      *>   is disabled and only a reinstatement here lets it sign on
      *>   again. Nobody acts on their own ID, and every decision
      *>   goes to the security log under the supervisor's ID.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsSupervisor
           DISPLAY "Recertification is for supervisors - sign-on "
               "role does not allow it"
           STOP RUN
       END-IF

       PERFORM RUN-ONE-RECERT-MODE UNTIL WSModeExit.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Supervisor operator ID" WITH NO ADVANCING
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
               WHEN WSSignOnDisabled
                   DISPLAY "Operator disabled - ask another "
                       "supervisor to reinstate it"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

       RUN-ONE-RECERT-MODE.
           DISPLAY SPACES
           DISPLAY "Recertification - (L)ist, (C)onfirm, (R)evoke, "
               "r(E)instate, e(X)it: " WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeList PERFORM LIST-BRANCH-OPERATORS
               WHEN WSModeConfirm PERFORM UPDATE-ONE-OPERATOR
               WHEN WSModeRevoke PERFORM UPDATE-ONE-OPERATOR
               WHEN WSModeReinstate PERFORM UPDATE-ONE-OPERATOR
               WHEN WSModeExit CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose L, C, R, E or X"
           END-EVALUATE.

       LIST-BRANCH-OPERATORS.
           MOVE 0 TO WSPendingCount
           MOVE "N" TO WSEOF
           OPEN INPUT OperatorFile
           IF WSFileStatus NOT = "00"
               DISPLAY "No operators are on file yet"
           ELSE
               DISPLAY "OPERATOR ROLE BRCH STATUS       SINCE"
               PERFORM LIST-ONE-OPERATOR UNTIL WSEOF = "Y"
               CLOSE OperatorFile
               DISPLAY WSPendingCount " awaiting confirmation"
           END-IF.

      *>   Pending and disabled operators are the ones a manager has
      *>   to act on; confirmed operators are not listed.
       LIST-ONE-OPERATOR.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSOperatorBranch = "HO" OR
                      OperBranch = WSOperatorBranch
                       IF OperIsDisabled
                           EVALUATE TRUE
                               WHEN OperDisabledDormant
                                   MOVE "DISABLED-D" TO WSStatusWord
                               WHEN OperDisabledRevoked
                                   MOVE "DISABLED-R" TO WSStatusWord
                               WHEN OperDisabledUnconfirmed
                                   MOVE "DISABLED-U" TO WSStatusWord
                               WHEN OTHER
                                   MOVE "DISABLED" TO WSStatusWord
                           END-EVALUATE
                           DISPLAY OperOperatorID " " OperRole "    "
                               OperBranch " " WSStatusWord " "
                               OperDisabledDate
                       ELSE
                       IF OperCertPending
                           ADD 1 TO WSPendingCount
                           DISPLAY OperOperatorID " " OperRole "    "
                               OperBranch " PENDING"
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       UPDATE-ONE-OPERATOR.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WSTargetOperatorID
           IF WSTargetOperatorID = WSOperatorID
               DISPLAY "You may not recertify your own operator ID"
           ELSE
               ACCEPT WSTodayDate FROM DATE YYYYMMDD
               MOVE "N" TO WSEOF
               MOVE "N" TO WSTargetSeen
               MOVE "N" TO WSTargetChanged
               MOVE SPACES TO WSRefusal
               OPEN INPUT OperatorFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "No operators are on file yet"
               ELSE
                   OPEN OUTPUT NewOperatorFile
                   PERFORM COPY-OPERATOR-UPDATING UNTIL WSEOF = "Y"
                   CLOSE OperatorFile
                   CLOSE NewOperatorFile
                   PERFORM REPORT-UPDATE-OUTCOME
               END-IF
           END-IF.

       COPY-OPERATOR-UPDATING.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF OperOperatorID = WSTargetOperatorID
                       MOVE "Y" TO WSTargetSeen
                       PERFORM APPLY-RECERT-DECISION
                   END-IF
                   MOVE OperatorRecord TO NewOperatorRecord
                   WRITE NewOperatorRecord
           END-READ.

       APPLY-RECERT-DECISION.
           IF WSOperatorBranch NOT = "HO" AND
              OperBranch NOT = WSOperatorBranch
               MOVE "belongs to another branch" TO WSRefusal
           ELSE
           EVALUATE TRUE
               WHEN WSModeConfirm
                   IF OperIsDisabled
                       MOVE "is disabled - reinstate it instead"
                           TO WSRefusal
                   ELSE
                   IF NOT OperCertPending
                       MOVE "is not awaiting confirmation"
                           TO WSRefusal
                   ELSE
                       SET OperCertConfirmed TO TRUE
                       MOVE WSTodayDate TO OperCertDate
                       MOVE WSOperatorID TO OperCertBy
                       MOVE "C" TO WSEventOutcome
                       MOVE "Y" TO WSTargetChanged
                   END-IF
                   END-IF
               WHEN WSModeRevoke
                   IF OperIsDisabled
                       MOVE "is already disabled" TO WSRefusal
                   ELSE
                       MOVE "Y" TO OperDisabledFlag
                       MOVE WSTodayDate TO OperDisabledDate
                       SET OperDisabledRevoked TO TRUE
                       SET OperCertRevoked TO TRUE
                       MOVE WSTodayDate TO OperCertDate
                       MOVE WSOperatorID TO OperCertBy
                       MOVE "R" TO WSEventOutcome
                       MOVE "Y" TO WSTargetChanged
                   END-IF
               WHEN WSModeReinstate
                   IF NOT OperIsDisabled
                       MOVE "is not disabled" TO WSRefusal
                   ELSE
      *>                 Reinstating is itself the manager's
      *>                 confirmation, and it clears any lockout the
      *>                 operator ran into while disabled.
                       MOVE "N" TO OperDisabledFlag
                       MOVE 0 TO OperDisabledDate
                       MOVE SPACE TO OperDisabledReason
                       SET OperCertConfirmed TO TRUE
                       MOVE WSTodayDate TO OperCertDate
                       MOVE WSOperatorID TO OperCertBy
                       MOVE 0 TO OperFailedAttempts
                       MOVE "N" TO OperLockedFlag
                       MOVE "I" TO WSEventOutcome
                       MOVE "Y" TO WSTargetChanged
                   END-IF
           END-EVALUATE
           END-IF.

       REPORT-UPDATE-OUTCOME.
           IF WSTargetSeen = "N"
               DISPLAY "Operator " WSTargetOperatorID " not on file"
           ELSE
           IF WSTargetChanged = "N"
               DISPLAY "Operator " WSTargetOperatorID " "
                   WSRefusal " - nothing changed"
           ELSE
               PERFORM SWAP-OPERATOR-FILE-BACK
               PERFORM WRITE-SECURITY-EVENT
               EVALUATE TRUE
                   WHEN WSModeConfirm
                       DISPLAY "Operator " WSTargetOperatorID
                           " confirmed"
                   WHEN WSModeRevoke
                       DISPLAY "Operator " WSTargetOperatorID
                           " revoked and disabled"
                   WHEN WSModeReinstate
                       DISPLAY "Operator " WSTargetOperatorID
                           " reinstated"
               END-EVALUATE
           END-IF
           END-IF.

       SWAP-OPERATOR-FILE-BACK.
           OPEN INPUT NewOperatorFile
           OPEN OUTPUT OperatorFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-OPERATOR UNTIL WSEOF = "Y"
           CLOSE NewOperatorFile
           CLOSE OperatorFile.

       COPY-BACK-ONE-OPERATOR.
           READ NewOperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewOperatorRecord TO OperatorRecord
                   WRITE OperatorRecord
           END-READ.

       WRITE-SECURITY-EVENT.
           OPEN EXTEND SecurityLogFile
           IF WSSecLogFileStatus NOT = "00"
               OPEN OUTPUT SecurityLogFile
           END-IF
           ACCEPT SecDate FROM DATE YYYYMMDD
           ACCEPT SecTime FROM TIME
           MOVE WSTargetOperatorID TO SecOperatorID
           MOVE WSProgramName TO SecProgram
           MOVE WSEventOutcome TO SecOutcome
           MOVE WSOperatorID TO SecActionBy
           MOVE 0 TO SecIDNum
           WRITE SecurityLogRecord
           CLOSE SecurityLogFile.
