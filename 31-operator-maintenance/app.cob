           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT OperRelativeFile ASSIGN TO "OperRelatives.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRelFileStatus.

           SELECT NewOperRelativeFile ASSIGN TO "OperRelativesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewRelFileStatus.

       data division.

       FILE SECTION.
       COPY OPERREC.

       FD NewOperatorFile.
       01 NewOperatorRecord PIC X(64).

       FD OperRelativeFile.
       COPY OPERREL.

       FD NewOperRelativeFile.
       01 NewOperRelativeRecord PIC X(31).

       WORKING-STORAGE SECTION.
       01 WSFileStatus PIC X(2) VALUE "00".
           88 WSModeDelete VALUE "D" "d".
           88 WSModePassword VALUE "P" "p".
           88 WSModeUnlock VALUE "U" "u".
           88 WSModeCustomer VALUE "C" "c".
           88 WSModeRelative VALUE "R" "r".
           88 WSModeExit VALUE "X" "x".
       01 WSDuplicateFound PIC A(1) VALUE "N".
       01 WSNewOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorCount PIC 9(5) VALUE 0.
       01 WSTodayDate PIC 9(8) VALUE 0.

      *>   Conflict-of-interest links - the operator's own customer
      *>   record and the relatives they declare, which STAFFCHK
      *>   reads to keep an operator off accounts they are
      *>   connected to.
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSNewRelFileStatus PIC X(2) VALUE "00".
       01 WSNewOperatorCustomer PIC 9(5) VALUE 0.
       01 WSTargetCustomerID PIC 9(5) VALUE 0.
       01 WSRelationCode PIC X(1) VALUE SPACE.
       01 WSRelativeAction PIC X(1) VALUE SPACE.
       01 WSRelativeCount PIC 9(5) VALUE 0.
       01 WSChkAction PIC X(1) VALUE "V".
       01 WSChkStatus PIC 99 VALUE 0.

      *>   Stand-alone operator provisioning, deliberately not gated
      *>   behind OPERATOR-SIGN-ON the way 12-append-to-file/app.cob
      *>   and prac_two.cob are - Operators.dat has to be seeded with
           DISPLAY SPACES
           DISPLAY "(A)dd  (L)ist  (D)elete  (P)assword  (U)nlock"
               WITH NO ADVANCING
           DISPLAY "  (C)ustomer link  (R)elatives" WITH NO ADVANCING
           DISPLAY "  e(X)it operator maintenance: " WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeDelete PERFORM DELETE-OPERATOR
               WHEN WSModePassword PERFORM CHANGE-PASSWORD
               WHEN WSModeUnlock PERFORM UNLOCK-OPERATOR
               WHEN WSModeCustomer PERFORM LINK-OPERATOR-CUSTOMER
               WHEN WSModeRelative PERFORM MAINTAIN-RELATIVE
               WHEN WSModeExit CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose A, L, D, P, U, C, R or X"
           END-EVALUATE.

       ADD-OPERATOR.
           DISPLAY "New operator password (up to 8 characters): " WITH
               NO ADVANCING
           ACCEPT WSNewOperatorPassword
           DISPLAY "Role - (T)eller, (S)upervisor or (C)ompliance: "
               WITH NO ADVANCING
           ACCEPT WSNewOperatorRole
           IF WSNewOperatorRole = "s"
               MOVE "S" TO WSNewOperatorRole
           END-IF
           IF WSNewOperatorRole = "c"
               MOVE "C" TO WSNewOperatorRole
           END-IF
           IF WSNewOperatorRole NOT = "S" AND
              WSNewOperatorRole NOT = "C"
               MOVE "T" TO WSNewOperatorRole
           END-IF
           DISPLAY "Branch code (default HO): " WITH NO ADVANCING
           IF WSNewOperatorBranch = SPACES
               MOVE "HO" TO WSNewOperatorBranch
           END-IF
           DISPLAY "Operator's own customer ID (0 if none): " WITH
               NO ADVANCING
           ACCEPT WSNewOperatorCustomer
           MOVE 0 TO WSChkStatus
           IF WSNewOperatorCustomer NOT = 0
               MOVE "V" TO WSChkAction
               CALL 'CHKDGT' USING WSChkAction, WSNewOperatorCustomer,
                   WSChkStatus
           END-IF

           PERFORM CHECK-FOR-DUPLICATE-OPERATOR

           IF WSDuplicateFound = "Y"
               DISPLAY "Operator ID " WSNewOperatorID " already exists"
           ELSE
           IF WSChkStatus NOT = 0
               DISPLAY "Customer ID " WSNewOperatorCustomer
                   " fails its check digit - operator not added"
           ELSE
               ACCEPT WSTodayDate FROM DATE YYYYMMDD
               OPEN EXTEND OperatorFile
               MOVE 0 TO OperFailedAttempts
               MOVE "N" TO OperLockedFlag
               MOVE WSNewOperatorBranch TO OperBranch
               MOVE WSNewOperatorCustomer TO OperCustomerID
               MOVE "N" TO OperDisabledFlag
               MOVE 0 TO OperDisabledDate
               MOVE SPACE TO OperDisabledReason
               MOVE SPACE TO OperCertStatus
               MOVE 0 TO OperCertDate
               MOVE SPACES TO OperCertBy
               WRITE OperatorRecord
               CLOSE OperatorFile
               DISPLAY "Operator " WSNewOperatorID " added with role "
                   WSNewOperatorRole " at branch "
                   WSNewOperatorBranch
           END-IF
           END-IF.

       CHECK-FOR-DUPLICATE-OPERATOR.
               DISPLAY "No operators are on file yet"
           ELSE
               DISPLAY "OPERATOR  ROLE  BRANCH  PWD CHANGED  "
                   "FAILS  LOCKED  CUSTOMER  DISABLED"
               PERFORM LIST-ONE-OPERATOR UNTIL WSEOF = "Y"
               CLOSE OperatorFile
               DISPLAY "Operators on file: " WSOperatorCount
                   DISPLAY OperOperatorID "  " OperRole "     "
                       OperBranch "  " OperPwdChangedDate "     "
                       OperFailedAttempts "     " OperLockedFlag
                       "       " OperCustomerID "     "
                       OperDisabledFlag OperDisabledReason
           END-READ.

      *>   Operators.dat has no key, so delete, password change and
                       MOVE "Y" TO WSTargetSeen
                       MOVE 0 TO OperFailedAttempts
                       MOVE "N" TO OperLockedFlag
      *>                 Unlocking clears failed passwords only - a
      *>                 disabled operator is reinstated by a branch
      *>                 manager through recertification maintenance.
                       IF OperIsDisabled
                           DISPLAY "Operator " WSTargetOperatorID
                               " is disabled - reinstate through "
                               "RECMNT before it can sign on"
                       END-IF
                   END-IF
                   MOVE OperatorRecord TO NewOperatorRecord
                   WRITE NewOperatorRecord
                   MOVE NewOperatorRecord TO OperatorRecord
                   WRITE OperatorRecord
           END-READ.

      *>   Links an existing operator to their own customer record
      *>   (or clears the link with 0) - operators set up before
      *>   the link existed are brought in this way.
       LINK-OPERATOR-CUSTOMER.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WSTargetOperatorID
           DISPLAY "Operator's own customer ID (0 if none): " WITH
               NO ADVANCING
           ACCEPT WSTargetCustomerID
           MOVE 0 TO WSChkStatus
           IF WSTargetCustomerID NOT = 0
               MOVE "V" TO WSChkAction
               CALL 'CHKDGT' USING WSChkAction, WSTargetCustomerID,
                   WSChkStatus
           END-IF
           IF WSChkStatus NOT = 0
               DISPLAY "Customer ID " WSTargetCustomerID
                   " fails its check digit - nothing changed"
           ELSE
               MOVE "N" TO WSEOF
               MOVE "N" TO WSTargetSeen
               OPEN INPUT OperatorFile
               IF WSFileStatus NOT = "00"
                   DISPLAY "No operators are on file yet"
               ELSE
                   OPEN OUTPUT NewOperatorFile
                   PERFORM COPY-OPERATOR-LINKING UNTIL WSEOF = "Y"
                   CLOSE OperatorFile
                   CLOSE NewOperatorFile
                   PERFORM SWAP-OPERATOR-FILE-BACK
                   IF WSTargetSeen = "Y"
                       DISPLAY "Operator " WSTargetOperatorID
                           " linked to customer " WSTargetCustomerID
                   ELSE
                       DISPLAY "Operator " WSTargetOperatorID
                           " not on file"
                   END-IF
               END-IF
           END-IF.

       COPY-OPERATOR-LINKING.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF OperOperatorID = WSTargetOperatorID
                       MOVE "Y" TO WSTargetSeen
                       MOVE WSTargetCustomerID TO OperCustomerID
                   END-IF
                   MOVE OperatorRecord TO NewOperatorRecord
                   WRITE NewOperatorRecord
           END-READ.

      *>   Declared relatives - a declaration is appended, and an
      *>   ended tie is ceased in place (copy-swap) rather than
      *>   removed, so the history of what was declared stays on
      *>   file for internal audit.
       MAINTAIN-RELATIVE.
           DISPLAY "Relatives - (D)eclare, (E)nd, (L)ist: " WITH
               NO ADVANCING
           ACCEPT WSRelativeAction
           EVALUATE WSRelativeAction
               WHEN "D" PERFORM DECLARE-RELATIVE
               WHEN "d" PERFORM DECLARE-RELATIVE
               WHEN "E" PERFORM END-RELATIVE
               WHEN "e" PERFORM END-RELATIVE
               WHEN "L" PERFORM LIST-RELATIVES
               WHEN "l" PERFORM LIST-RELATIVES
               WHEN OTHER DISPLAY "Please choose D, E or L"
           END-EVALUATE.

       DECLARE-RELATIVE.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WSNewOperatorID
           DISPLAY "Relative's customer ID: " WITH NO ADVANCING
           ACCEPT WSTargetCustomerID
           DISPLAY "Relation - (S)pouse/partner (P)arent (C)hild "
               "(B)rother/sister (O)ther: " WITH NO ADVANCING
           ACCEPT WSRelationCode
           INSPECT WSRelationCode CONVERTING "spcbo" TO "SPCBO"
           MOVE "V" TO WSChkAction
           CALL 'CHKDGT' USING WSChkAction, WSTargetCustomerID,
               WSChkStatus
           PERFORM CHECK-FOR-DUPLICATE-OPERATOR
           EVALUATE TRUE
               WHEN WSDuplicateFound = "N"
                   DISPLAY "Operator " WSNewOperatorID
                       " not on file - nothing declared"
               WHEN WSTargetCustomerID = 0 OR WSChkStatus NOT = 0
                   DISPLAY "Customer ID " WSTargetCustomerID
                       " fails its check digit - nothing declared"
               WHEN WSRelationCode NOT = "S" AND
                    WSRelationCode NOT = "P" AND
                    WSRelationCode NOT = "C" AND
                    WSRelationCode NOT = "B" AND
                    WSRelationCode NOT = "O"
                   DISPLAY "Enter S, P, C, B or O - nothing declared"
               WHEN OTHER
                   ACCEPT WSTodayDate FROM DATE YYYYMMDD
                   MOVE WSNewOperatorID TO OrOperatorID
                   MOVE WSTargetCustomerID TO OrCustomerID
                   MOVE WSRelationCode TO OrRelation
                   SET OrActive TO TRUE
                   MOVE WSTodayDate TO OrDeclaredDate
                   MOVE 0 TO OrEndedDate
                   OPEN EXTEND OperRelativeFile
                   IF WSRelFileStatus NOT = "00"
                       OPEN OUTPUT OperRelativeFile
                   END-IF
                   WRITE OperRelativeRecord
                   CLOSE OperRelativeFile
                   DISPLAY "Customer " WSTargetCustomerID
                       " declared as a relative of " WSNewOperatorID
           END-EVALUATE.

       END-RELATIVE.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WSTargetOperatorID
           DISPLAY "Relative's customer ID: " WITH NO ADVANCING
           ACCEPT WSTargetCustomerID
           MOVE "N" TO WSEOF
           MOVE "N" TO WSTargetSeen
           OPEN INPUT OperRelativeFile
           IF WSRelFileStatus NOT = "00"
               DISPLAY "No relatives are on file yet"
           ELSE
               ACCEPT WSTodayDate FROM DATE YYYYMMDD
               OPEN OUTPUT NewOperRelativeFile
               PERFORM COPY-RELATIVE-ENDING UNTIL WSEOF = "Y"
               CLOSE OperRelativeFile
               CLOSE NewOperRelativeFile
               PERFORM SWAP-RELATIVE-FILE-BACK
               IF WSTargetSeen = "Y"
                   DISPLAY "Relative " WSTargetCustomerID " of "
                       WSTargetOperatorID " ended"
               ELSE
                   DISPLAY "No active relative " WSTargetCustomerID
                       " declared by " WSTargetOperatorID
               END-IF
           END-IF.

       COPY-RELATIVE-ENDING.
           READ OperRelativeFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF OrOperatorID = WSTargetOperatorID AND
                      OrCustomerID = WSTargetCustomerID AND OrActive
                       MOVE "Y" TO WSTargetSeen
                       SET OrCeased TO TRUE
                       MOVE WSTodayDate TO OrEndedDate
                   END-IF
                   MOVE OperRelativeRecord TO NewOperRelativeRecord
                   WRITE NewOperRelativeRecord
           END-READ.

       SWAP-RELATIVE-FILE-BACK.
           OPEN INPUT NewOperRelativeFile
           OPEN OUTPUT OperRelativeFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-RELATIVE UNTIL WSEOF = "Y"
           CLOSE NewOperRelativeFile
           CLOSE OperRelativeFile.

       COPY-BACK-ONE-RELATIVE.
           READ NewOperRelativeFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewOperRelativeRecord TO OperRelativeRecord
                   WRITE OperRelativeRecord
           END-READ.

       LIST-RELATIVES.
           MOVE 0 TO WSRelativeCount
           MOVE "N" TO WSEOF
           OPEN INPUT OperRelativeFile
           IF WSRelFileStatus NOT = "00"
               DISPLAY "No relatives are on file yet"
           ELSE
               DISPLAY "OPERATOR  CUSTOMER  REL  STATUS  DECLARED  "
                   "ENDED"
               PERFORM LIST-ONE-RELATIVE UNTIL WSEOF = "Y"
               CLOSE OperRelativeFile
               DISPLAY "Relatives on file: " WSRelativeCount
           END-IF.

       LIST-ONE-RELATIVE.
           READ OperRelativeFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSRelativeCount
                   DISPLAY OrOperatorID "  " OrCustomerID "     "
                       OrRelation "    " OrStatus "       "
                       OrDeclaredDate "  " OrEndedDate
           END-READ.
