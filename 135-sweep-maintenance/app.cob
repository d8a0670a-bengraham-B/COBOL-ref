       >> SOURCE FORMAT FREE
       identification division.
       program-id. SWEEPMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT SweepFile ASSIGN TO "Sweeps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSweepFileStatus.

           SELECT NewSweepFile ASSIGN TO "SweepsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       FD SweepFile.
       COPY SWEEPREC.

       FD NewSweepFile.
       01 NewSweepRecord PIC X(65).

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSSweepFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModeList VALUE "L" "l".
           88 WSModeCancel VALUE "C" "c".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "SWEEPMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSSweepCount PIC 9(5) VALUE 0.
       01 WSHighSweepNumber PIC 9(5) VALUE 0.
       01 WSCancelSweepNumber PIC 9(5) VALUE 0.
       01 WSCancelFound PIC A(1) VALUE "N".
       01 WSTargetTaken PIC A(1) VALUE "N".

       01 WSNewSourceID PIC 9(5) VALUE 0.
       01 WSNewTargetID PIC 9(5) VALUE 0.
       01 WSNewFloor PIC S9(9)V99 VALUE 0.
       01 WSNewCeiling PIC S9(9)V99 VALUE 0.
       01 WSNewMinimum PIC S9(9)V99 VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   What the two accounts look like on Customer.dat - the
      *>   identity each belongs to (its CustOwnerID, or itself
      *>   when it carries the identity) and its currency.
       01 WSLookupID PIC 9(5) VALUE 0.
       01 WSLookupFound PIC A(1) VALUE "N".
       01 WSLookupActive PIC A(1) VALUE "N".
       01 WSLookupOwner PIC 9(5) VALUE 0.
       01 WSLookupCurrency PIC X(3) VALUE SPACES.
       01 WSSourceFound PIC A(1) VALUE "N".
       01 WSSourceActive PIC A(1) VALUE "N".
       01 WSSourceOwner PIC 9(5) VALUE 0.
       01 WSSourceCurrency PIC X(3) VALUE SPACES.
       01 WSTargetFound PIC A(1) VALUE "N".
       01 WSTargetActive PIC A(1) VALUE "N".
       01 WSTargetOwner PIC 9(5) VALUE 0.
       01 WSTargetCurrency PIC X(3) VALUE SPACES.

      *>   Balance sweep maintenance - tellers set up, list and
      *>   cancel the sweep instructions the nightly sweep run
      *>   (136-sweep-post/app.cob) executes between two accounts
      *>   of the same customer: the target topped up from the
      *>   source below the floor, the excess above the ceiling
      *>   swept back. Both accounts must be open, belong to the
      *>   same identity and be held in the same currency, and an
      *>   account can be the target of only one active sweep so
      *>   two instructions never fight over its balance.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-SWEEP-MODE UNTIL WSModeExit.

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

       RUN-ONE-SWEEP-MODE.
           DISPLAY SPACES
           DISPLAY "Balance Sweeps - (A)dd, (L)ist, (C)ancel, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-SWEEP
               WHEN WSModeList PERFORM LIST-SWEEPS
               WHEN WSModeCancel PERFORM CANCEL-SWEEP
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, L, C or X"
           END-EVALUATE.

       ADD-SWEEP.
           DISPLAY "Target account (kept between floor and "
               "ceiling): " WITH NO ADVANCING
           ACCEPT WSNewTargetID
           DISPLAY "Source account (funds the top-up, takes the "
               "excess): " WITH NO ADVANCING
           ACCEPT WSNewSourceID
           DISPLAY "Floor - top the target up to this: "
               WITH NO ADVANCING
           ACCEPT WSNewFloor
           DISPLAY "Ceiling - sweep back above this (0 = never): "
               WITH NO ADVANCING
           ACCEPT WSNewCeiling
           DISPLAY "Minimum sweep amount: " WITH NO ADVANCING
           ACCEPT WSNewMinimum

           MOVE 0 TO WSChkStatus
           IF WSNewTargetID IS NUMERIC AND WSNewTargetID NOT = 0
               MOVE "V" TO WSChkAction
               MOVE WSNewTargetID TO WSChkID
               CALL 'CHKDGT' USING WSChkAction, WSChkID,
                   WSChkStatus
           END-IF
           IF WSChkStatus = 0 AND
              WSNewSourceID IS NUMERIC AND WSNewSourceID NOT = 0
               MOVE "V" TO WSChkAction
               MOVE WSNewSourceID TO WSChkID
               CALL 'CHKDGT' USING WSChkAction, WSChkID,
                   WSChkStatus
           END-IF
           PERFORM READ-SWEEP-ACCOUNTS
           PERFORM CHECK-TARGET-TAKEN

           EVALUATE TRUE
               WHEN WSNewTargetID IS NOT NUMERIC OR
                    WSNewTargetID = 0 OR
                    WSNewSourceID IS NOT NUMERIC OR
                    WSNewSourceID = 0
                   DISPLAY "Account IDs must be numeric - "
                       "nothing added"
               WHEN WSChkStatus NOT = 0
                   DISPLAY "Account ID " WSChkID " fails its check "
                       "digit - nothing added"
               WHEN WSNewTargetID = WSNewSourceID
                   DISPLAY "Source and target must be different "
                       "accounts - nothing added"
               WHEN WSTargetFound = "N" OR WSSourceFound = "N"
                   DISPLAY "Both accounts must be on file - "
                       "nothing added"
               WHEN WSTargetActive = "N" OR WSSourceActive = "N"
                   DISPLAY "Both accounts must be open and active - "
                       "nothing added"
               WHEN WSTargetOwner NOT = WSSourceOwner
                   DISPLAY "Accounts " WSNewTargetID " and "
                       WSNewSourceID " belong to different customers"
                       " - nothing added"
               WHEN WSTargetCurrency NOT = WSSourceCurrency
                   DISPLAY "Accounts are held in " WSTargetCurrency
                       " and " WSSourceCurrency " - a sweep must "
                       "stay in one currency - nothing added"
               WHEN WSNewFloor IS NOT NUMERIC OR
                    WSNewCeiling IS NOT NUMERIC OR
                    WSNewMinimum IS NOT NUMERIC
                   DISPLAY "Floor, ceiling and minimum must be "
                       "numeric - nothing added"
               WHEN WSNewCeiling < 0 OR WSNewMinimum < 0
                   DISPLAY "Ceiling and minimum cannot be negative "
                       "- nothing added"
               WHEN WSNewCeiling NOT = 0 AND
                    WSNewCeiling <= WSNewFloor
                   DISPLAY "Ceiling must be above the floor - "
                       "nothing added"
               WHEN WSTargetTaken = "Y"
                   DISPLAY "Account " WSNewTargetID " is already the "
                       "target of an active sweep - cancel it first"
               WHEN OTHER
                   PERFORM APPEND-SWEEP
           END-EVALUATE.

       READ-SWEEP-ACCOUNTS.
           MOVE "N" TO WSTargetFound
           MOVE "N" TO WSSourceFound
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSNewTargetID TO WSLookupID
               PERFORM READ-ONE-SWEEP-ACCOUNT
               MOVE WSLookupFound TO WSTargetFound
               MOVE WSLookupActive TO WSTargetActive
               MOVE WSLookupOwner TO WSTargetOwner
               MOVE WSLookupCurrency TO WSTargetCurrency
               MOVE WSNewSourceID TO WSLookupID
               PERFORM READ-ONE-SWEEP-ACCOUNT
               MOVE WSLookupFound TO WSSourceFound
               MOVE WSLookupActive TO WSSourceActive
               MOVE WSLookupOwner TO WSSourceOwner
               MOVE WSLookupCurrency TO WSSourceCurrency
               CLOSE CustomerFile
           END-IF.

       READ-ONE-SWEEP-ACCOUNT.
           MOVE "N" TO WSLookupFound
           MOVE "N" TO WSLookupActive
           MOVE 0 TO WSLookupOwner
           MOVE SPACES TO WSLookupCurrency
           MOVE WSLookupID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WSLookupFound
                   IF AcctActive
                       MOVE "Y" TO WSLookupActive
                   END-IF
                   IF CustOwnerID IS NUMERIC AND CustOwnerID NOT = 0
                       MOVE CustOwnerID TO WSLookupOwner
                   ELSE
                       MOVE IDNum TO WSLookupOwner
                   END-IF
                   MOVE CustCurrency TO WSLookupCurrency
                   IF WSLookupCurrency = SPACES
                       MOVE "ZAR" TO WSLookupCurrency
                   END-IF
           END-READ.

       CHECK-TARGET-TAKEN.
      *>     One pass over Sweeps.dat answers both questions the
      *>     add needs - is the target already swept, and what is
      *>     the highest instruction number issued so far.
           MOVE "N" TO WSTargetTaken
           MOVE 0 TO WSHighSweepNumber
           MOVE "N" TO WSEOF
           OPEN INPUT SweepFile
           IF WSSweepFileStatus = "00"
               PERFORM CHECK-ONE-SWEEP-TARGET UNTIL WSEOF = "Y"
               CLOSE SweepFile
           END-IF.

       CHECK-ONE-SWEEP-TARGET.
           READ SweepFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SwSweepNumber > WSHighSweepNumber
                       MOVE SwSweepNumber TO WSHighSweepNumber
                   END-IF
                   IF SwActive AND SwTargetID = WSNewTargetID
                       MOVE "Y" TO WSTargetTaken
                   END-IF
           END-READ.

       APPEND-SWEEP.
           ADD 1 TO WSHighSweepNumber
           MOVE WSHighSweepNumber TO SwSweepNumber
           MOVE WSNewSourceID TO SwSourceID
           MOVE WSNewTargetID TO SwTargetID
           MOVE WSNewFloor TO SwFloor
           MOVE WSNewCeiling TO SwCeiling
           MOVE WSNewMinimum TO SwMinimum
           SET SwActive TO TRUE
           MOVE WSOperatorID TO SwEnteredBy
           MOVE WSToday TO SwEnteredDate
           OPEN EXTEND SweepFile
           IF WSSweepFileStatus NOT = "00"
               OPEN OUTPUT SweepFile
           END-IF
           WRITE SweepRecord
           CLOSE SweepFile
           DISPLAY "Sweep " SwSweepNumber " set up - account "
               SwTargetID " kept in line from " SwSourceID
               " from tonight's run".

       LIST-SWEEPS.
           MOVE 0 TO WSSweepCount
           MOVE "N" TO WSEOF
           OPEN INPUT SweepFile
           IF WSSweepFileStatus NOT = "00"
               DISPLAY "No balance sweeps are on file yet"
           ELSE
               DISPLAY "SWEEP TARGT SOURC FLOOR        CEILING      "
                   "MINIMUM      ST BY       KEYED"
               PERFORM LIST-ONE-SWEEP UNTIL WSEOF = "Y"
               CLOSE SweepFile
               DISPLAY "Balance sweeps on file: " WSSweepCount
           END-IF.

       LIST-ONE-SWEEP.
           READ SweepFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSSweepCount
                   DISPLAY SwSweepNumber " " SwTargetID " "
                       SwSourceID " " SwFloor " " SwCeiling " "
                       SwMinimum " " SwStatus "  " SwEnteredBy " "
                       SwEnteredDate
           END-READ.

      *>   Sweeps.dat has no key, so a cancel copies every row onto
      *>   a work file, flipping the cancelled sweep's status on
      *>   the way through, then swaps it back into place - the
      *>   standing order maintenance treatment.
       CANCEL-SWEEP.
           DISPLAY "Sweep number to cancel: " WITH NO ADVANCING
           ACCEPT WSCancelSweepNumber

           MOVE "N" TO WSEOF
           MOVE "N" TO WSCancelFound
           OPEN INPUT SweepFile
           IF WSSweepFileStatus NOT = "00"
               DISPLAY "No balance sweeps are on file yet"
           ELSE
               OPEN OUTPUT NewSweepFile
               PERFORM COPY-SWEEP-MARKING-CANCEL UNTIL WSEOF = "Y"
               CLOSE SweepFile
               CLOSE NewSweepFile

               OPEN INPUT NewSweepFile
               OPEN OUTPUT SweepFile
               MOVE "N" TO WSEOF
               PERFORM COPY-BACK-ONE-SWEEP UNTIL WSEOF = "Y"
               CLOSE NewSweepFile
               CLOSE SweepFile

               IF WSCancelFound = "Y"
                   DISPLAY "Sweep " WSCancelSweepNumber " cancelled"
               ELSE
                   DISPLAY "Sweep " WSCancelSweepNumber
                       " not on file or already cancelled"
               END-IF
           END-IF.

       COPY-SWEEP-MARKING-CANCEL.
           READ SweepFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SwSweepNumber = WSCancelSweepNumber AND
                      SwActive
                       SET SwCancelled TO TRUE
                       MOVE "Y" TO WSCancelFound
                   END-IF
                   MOVE SweepRecord TO NewSweepRecord
                   WRITE NewSweepRecord
           END-READ.

       COPY-BACK-ONE-SWEEP.
           READ NewSweepFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewSweepRecord TO SweepRecord
                   WRITE SweepRecord
           END-READ.
