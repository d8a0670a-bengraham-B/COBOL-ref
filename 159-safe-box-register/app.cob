       >> SOURCE FORMAT FREE
       identification division.
       program-id. BOXMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT SafeBoxFile ASSIGN TO "SafeBoxes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBoxFileStatus.

           SELECT NewSafeBoxFile ASSIGN TO "SafeBoxesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT SafeBoxLogFile ASSIGN TO "SafeBoxLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogFileStatus.

           SELECT AcctRelFile ASSIGN TO "AcctRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRelFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD SafeBoxFile.
       COPY SDBOXREC.

       FD NewSafeBoxFile.
       01 NewSafeBoxRecord PIC X(50).

       FD SafeBoxLogFile.
       COPY SDBOXLOG.

       FD AcctRelFile.
       COPY RELREC.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSBoxFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSLogFileStatus PIC X(2) VALUE "00".
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSRelEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeBox VALUE "B" "b".
           88 WSModeRent VALUE "R" "r".
           88 WSModeAccess VALUE "A" "a".
           88 WSModeKeys VALUE "K" "k".
           88 WSModeClose VALUE "C" "c".
           88 WSModeDrill VALUE "D" "d".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "BOXMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSBoxBranch PIC X(4) VALUE "HO".
       01 WSBoxNumber PIC 9(4) VALUE 0.
       01 WSPartyID PIC 9(5) VALUE 0.
       01 WSConfirm PIC X(1) VALUE SPACE.
       01 WSBoxCount PIC 9(5) VALUE 0.

      *>   The box as found on the register - the register is
      *>   closed again before anything is keyed, and the change
      *>   is applied on the copy-and-swap pass.
       01 WSBoxSeen PIC A(1) VALUE "N".
       01 WSFoundStatus PIC X(1) VALUE SPACE.
       01 WSFoundRenter PIC 9(5) VALUE 0.
       01 WSFoundKeys PIC 9(1) VALUE 0.
       01 WSFoundRentStatus PIC X(1) VALUE SPACE.
       01 WSFoundFailDate PIC 9(8) VALUE 0.
       01 WSFoundPaidTo PIC 9(8) VALUE 0.
       01 WSFoundRent PIC 9(7)V99 VALUE 0.

       01 WSBoxChange PIC X(1) VALUE SPACE.
       01 WSNewSize PIC X(1) VALUE SPACE.
       01 WSNewRent PIC 9(7)V99 VALUE 0.
       01 WSNewKeys PIC 9(1) VALUE 0.
       01 WSKeyAction PIC X(1) VALUE SPACE.
       01 WSKeysPerBox PIC 9(1) VALUE 2.
       01 WSLogEvent PIC X(1) VALUE SPACE.

      *>   Who may open the box - the renter, or one of the
      *>   renter's active joint holders or signatories.
       01 WSAccessOK PIC A(1) VALUE "N".
       01 WSHolderCount PIC 99 VALUE 0.

      *>   Notice period after a failed rent charge before the box
      *>   may be drilled.
       01 WSNoticeDays PIC 9(3) VALUE 60.
       01 WSDaysFailed PIC S9(5) VALUE 0.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

       01 WSRentOut PIC Z(6)9.99.

      *>   Safe deposit box register - the branch's boxes with
      *>   size, annual rent and renter, in place of the card
      *>   index. Supervisors add boxes (and re-lock a drilled
      *>   one); tellers rent a box to an account, let the renter
      *>   or a joint holder or signatory on the renter's AcctRel
      *>   roles into the vault, issue and take back keys, and
      *>   close the rental. Every event lands on the box log.
      *>   A box whose rent charge failed is closed to visits
      *>   until paid, and once the notice period has run a
      *>   supervisor records it drilled. Rent is charged by the
      *>   month-end box billing run.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate
       IF WSOperatorBranch NOT = SPACES
           MOVE WSOperatorBranch TO WSBoxBranch
       END-IF

       PERFORM RUN-ONE-BOX-MODE UNTIL WSModeExit.

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

       RUN-ONE-BOX-MODE.
           DISPLAY SPACES
           DISPLAY "Safe deposit boxes " WSBoxBranch " - (B)ox, "
               "(R)ent, (A)ccess, (K)eys, (C)lose, (D)rill, "
               "(L)ist, e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeBox PERFORM ADD-SAFE-BOX
               WHEN WSModeRent PERFORM RENT-SAFE-BOX
               WHEN WSModeAccess PERFORM RECORD-BOX-ACCESS
               WHEN WSModeKeys PERFORM RECORD-BOX-KEY
               WHEN WSModeClose PERFORM CLOSE-BOX-RENTAL
               WHEN WSModeDrill PERFORM RECORD-BOX-DRILLED
               WHEN WSModeList PERFORM LIST-BRANCH-BOXES
               WHEN WSModeExit CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose B, R, A, K, C, D, L or X"
           END-EVALUATE.

       GET-BOX-NUMBER.
           DISPLAY "Box number: " WITH NO ADVANCING
           ACCEPT WSBoxNumber
           PERFORM FIND-SAFE-BOX
           IF WSBoxSeen = "N"
               DISPLAY "Box " WSBoxNumber " is not on the "
                   WSBoxBranch " register"
           END-IF.

       FIND-SAFE-BOX.
           MOVE "N" TO WSBoxSeen
           MOVE "N" TO WSEOF
           OPEN INPUT SafeBoxFile
           IF WSBoxFileStatus = "00"
               PERFORM CHECK-ONE-BOX UNTIL WSEOF = "Y"
               CLOSE SafeBoxFile
           END-IF.

       CHECK-ONE-BOX.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxBranch = WSBoxBranch AND
                       BoxNumber = WSBoxNumber
                       MOVE "Y" TO WSBoxSeen
                       MOVE BoxStatus TO WSFoundStatus
                       MOVE BoxRenterID TO WSFoundRenter
                       MOVE BoxKeysOut TO WSFoundKeys
                       MOVE BoxRentStatus TO WSFoundRentStatus
                       MOVE BoxFailDate TO WSFoundFailDate
                       MOVE BoxPaidToDate TO WSFoundPaidTo
                       MOVE BoxAnnualRent TO WSFoundRent
                   END-IF
           END-READ.

       GET-PARTY-ID.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WSPartyID
           MOVE "V" TO WSChkAction
           MOVE WSPartyID TO WSChkID
           CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           IF WSChkStatus NOT = 0
               DISPLAY "Customer ID fails its check digit"
               MOVE 0 TO WSPartyID
           END-IF.

       ADD-SAFE-BOX.
      *>     A new box, or a vacant or drilled one re-sized,
      *>     re-priced or re-locked and put back to let.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Adding boxes needs a supervisor"
           ELSE
               DISPLAY "Box number: " WITH NO ADVANCING
               ACCEPT WSBoxNumber
               PERFORM FIND-SAFE-BOX
               IF WSBoxSeen = "Y" AND WSFoundStatus = "R"
                   DISPLAY "Box " WSBoxNumber " is rented - close "
                       "the rental first"
               ELSE
                   DISPLAY "Size (S)mall, (M)edium, (L)arge: "
                       WITH NO ADVANCING
                   ACCEPT WSNewSize
                   EVALUATE WSNewSize
                       WHEN "s" MOVE "S" TO WSNewSize
                       WHEN "m" MOVE "M" TO WSNewSize
                       WHEN "l" MOVE "L" TO WSNewSize
                       WHEN OTHER CONTINUE
                   END-EVALUATE
                   DISPLAY "Annual rent: " WITH NO ADVANCING
                   ACCEPT WSNewRent
                   MOVE WSNewSize TO BoxSize
                   IF NOT BoxValidSize OR WSNewRent = 0
                       DISPLAY "Size must be S, M or L and rent "
                           "above zero - nothing changed"
                   ELSE
                       MOVE "B" TO WSBoxChange
                       PERFORM REPLACE-BOX-ENTRY
                       DISPLAY "Box " WSBoxNumber " available to let"
                   END-IF
               END-IF
           END-IF.

       RENT-SAFE-BOX.
           PERFORM GET-BOX-NUMBER
           IF WSBoxSeen = "Y"
               IF WSFoundStatus NOT = "V"
                   DISPLAY "Box " WSBoxNumber " is not vacant"
               ELSE
                   PERFORM GET-PARTY-ID
                   IF WSPartyID > 0
                       PERFORM CHECK-RENTER-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-RENTER-ACCOUNT.
      *>     The rent is debited from the renter's account, so it
      *>     must be on file and open.
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened"
           ELSE
               MOVE WSPartyID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSPartyID " is not on file"
                   NOT INVALID KEY
                       IF NOT AcctActive
                           DISPLAY "Account " WSPartyID
                               " is not active - cannot pay rent"
                       ELSE
                           PERFORM CONFIRM-BOX-RENTAL
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       CONFIRM-BOX-RENTAL.
           MOVE WSFoundRent TO WSRentOut
           DISPLAY "Rent box " WSBoxNumber " to " FirstName " "
               LastName " at " WSRentOut " a year (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WSConfirm
           IF WSConfirm = "Y" OR WSConfirm = "y"
               MOVE "R" TO WSBoxChange
               PERFORM REPLACE-BOX-ENTRY
               MOVE "O" TO WSLogEvent
               PERFORM WRITE-BOX-LOG
               MOVE "K" TO WSLogEvent
               PERFORM WRITE-BOX-LOG
               PERFORM WRITE-BOX-LOG
               DISPLAY "Box " WSBoxNumber " rented - "
                   WSKeysPerBox " keys handed over; the first "
                   "year's rent is charged at month-end"
           ELSE
               DISPLAY "Rental not recorded"
           END-IF.

       RECORD-BOX-ACCESS.
           PERFORM GET-BOX-NUMBER
           IF WSBoxSeen = "Y"
               IF WSFoundStatus NOT = "R"
                   DISPLAY "Box " WSBoxNumber " is not rented"
               ELSE
                   PERFORM GET-PARTY-ID
                   IF WSPartyID > 0
                       PERFORM CHECK-ACCESS-RIGHT
                   END-IF
               END-IF
           END-IF.

       CHECK-ACCESS-RIGHT.
           PERFORM CHECK-ACCESS-HOLDER
           IF WSAccessOK = "N"
               DISPLAY "Customer " WSPartyID " has no access to box "
                   WSBoxNumber " - not the renter or a joint holder "
                   "or signatory"
           ELSE
               IF WSFoundRentStatus = "F" AND
                   NOT WSOperatorIsSupervisor
                   DISPLAY "Rent unpaid since " WSFoundFailDate
                       " - access needs a supervisor"
               ELSE
                   MOVE "A" TO WSLogEvent
                   PERFORM WRITE-BOX-LOG
                   DISPLAY "Access to box " WSBoxNumber
                       " recorded for " WSPartyID
               END-IF
           END-IF.

       CHECK-ACCESS-HOLDER.
      *>     Joint access follows the renter's account roles - an
      *>     active joint holder or signatory; a guardian's right
      *>     is over the account, not the box.
           MOVE "N" TO WSAccessOK
           IF WSPartyID = WSFoundRenter
               MOVE "Y" TO WSAccessOK
           ELSE
               MOVE "N" TO WSRelEOF
               OPEN INPUT AcctRelFile
               IF WSRelFileStatus = "00"
                   PERFORM CHECK-ONE-ACCESS-RELATION
                       UNTIL WSRelEOF = "Y"
                   CLOSE AcctRelFile
               END-IF
           END-IF.

       CHECK-ONE-ACCESS-RELATION.
           READ AcctRelFile
               AT END MOVE "Y" TO WSRelEOF
               NOT AT END
                   IF RelAccountID = WSFoundRenter AND
                       RelPartyID = WSPartyID AND RelActive AND
                       (RelJointHolder OR RelSignatory)
                       MOVE "Y" TO WSAccessOK
                   END-IF
           END-READ.

       RECORD-BOX-KEY.
           PERFORM GET-BOX-NUMBER
           IF WSBoxSeen = "Y"
               IF WSFoundStatus NOT = "R"
                   DISPLAY "Box " WSBoxNumber " is not rented"
               ELSE
                   DISPLAY "Keys out: " WSFoundKeys " - (I)ssue or "
                       "(R)eturn a key: " WITH NO ADVANCING
                   ACCEPT WSKeyAction
                   EVALUATE WSKeyAction
                       WHEN "I" WHEN "i" PERFORM ISSUE-BOX-KEY
                       WHEN "R" WHEN "r" PERFORM RETURN-BOX-KEY
                       WHEN OTHER DISPLAY "Choose I or R"
                   END-EVALUATE
               END-IF
           END-IF.

       ISSUE-BOX-KEY.
           IF WSFoundKeys >= WSKeysPerBox
               DISPLAY "Both keys are already out - a lost key "
                   "means the lock is changed"
           ELSE
               PERFORM GET-PARTY-ID
               IF WSPartyID > 0
                   PERFORM CHECK-ACCESS-HOLDER
                   IF WSAccessOK = "N"
                       DISPLAY "Keys go only to the renter or a "
                           "joint holder or signatory"
                   ELSE
                       COMPUTE WSNewKeys = WSFoundKeys + 1
                       MOVE "K" TO WSBoxChange
                       PERFORM REPLACE-BOX-ENTRY
                       MOVE "K" TO WSLogEvent
                       PERFORM WRITE-BOX-LOG
                       DISPLAY "Key issued - keys out " WSNewKeys
                   END-IF
               END-IF
           END-IF.

       RETURN-BOX-KEY.
           IF WSFoundKeys = 0
               DISPLAY "No keys are out on box " WSBoxNumber
           ELSE
               PERFORM GET-PARTY-ID
               IF WSPartyID > 0
                   COMPUTE WSNewKeys = WSFoundKeys - 1
                   MOVE "K" TO WSBoxChange
                   PERFORM REPLACE-BOX-ENTRY
                   MOVE "R" TO WSLogEvent
                   PERFORM WRITE-BOX-LOG
                   DISPLAY "Key returned - keys out " WSNewKeys
               END-IF
           END-IF.

       CLOSE-BOX-RENTAL.
      *>     Both keys must be back; unpaid rent needs a supervisor
      *>     to write it off before the box is given up.
           PERFORM GET-BOX-NUMBER
           IF WSBoxSeen = "Y"
               EVALUATE TRUE
                   WHEN WSFoundStatus NOT = "R"
                       DISPLAY "Box " WSBoxNumber " is not rented"
                   WHEN WSFoundKeys > 0
                       DISPLAY WSFoundKeys " key(s) still out - "
                           "take them back first"
                   WHEN WSFoundRentStatus = "F" AND
                       NOT WSOperatorIsSupervisor
                       DISPLAY "Rent unpaid since " WSFoundFailDate
                           " - closing needs a supervisor"
                   WHEN OTHER
                       MOVE WSFoundRenter TO WSPartyID
                       MOVE "C" TO WSBoxChange
                       PERFORM REPLACE-BOX-ENTRY
                       MOVE "C" TO WSLogEvent
                       PERFORM WRITE-BOX-LOG
                       DISPLAY "Rental of box " WSBoxNumber " closed"
               END-EVALUATE
           END-IF.

       RECORD-BOX-DRILLED.
      *>     Only after the rent has failed and the notice period
      *>     has run; the contents go into the vault under dual
      *>     control and the box waits for a new lock.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Drilling a box needs a supervisor"
           ELSE
               PERFORM GET-BOX-NUMBER
               IF WSBoxSeen = "Y"
                   PERFORM CHECK-DRILL-ELIGIBLE
               END-IF
           END-IF.

       CHECK-DRILL-ELIGIBLE.
           IF WSFoundStatus NOT = "R" OR WSFoundRentStatus NOT = "F"
               DISPLAY "Box " WSBoxNumber " has no failed rent - "
                   "it may not be drilled"
           ELSE
               MOVE "D" TO WSDcAction
               MOVE WSFoundFailDate TO WSDcDate1
               MOVE WSBusinessDate TO WSDcDate2
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               MOVE WSDcAmount TO WSDaysFailed
               IF WSDcStatus NOT = 0 OR WSDaysFailed < WSNoticeDays
                   DISPLAY "Rent failed " WSFoundFailDate " - the "
                       WSNoticeDays "-day notice has not run"
               ELSE
                   DISPLAY "Record box " WSBoxNumber " drilled (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WSConfirm
                   IF WSConfirm = "Y" OR WSConfirm = "y"
                       MOVE WSFoundRenter TO WSPartyID
                       MOVE "D" TO WSBoxChange
                       PERFORM REPLACE-BOX-ENTRY
                       MOVE "D" TO WSLogEvent
                       PERFORM WRITE-BOX-LOG
                       DISPLAY "Box " WSBoxNumber " drilled - "
                           "inventory the contents under dual "
                           "control into the vault"
                   END-IF
               END-IF
           END-IF.

       REPLACE-BOX-ENTRY.
      *>     CreditLimits-style copy-and-swap - one entry per box
      *>     per branch, changed in place.
           MOVE "N" TO WSBoxSeen
           MOVE "N" TO WSEOF
           OPEN INPUT SafeBoxFile
           IF WSBoxFileStatus NOT = "00"
               OPEN OUTPUT SafeBoxFile
               PERFORM BUILD-NEW-BOX
               WRITE SafeBoxRecord
               CLOSE SafeBoxFile
           ELSE
               OPEN OUTPUT NewSafeBoxFile
               PERFORM COPY-BOX-REPLACING UNTIL WSEOF = "Y"
               IF WSBoxSeen = "N"
                   PERFORM BUILD-NEW-BOX
                   MOVE SafeBoxRecord TO NewSafeBoxRecord
                   WRITE NewSafeBoxRecord
               END-IF
               CLOSE SafeBoxFile
               CLOSE NewSafeBoxFile
               PERFORM SWAP-BOX-FILE-BACK
           END-IF.

       BUILD-NEW-BOX.
           MOVE WSBoxBranch TO BoxBranch
           MOVE WSBoxNumber TO BoxNumber
           PERFORM APPLY-BOX-CHANGE.

       COPY-BOX-REPLACING.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxBranch = WSBoxBranch AND
                       BoxNumber = WSBoxNumber
                       PERFORM APPLY-BOX-CHANGE
                       MOVE "Y" TO WSBoxSeen
                   END-IF
                   MOVE SafeBoxRecord TO NewSafeBoxRecord
                   WRITE NewSafeBoxRecord
           END-READ.

       APPLY-BOX-CHANGE.
           EVALUATE WSBoxChange
               WHEN "B"
                   MOVE WSNewSize TO BoxSize
                   MOVE WSNewRent TO BoxAnnualRent
                   MOVE "V" TO BoxStatus
                   PERFORM CLEAR-BOX-RENTAL
               WHEN "R"
                   MOVE "R" TO BoxStatus
                   MOVE WSPartyID TO BoxRenterID
                   MOVE WSBusinessDate TO BoxRentedDate
                   MOVE WSBusinessDate TO BoxPaidToDate
                   MOVE SPACE TO BoxRentStatus
                   MOVE 0 TO BoxFailDate
                   MOVE WSKeysPerBox TO BoxKeysOut
               WHEN "K"
                   MOVE WSNewKeys TO BoxKeysOut
               WHEN "C"
                   MOVE "V" TO BoxStatus
                   PERFORM CLEAR-BOX-RENTAL
               WHEN "D"
                   MOVE "D" TO BoxStatus
                   MOVE 0 TO BoxKeysOut
           END-EVALUATE.

       CLEAR-BOX-RENTAL.
           MOVE 0 TO BoxRenterID
           MOVE 0 TO BoxRentedDate
           MOVE 0 TO BoxPaidToDate
           MOVE SPACE TO BoxRentStatus
           MOVE 0 TO BoxFailDate
           MOVE 0 TO BoxKeysOut.

       SWAP-BOX-FILE-BACK.
           OPEN INPUT NewSafeBoxFile
           OPEN OUTPUT SafeBoxFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-BOX UNTIL WSEOF = "Y"
           CLOSE NewSafeBoxFile
           CLOSE SafeBoxFile.

       COPY-BACK-ONE-BOX.
           READ NewSafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewSafeBoxRecord TO SafeBoxRecord
                   WRITE SafeBoxRecord
           END-READ.

       WRITE-BOX-LOG.
           MOVE WSBoxBranch TO BlBranch
           MOVE WSBoxNumber TO BlNumber
           MOVE WSBusinessDate TO BlDate
           ACCEPT BlTime FROM TIME
           MOVE WSLogEvent TO BlEvent
           MOVE WSPartyID TO BlPartyID
           MOVE WSOperatorID TO BlOperator
           OPEN EXTEND SafeBoxLogFile
           IF WSLogFileStatus NOT = "00"
               OPEN OUTPUT SafeBoxLogFile
           END-IF
           WRITE SafeBoxLogRecord
           CLOSE SafeBoxLogFile.

       LIST-BRANCH-BOXES.
           MOVE 0 TO WSBoxCount
           MOVE "N" TO WSEOF
           OPEN INPUT SafeBoxFile
           IF WSBoxFileStatus NOT = "00"
               DISPLAY "No safe deposit boxes on the register"
           ELSE
               DISPLAY "BOX  SZ ST RENTER PAID-TO  RENT FAILED   "
                   "KEYS"
               PERFORM LIST-ONE-BOX UNTIL WSEOF = "Y"
               CLOSE SafeBoxFile
               DISPLAY "Boxes at " WSBoxBranch ": " WSBoxCount
           END-IF.

       LIST-ONE-BOX.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxBranch = WSBoxBranch
                       ADD 1 TO WSBoxCount
                       DISPLAY BoxNumber " " BoxSize "  " BoxStatus
                           "  " BoxRenterID " " BoxPaidToDate " "
                           BoxRentStatus "    " BoxFailDate " "
                           BoxKeysOut
                       IF BoxRented
                           MOVE BoxRenterID TO WSFoundRenter
                           PERFORM LIST-ACCESS-HOLDERS
                       END-IF
                   END-IF
           END-READ.

       LIST-ACCESS-HOLDERS.
           MOVE "N" TO WSRelEOF
           OPEN INPUT AcctRelFile
           IF WSRelFileStatus = "00"
               PERFORM LIST-ONE-ACCESS-HOLDER UNTIL WSRelEOF = "Y"
               CLOSE AcctRelFile
           END-IF.

       LIST-ONE-ACCESS-HOLDER.
           READ AcctRelFile
               AT END MOVE "Y" TO WSRelEOF
               NOT AT END
                   IF RelAccountID = WSFoundRenter AND RelActive AND
                       (RelJointHolder OR RelSignatory)
                       DISPLAY "       access also " RelPartyID
                           " (" RelRole ")"
                   END-IF
           END-READ.
