       >> SOURCE FORMAT FREE
       identification division.
       program-id. RTNMAIL.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ReturnedMailFile ASSIGN TO "ReturnedMail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRtnFileStatus.

           SELECT AuditFile ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JournalFile ASSIGN TO "CustJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJournalFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD ReturnedMailFile.
       COPY RTNMAIL.

       FD AuditFile.
       COPY AUDITREC.

       FD JournalFile.
       COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSRtnFileStatus PIC X(2) VALUE "00".
       01 WSJournalFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeReturn VALUE "R" "r".
           88 WSModeVerify VALUE "V" "v".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
           88 WSSignOnDisabled VALUE 93.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "RTNMAIL".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSTargetID PIC 9(5) VALUE 0.
       01 WSRecordFound PIC A(1) VALUE "N".
       01 WSDocType PIC X(1) VALUE SPACE.
       01 WSReturnDate PIC 9(8) VALUE 0.
       01 WSConfirm PIC X(1) VALUE "N".
       01 WSReturnCount PIC 9(5) VALUE 0.
       01 WSCustomerName PIC X(32) VALUE SPACES.

       01 WSChkAction PIC X(1) VALUE "V".
       01 WSChkStatus PIC 99 VALUE 0.

      *>   Returned-mail handling - the mail room records each item
      *>   the post office sends back against the customer, with
      *>   the date and what it was. The first return puts the
      *>   customer's mail on hold, so statements, posted alerts,
      *>   mailings and letters stop going to an address that does
      *>   not reach them; the teller is prompted to confirm the
      *>   address the next time the customer is served, and a
      *>   confirmation here or at the counter lifts the hold.
      *>   Every hold change goes to the customer journal and the
      *>   audit trail like any other master maintenance.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened"
           STOP RUN
       END-IF

       PERFORM RUN-ONE-MAIL-MODE UNTIL WSModeExit

       CLOSE CustomerFile.

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
               WHEN WSSignOnDisabled
                   DISPLAY "Operator disabled - see a supervisor"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

       RUN-ONE-MAIL-MODE.
           DISPLAY SPACES
           DISPLAY "Returned mail - (R)ecord a return, (V)erify "
               "address, (L)ist, e(X)it: " WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeReturn PERFORM RECORD-RETURNED-ITEM
               WHEN WSModeVerify PERFORM VERIFY-CUSTOMER-ADDRESS
               WHEN WSModeList PERFORM LIST-CUSTOMER-RETURNS
               WHEN WSModeExit CONTINUE
               WHEN OTHER
                   DISPLAY "Please choose R, V, L or X"
           END-EVALUATE.

       READ-TARGET-CUSTOMER.
           MOVE "N" TO WSRecordFound
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WSTargetID
           MOVE "V" TO WSChkAction
           CALL 'CHKDGT' USING WSChkAction, WSTargetID, WSChkStatus
           IF WSChkStatus NOT = 0
               DISPLAY "Customer ID " WSTargetID
                   " fails its check digit - please re-key it"
           ELSE
               MOVE WSTargetID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer ID " WSTargetID " not found"
                   NOT INVALID KEY
                       MOVE "Y" TO WSRecordFound
                       CALL 'FMTNAME' USING FirstName, LastName,
                           WSCustomerName
                       DISPLAY WSCustomerName "  " CustAddress
               END-READ
           END-IF.

       RECORD-RETURNED-ITEM.
           PERFORM READ-TARGET-CUSTOMER
           IF WSRecordFound = "Y"
               DISPLAY "Item returned - (S)tatement, (C)ertificate, "
                   "(E) unclaimed-funds notice, (A)lert, "
                   "(M)arketing, (L)etter, (O)ther: "
                   WITH NO ADVANCING
               ACCEPT WSDocType
               INSPECT WSDocType CONVERTING "scealmo" TO "SCEALMO"
               MOVE WSDocType TO RmDocType
               IF NOT RmValidDocType
                   MOVE "O" TO WSDocType
               END-IF
               DISPLAY "Date returned (YYYYMMDD, 0 for today): "
                   WITH NO ADVANCING
               ACCEPT WSReturnDate
               IF WSReturnDate = 0
                   MOVE WSBusinessDate TO WSReturnDate
               END-IF
               MOVE "R" TO RmEvent
               PERFORM WRITE-RETURNED-MAIL-LINE
               IF CustAddrUnverified
                   DISPLAY "Return recorded - mail for " WSTargetID
                       " was already on hold since "
                       CustMailHoldDate
               ELSE
                   MOVE CustomerData TO JrnBeforeImage
                   SET CustAddrUnverified TO TRUE
                   MOVE WSReturnDate TO CustMailHoldDate
                   MOVE "MAILHD" TO JrnAction
                   PERFORM REWRITE-HELD-CUSTOMER
                   DISPLAY "Return recorded - mail for " WSTargetID
                       " is now on hold until the address is "
                       "confirmed"
               END-IF
           END-IF.

       VERIFY-CUSTOMER-ADDRESS.
           PERFORM READ-TARGET-CUSTOMER
           IF WSRecordFound = "Y"
               IF NOT CustAddrUnverified
                   DISPLAY "Mail for " WSTargetID " is not on hold"
               ELSE
                   DISPLAY "Customer confirms the address above? "
                       "(Y/N) " WITH NO ADVANCING
                   ACCEPT WSConfirm
                   IF WSConfirm = "Y" OR WSConfirm = "y"
                       MOVE "V" TO RmEvent
                       MOVE SPACE TO WSDocType
                       MOVE WSBusinessDate TO WSReturnDate
                       PERFORM WRITE-RETURNED-MAIL-LINE
                       MOVE CustomerData TO JrnBeforeImage
                       MOVE SPACE TO CustMailHold
                       MOVE 0 TO CustMailHoldDate
                       MOVE "MAILOK" TO JrnAction
                       PERFORM REWRITE-HELD-CUSTOMER
                       DISPLAY "Address confirmed - mail for "
                           WSTargetID " resumes"
                   ELSE
                       DISPLAY "Hold stays on - a new address is "
                           "changed through customer maintenance"
                   END-IF
               END-IF
           END-IF.

      *>   Expects the before image in JrnBeforeImage and the
      *>   journal action in JrnAction.
       REWRITE-HELD-CUSTOMER.
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to update customer " WSTargetID
               NOT INVALID KEY
                   MOVE CustomerData TO JrnAfterImage
                   PERFORM WRITE-HOLD-JOURNAL
                   PERFORM WRITE-HOLD-AUDIT
           END-REWRITE.

       WRITE-RETURNED-MAIL-LINE.
           MOVE WSTargetID TO RmIDNum
           MOVE WSDocType TO RmDocType
           MOVE WSReturnDate TO RmDate
           MOVE WSBusinessDate TO RmRecordedDate
           MOVE WSOperatorID TO RmOperator
           MOVE WSProgramName TO RmProgram
           MOVE CustAddress TO RmAddress
           OPEN EXTEND ReturnedMailFile
           IF WSRtnFileStatus NOT = "00"
               OPEN OUTPUT ReturnedMailFile
           END-IF
           WRITE ReturnedMailRecord
           CLOSE ReturnedMailFile.

       WRITE-HOLD-JOURNAL.
           MOVE WSTargetID TO JrnIDNum
           ACCEPT JrnDate FROM DATE YYYYMMDD
           ACCEPT JrnTime FROM TIME
           MOVE WSOperatorID TO JrnOperator
           OPEN EXTEND JournalFile
           IF WSJournalFileStatus NOT = "00"
               OPEN OUTPUT JournalFile
           END-IF
           WRITE CustomerJournalRecord
           CLOSE JournalFile.

       WRITE-HOLD-AUDIT.
           MOVE WSTargetID TO AuditIDNum
           MOVE JrnAction TO AuditAction
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE WSOperatorID TO AuditOperator
           OPEN EXTEND AuditFile
               WRITE AuditRecord
           CLOSE AuditFile.

       LIST-CUSTOMER-RETURNS.
           PERFORM READ-TARGET-CUSTOMER
           IF WSRecordFound = "Y"
               IF CustAddrUnverified
                   DISPLAY "MAIL ON HOLD SINCE " CustMailHoldDate
               END-IF
               MOVE 0 TO WSReturnCount
               MOVE "N" TO WSEOF
               OPEN INPUT ReturnedMailFile
               IF WSRtnFileStatus = "00"
                   DISPLAY "EVENT DOC DATE     BY       ADDRESS"
                   PERFORM LIST-ONE-RETURN UNTIL WSEOF = "Y"
                   CLOSE ReturnedMailFile
               END-IF
               DISPLAY WSReturnCount " register entries"
           END-IF.

       LIST-ONE-RETURN.
           READ ReturnedMailFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RmIDNum = WSTargetID
                       ADD 1 TO WSReturnCount
                       IF RmReturned
                           DISPLAY "RETURN  " RmDocType "  " RmDate
                               " " RmOperator " " RmAddress
                       ELSE
                           DISPLAY "CONFIRM    " RmDate
                               " " RmOperator " " RmAddress
                       END-IF
                   END-IF
           END-READ.
