       >> SOURCE FORMAT FREE
       identification division.
       program-id. DLVMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT StmtDeliveryFile ASSIGN TO "StmtDelivery.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDlvFileStatus.

           SELECT NewStmtDeliveryFile ASSIGN TO "StmtDeliveryNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT DlvAuditFile ASSIGN TO "StmtDeliveryAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

       data division.

       FILE SECTION.
       FD StmtDeliveryFile.
       COPY STMTDLV.

       FD NewStmtDeliveryFile.
       01 NewStmtDeliveryRecord PIC X(14).

       FD DlvAuditFile.
       01 DlvAuditRecord.
           02 DADate PIC 9(8).
           02 DATime PIC 9(8).
           02 DAOperator PIC X(8).
           02 DACustomerID PIC 9(5).
           02 DAOldChannel PIC X(1).
           02 DANewChannel PIC X(1).

       WORKING-STORAGE SECTION.
       01 WSDlvFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeSet VALUE "S" "s".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "DLVMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSTargetID PIC 9(5) VALUE 0.
       01 WSNewChannel PIC X(1) VALUE SPACE.
       01 WSOldChannel PIC X(1) VALUE SPACE.
       01 WSTargetSeen PIC A(1) VALUE "N".
       01 WSEntryCount PIC 9(5) VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   Statement delivery maintenance - whether a customer's
      *>   cycle statement goes on paper, on the portal, or both.
      *>   The cycle run reads this file when it builds the night's
      *>   cycle; a customer with no entry gets paper, as everyone
      *>   did before. Every change lands on the audit file with
      *>   who keyed it, the way TAXMNT audits tax status.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       PERFORM RUN-ONE-DELIVERY-MODE UNTIL WSModeExit.

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

       RUN-ONE-DELIVERY-MODE.
           DISPLAY SPACES
           DISPLAY "Statement delivery - (S)et, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeSet PERFORM SET-DELIVERY-CHANNEL
               WHEN WSModeList PERFORM LIST-DELIVERY-CHANNELS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose S, L or X"
           END-EVALUATE.

       SET-DELIVERY-CHANNEL.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WSTargetID
           MOVE "V" TO WSChkAction
           MOVE WSTargetID TO WSChkID
           CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           IF WSChkStatus NOT = 0
               DISPLAY "Customer ID fails its check digit - "
                   "nothing set"
           ELSE
               DISPLAY "Statement by (P)aper, (E)lectronic or "
                   "(B)oth: " WITH NO ADVANCING
               ACCEPT WSNewChannel
               EVALUATE WSNewChannel
                   WHEN "p" MOVE "P" TO WSNewChannel
                   WHEN "e" MOVE "E" TO WSNewChannel
                   WHEN "b" MOVE "B" TO WSNewChannel
                   WHEN OTHER CONTINUE
               END-EVALUATE
               MOVE WSNewChannel TO SdChannel
               IF NOT SdValidChannel
                   DISPLAY "Choose P, E or B - nothing set"
               ELSE
                   MOVE "P" TO WSOldChannel
                   PERFORM REPLACE-DELIVERY-ENTRY
                   PERFORM WRITE-DELIVERY-AUDIT
                   DISPLAY "Customer " WSTargetID " statements now "
                       "by " WSNewChannel " (was " WSOldChannel ")"
               END-IF
           END-IF.

       REPLACE-DELIVERY-ENTRY.
      *>     CreditLimits-style copy-and-swap - one entry per
      *>     customer, replaced in place.
           MOVE "N" TO WSTargetSeen
           MOVE "N" TO WSEOF
           OPEN INPUT StmtDeliveryFile
           IF WSDlvFileStatus NOT = "00"
               OPEN OUTPUT StmtDeliveryFile
               PERFORM BUILD-DELIVERY-ENTRY
               WRITE StmtDeliveryRecord
               CLOSE StmtDeliveryFile
           ELSE
               OPEN OUTPUT NewStmtDeliveryFile
               PERFORM COPY-DELIVERY-REPLACING UNTIL WSEOF = "Y"
               IF WSTargetSeen = "N"
                   PERFORM BUILD-DELIVERY-ENTRY
                   MOVE StmtDeliveryRecord TO NewStmtDeliveryRecord
                   WRITE NewStmtDeliveryRecord
               END-IF
               CLOSE StmtDeliveryFile
               CLOSE NewStmtDeliveryFile
               PERFORM SWAP-DELIVERY-FILE-BACK
           END-IF.

       BUILD-DELIVERY-ENTRY.
           MOVE WSTargetID TO SdCustomerID
           MOVE WSNewChannel TO SdChannel
           MOVE WSBusinessDate TO SdEffDate.

       COPY-DELIVERY-REPLACING.
           READ StmtDeliveryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SdCustomerID = WSTargetID
                       MOVE SdChannel TO WSOldChannel
                       PERFORM BUILD-DELIVERY-ENTRY
                       MOVE "Y" TO WSTargetSeen
                   END-IF
                   MOVE StmtDeliveryRecord TO NewStmtDeliveryRecord
                   WRITE NewStmtDeliveryRecord
           END-READ.

       SWAP-DELIVERY-FILE-BACK.
           OPEN INPUT NewStmtDeliveryFile
           OPEN OUTPUT StmtDeliveryFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-DELIVERY UNTIL WSEOF = "Y"
           CLOSE NewStmtDeliveryFile
           CLOSE StmtDeliveryFile.

       COPY-BACK-ONE-DELIVERY.
           READ NewStmtDeliveryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewStmtDeliveryRecord TO StmtDeliveryRecord
                   WRITE StmtDeliveryRecord
           END-READ.

       WRITE-DELIVERY-AUDIT.
           ACCEPT DADate FROM DATE YYYYMMDD
           ACCEPT DATime FROM TIME
           MOVE WSOperatorID TO DAOperator
           MOVE WSTargetID TO DACustomerID
           MOVE WSOldChannel TO DAOldChannel
           MOVE WSNewChannel TO DANewChannel
           OPEN EXTEND DlvAuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT DlvAuditFile
           END-IF
           WRITE DlvAuditRecord
           CLOSE DlvAuditFile.

       LIST-DELIVERY-CHANNELS.
           MOVE 0 TO WSEntryCount
           MOVE "N" TO WSEOF
           OPEN INPUT StmtDeliveryFile
           IF WSDlvFileStatus NOT = "00"
               DISPLAY "No delivery entries on file - everyone "
                   "gets paper"
           ELSE
               DISPLAY "CUST   CH  SINCE"
               PERFORM LIST-ONE-DELIVERY UNTIL WSEOF = "Y"
               CLOSE StmtDeliveryFile
               DISPLAY "Entries on file: " WSEntryCount
           END-IF.

       LIST-ONE-DELIVERY.
           READ StmtDeliveryFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSEntryCount
                   DISPLAY SdCustomerID "  " SdChannel "   "
                       SdEffDate
           END-READ.
