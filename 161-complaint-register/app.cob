       >> SOURCE FORMAT FREE
       identification division.
       program-id. CMPLMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ComplaintFile ASSIGN TO "Complaints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCmplFileStatus.

           SELECT NewComplaintFile ASSIGN TO "ComplaintsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT ComplaintSeqFile ASSIGN TO "ComplaintSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSeqFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT TransactionFile ASSIGN TO "Transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TranID
           ALTERNATE RECORD KEY IS TranSenderID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS TranReceiverID
               WITH DUPLICATES
           FILE STATUS IS WSTranFileStatus.

           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperFileStatus.

           SELECT NotesFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoteFileStatus.

       data division.

       FILE SECTION.
       FD ComplaintFile.
       COPY CMPLREC.

       FD NewComplaintFile.
       01 NewComplaintRecord PIC X(141).

       FD ComplaintSeqFile.
       01 ComplaintSeqRecord.
           02 ComplaintSeqCounter PIC 9(7).

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD OperatorFile.
       COPY OPERREC.

       FD NotesFile.
       COPY NOTEREC.

       WORKING-STORAGE SECTION.
       01 WSCmplFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSOperFileStatus PIC X(2) VALUE "00".
       01 WSNoteFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeLog VALUE "G" "g".
           88 WSModeAck VALUE "A" "a".
           88 WSModeResolve VALUE "R" "r".
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
       01 WSProgramName PIC X(8) VALUE "CMPLMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSCaseNumber PIC 9(7) VALUE 0.
       01 WSTargetCase PIC 9(7) VALUE 0.
       01 WSTargetSeen PIC A(1) VALUE "N".
       01 WSCaseCount PIC 9(5) VALUE 0.
       01 WSEntryOK PIC A(1) VALUE "N".
       01 WSCaseChange PIC X(1) VALUE SPACE.

       01 WSNewCustomer PIC 9(5) VALUE 0.
       01 WSNewCategory PIC X(1) VALUE SPACE.
       01 WSNewChannel PIC X(1) VALUE SPACE.
       01 WSNewBranch PIC X(4) VALUE SPACES.
       01 WSNewOperator PIC X(8) VALUE SPACES.
       01 WSNewReceived PIC 9(8) VALUE 0.
       01 WSNewSummary PIC X(40) VALUE SPACES.
       01 WSNewOutcome PIC X(1) VALUE SPACE.
       01 WSNewGoodwill PIC 9(7)V99 VALUE 0.
       01 WSOperatorSeen PIC A(1) VALUE "N".

      *>   Deadlines from the date the complaint reached us - an
      *>   acknowledgment within 5 days and a final response
      *>   within 8 weeks.
       01 WSAckDays PIC 9(3) VALUE 5.
       01 WSResolveDays PIC 9(3) VALUE 56.
       01 WSAckDue PIC 9(8) VALUE 0.
       01 WSResolveDue PIC 9(8) VALUE 0.
       01 WSDaysLeft PIC S9(5) VALUE 0.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   A goodwill credit is paid in the account's currency;
      *>   the ledger carries the home equivalent.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSGoodwillHome PIC 9(9)V99 VALUE 0.
       01 WSPostedID PIC 9(16) VALUE 0.
       01 WSCustomerName PIC X(31) VALUE SPACES.

       01 WSSeqCounter PIC 9(8) VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
           02 WSSystemMonth PIC 99.
           02 WSSystemDay PIC 99.
       01 WSTransactionID.
           02 WSTranDate.
               03 WSTranDay PIC 99.
               03 WSTranMonth PIC 99.
               03 WSTranYear PIC 9(4).
           02 WSTranCode PIC 9999.
           02 WSTranProtocol PIC 9999.

       01 WSMoneyOut PIC Z(6)9.99.

      *>   Customer complaint register - complaints about service,
      *>   fees, staff or products get a numbered case instead of
      *>   a line in the customer's notes (a disputed ledger item
      *>   still goes to DISPMNT). Logging records the category,
      *>   how it came in, the branch and any operator complained
      *>   about, and sets the acknowledgment and final response
      *>   deadlines from the date received; the case is then
      *>   acknowledged and resolved with its outcome. A goodwill
      *>   credit, supervisor only, posts to the customer's
      *>   account the way a dispute's provisional credit does.
      *>   The month-end complaints report and ombudsman return
      *>   read the register.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       PERFORM RUN-ONE-CMPL-MODE UNTIL WSModeExit.

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

       RUN-ONE-CMPL-MODE.
           DISPLAY SPACES
           DISPLAY "Complaints - lo(G), (A)cknowledge, (R)esolve, "
               "(L)ist open, e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeLog PERFORM LOG-NEW-COMPLAINT
               WHEN WSModeAck PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN WSModeResolve PERFORM RESOLVE-COMPLAINT
               WHEN WSModeList PERFORM LIST-OPEN-COMPLAINTS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose G, A, R, L or X"
           END-EVALUATE.

       LOG-NEW-COMPLAINT.
           PERFORM CAPTURE-COMPLAINT-FIELDS
           IF WSEntryOK = "Y"
               PERFORM SET-COMPLAINT-DEADLINES
           END-IF
           IF WSEntryOK = "Y"
               PERFORM NEXT-CASE-NUMBER
               MOVE WSCaseNumber TO CmpCaseNumber
               MOVE WSNewCustomer TO CmpCustomerID
               MOVE WSNewCategory TO CmpCategory
               MOVE WSNewChannel TO CmpChannel
               MOVE WSNewBranch TO CmpBranch
               MOVE WSNewOperator TO CmpOperatorAbout
               MOVE WSNewReceived TO CmpReceivedDate
               MOVE WSAckDue TO CmpAckDueDate
               MOVE 0 TO CmpAckDate
               MOVE WSResolveDue TO CmpResolveDueDate
               MOVE 0 TO CmpResolvedDate
               SET CmpOpen TO TRUE
               MOVE SPACE TO CmpOutcome
               MOVE 0 TO CmpGoodwill
               MOVE 0 TO CmpGoodwillTranID
               MOVE WSOperatorID TO CmpLoggedBy
               MOVE WSNewSummary TO CmpSummary
               OPEN EXTEND ComplaintFile
               IF WSCmplFileStatus NOT = "00"
                   OPEN OUTPUT ComplaintFile
               END-IF
               WRITE ComplaintRecord
               CLOSE ComplaintFile
               IF WSNewCustomer > 0
                   PERFORM WRITE-COMPLAINT-NOTE
               END-IF
               DISPLAY "Complaint " WSCaseNumber " logged - "
                   "acknowledge by " WSAckDue ", final response by "
                   WSResolveDue
           END-IF.

       CAPTURE-COMPLAINT-FIELDS.
      *>     Customer zero logs a complaint from someone who does
      *>     not bank with us; it still counts in the return.
           MOVE "N" TO WSEntryOK
           DISPLAY "Customer ID (0 if not a customer): "
               WITH NO ADVANCING
           ACCEPT WSNewCustomer
           IF WSNewCustomer > 0
               MOVE "V" TO WSChkAction
               MOVE WSNewCustomer TO WSChkID
               CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
               IF WSChkStatus NOT = 0
                   DISPLAY "Customer ID fails its check digit - "
                       "nothing logged"
                   MOVE 0 TO WSNewCustomer
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Category - (S)ervice, (F)ees, s(T)aff, "
               "(P)roduct, (O)ther: " WITH NO ADVANCING
           ACCEPT WSNewCategory
           INSPECT WSNewCategory CONVERTING "sftpo" TO "SFTPO"
           MOVE WSNewCategory TO CmpCategory
           DISPLAY "Channel - (B)ranch, (T)elephone, (E)mail, "
               "(L)etter, (W)eb portal: " WITH NO ADVANCING
           ACCEPT WSNewChannel
           INSPECT WSNewChannel CONVERTING "btelw" TO "BTELW"
           MOVE WSNewChannel TO CmpChannel
           IF NOT CmpValidCategory OR NOT CmpValidChannel
               DISPLAY "Category or channel not recognized - "
                   "nothing logged"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch complained about (blank for "
               WSOperatorBranch "): " WITH NO ADVANCING
           MOVE SPACES TO WSNewBranch
           ACCEPT WSNewBranch
           IF WSNewBranch = SPACES
               MOVE WSOperatorBranch TO WSNewBranch
           END-IF
           IF WSNewBranch = SPACES
               MOVE "HO" TO WSNewBranch
           END-IF
           DISPLAY "Operator complained about (blank if none): "
               WITH NO ADVANCING
           MOVE SPACES TO WSNewOperator
           ACCEPT WSNewOperator
           IF WSNewOperator NOT = SPACES
               PERFORM FIND-COMPLAINED-OPERATOR
               IF WSOperatorSeen = "N"
                   DISPLAY "Operator " WSNewOperator " is not on "
                       "file - nothing logged"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Date received (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING
           ACCEPT WSNewReceived
           IF WSNewReceived = 0
               MOVE WSBusinessDate TO WSNewReceived
           END-IF
           IF WSNewReceived > WSBusinessDate
               DISPLAY "Date received cannot be in the future - "
                   "nothing logged"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Summary: " WITH NO ADVANCING
           ACCEPT WSNewSummary
           MOVE "Y" TO WSEntryOK.

       FIND-COMPLAINED-OPERATOR.
           MOVE "N" TO WSOperatorSeen
           MOVE "N" TO WSEOF
           OPEN INPUT OperatorFile
           IF WSOperFileStatus = "00"
               PERFORM CHECK-ONE-OPERATOR UNTIL WSEOF = "Y"
               CLOSE OperatorFile
           END-IF.

       CHECK-ONE-OPERATOR.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF OperOperatorID = WSNewOperator
                       MOVE "Y" TO WSOperatorSeen
                   END-IF
           END-READ.

       SET-COMPLAINT-DEADLINES.
           MOVE "A" TO WSDcAction
           MOVE WSNewReceived TO WSDcDate1
           MOVE WSAckDays TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO WSAckDue
           IF WSDcStatus NOT = 0
               DISPLAY "Date received " WSNewReceived
                   " is not a valid date - nothing logged"
               MOVE "N" TO WSEntryOK
           ELSE
               MOVE WSResolveDays TO WSDcAmount
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               MOVE WSDcDate2 TO WSResolveDue
           END-IF.

       NEXT-CASE-NUMBER.
      *>     ComplaintSeq.dat issues case numbers the way
      *>     DisputeSeq.dat issues dispute case numbers.
           MOVE 0 TO WSCaseNumber
           OPEN INPUT ComplaintSeqFile
           IF WSSeqFileStatus = "00"
               READ ComplaintSeqFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE ComplaintSeqCounter TO WSCaseNumber
               END-READ
               CLOSE ComplaintSeqFile
           END-IF
           ADD 1 TO WSCaseNumber
           MOVE WSCaseNumber TO ComplaintSeqCounter
           OPEN OUTPUT ComplaintSeqFile
               WRITE ComplaintSeqRecord
           CLOSE ComplaintSeqFile.

       WRITE-COMPLAINT-NOTE.
      *>     The customer's notes point at the case rather than
      *>     carrying the complaint.
           MOVE WSNewCustomer TO NoteIDNum
           MOVE WSBusinessDate TO NoteDate
           ACCEPT NoteTime FROM TIME
           MOVE WSOperatorID TO NoteOperator
           MOVE SPACES TO NoteText
           STRING "COMPLAINT " DELIMITED BY SIZE
               WSCaseNumber DELIMITED BY SIZE
               " LOGGED - SEE COMPLAINT REGISTER" DELIMITED BY SIZE
               INTO NoteText
           END-STRING
           OPEN EXTEND NotesFile
           IF WSNoteFileStatus NOT = "00"
               OPEN OUTPUT NotesFile
           END-IF
           WRITE CustomerNoteRecord
           CLOSE NotesFile.

       ACKNOWLEDGE-COMPLAINT.
           DISPLAY "Complaint number: " WITH NO ADVANCING
           ACCEPT WSTargetCase
           MOVE "A" TO WSCaseChange
           PERFORM REWRITE-TARGET-CASE.

       RESOLVE-COMPLAINT.
           DISPLAY "Complaint number: " WITH NO ADVANCING
           ACCEPT WSTargetCase
           DISPLAY "Outcome - (U)pheld, (P)artly upheld, "
               "(N)ot upheld, (W)ithdrawn: " WITH NO ADVANCING
           ACCEPT WSNewOutcome
           INSPECT WSNewOutcome CONVERTING "upnw" TO "UPNW"
           MOVE WSNewOutcome TO CmpOutcome
           IF NOT CmpValidOutcome
               DISPLAY "Enter U, P, N or W - nothing resolved"
           ELSE
               MOVE 0 TO WSNewGoodwill
               IF WSNewOutcome = "U" OR WSNewOutcome = "P"
                   DISPLAY "Goodwill credit (0 for none): "
                       WITH NO ADVANCING
                   ACCEPT WSNewGoodwill
               END-IF
               IF WSNewGoodwill > 0 AND NOT WSOperatorIsSupervisor
                   DISPLAY "A goodwill credit needs a supervisor - "
                       "nothing resolved"
               ELSE
                   MOVE "R" TO WSCaseChange
                   PERFORM REWRITE-TARGET-CASE
               END-IF
           END-IF.

       REWRITE-TARGET-CASE.
           MOVE "N" TO WSTargetSeen
           MOVE "N" TO WSEOF
           OPEN INPUT ComplaintFile
           IF WSCmplFileStatus NOT = "00"
               DISPLAY "No complaints on file yet"
           ELSE
               OPEN OUTPUT NewComplaintFile
               PERFORM COPY-CASE-CHANGING UNTIL WSEOF = "Y"
               CLOSE ComplaintFile
               CLOSE NewComplaintFile
               PERFORM SWAP-COMPLAINT-FILE-BACK
               IF WSTargetSeen = "N"
                   DISPLAY "Complaint " WSTargetCase
                       " not found or already resolved"
               END-IF
           END-IF.

       COPY-CASE-CHANGING.
           READ ComplaintFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CmpCaseNumber = WSTargetCase AND
                       NOT CmpResolved
                       PERFORM APPLY-CASE-CHANGE
                   END-IF
                   MOVE ComplaintRecord TO NewComplaintRecord
                   WRITE NewComplaintRecord
           END-READ.

       APPLY-CASE-CHANGE.
           MOVE "Y" TO WSTargetSeen
           EVALUATE WSCaseChange
               WHEN "A"
                   IF CmpAcknowledged
                       DISPLAY "Complaint " WSTargetCase
                           " was acknowledged on " CmpAckDate
                   ELSE
                       SET CmpAcknowledged TO TRUE
                       MOVE WSBusinessDate TO CmpAckDate
                       IF CmpAckDate > CmpAckDueDate
                           DISPLAY "Acknowledged late - was due "
                               CmpAckDueDate
                       ELSE
                           DISPLAY "Complaint " WSTargetCase
                               " acknowledged"
                       END-IF
                   END-IF
               WHEN "R"
      *>             A final response answers the acknowledgment
      *>             too when none went out first.
                   IF CmpAckDate = 0
                       MOVE WSBusinessDate TO CmpAckDate
                   END-IF
                   IF WSNewGoodwill > 0
                       PERFORM PAY-GOODWILL-CREDIT
                   END-IF
                   SET CmpResolved TO TRUE
                   MOVE WSNewOutcome TO CmpOutcome
                   MOVE WSBusinessDate TO CmpResolvedDate
                   DISPLAY "Complaint " WSTargetCase " resolved"
                   IF CmpResolvedDate > CmpResolveDueDate
                       DISPLAY "Final response was due "
                           CmpResolveDueDate " - counted as a "
                           "breach"
                   END-IF
           END-EVALUATE.

       PAY-GOODWILL-CREDIT.
           IF CmpCustomerID = 0
               DISPLAY "Complainant is not a customer - goodwill "
                   "must be paid outside the ledger"
           ELSE
               PERFORM CREDIT-CUSTOMER-GOODWILL
           END-IF.

       CREDIT-CUSTOMER-GOODWILL.
           OPEN I-O CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "goodwill not paid"
           ELSE
               MOVE CmpCustomerID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " CmpCustomerID
                           " not found - goodwill not paid"
                   NOT INVALID KEY
                       PERFORM POST-GOODWILL-CREDIT
                       ADD WSNewGoodwill TO CustBalance
                       REWRITE CustomerData
                           INVALID KEY
                               DISPLAY "Unable to update balance"
                       END-REWRITE
                       MOVE WSNewGoodwill TO CmpGoodwill
                       MOVE WSPostedID TO CmpGoodwillTranID
                       MOVE WSNewGoodwill TO WSMoneyOut
                       DISPLAY "Goodwill credit of " WSMoneyOut
                           " posted as " WSPostedID
               END-READ
               CLOSE CustomerFile
           END-IF.

       POST-GOODWILL-CREDIT.
      *>     A credit-direction 9000-band item, the shape of the
      *>     dispute provisional credit, so the GL books it back
      *>     to deposits the same way.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               MOVE 1 TO WSFxMidRate
           END-IF
           COMPUTE WSGoodwillHome ROUNDED =
               WSNewGoodwill * WSFxMidRate
           CALL 'TRANSEQ' USING WSSeqCounter
           MOVE WSBusinessDate TO WSSystemDate
           MOVE WSSystemDay TO WSTranDay
           MOVE WSSystemMonth TO WSTranMonth
           MOVE WSSystemYear TO WSTranYear
           DIVIDE WSSeqCounter BY 1000
               GIVING WSTranProtocol
               REMAINDER WSTranCode
           ADD 9000 TO WSTranCode
           MOVE WSTransactionID TO WSPostedID
           MOVE WSTransactionID TO TranID
           MOVE WSNewGoodwill TO TranAmount
           MOVE "COMPLAINT GOODWILL" TO TranSender
           MOVE SPACES TO WSCustomerName
           STRING FirstName DELIMITED BY SPACE
               SPACE
               LastName DELIMITED BY SIZE
               INTO WSCustomerName
           MOVE WSCustomerName TO TranReceiver
           MOVE "C" TO TranLegType
           MOVE ZERO TO TranSenderID
           MOVE CmpCustomerID TO TranReceiverID
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSGoodwillHome TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "R" TO TranType
           MOVE CmpBranch TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile.

       SWAP-COMPLAINT-FILE-BACK.
           OPEN INPUT NewComplaintFile
           OPEN OUTPUT ComplaintFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-CASE UNTIL WSEOF = "Y"
           CLOSE NewComplaintFile
           CLOSE ComplaintFile.

       COPY-BACK-ONE-CASE.
           READ NewComplaintFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewComplaintRecord TO ComplaintRecord
                   WRITE ComplaintRecord
           END-READ.

       LIST-OPEN-COMPLAINTS.
           MOVE 0 TO WSCaseCount
           MOVE "N" TO WSEOF
           OPEN INPUT ComplaintFile
           IF WSCmplFileStatus NOT = "00"
               DISPLAY "No complaints on file yet"
           ELSE
               DISPLAY "CASE     CUST  C CH BRCH RECEIVED ACK-DUE  "
                   "RESP-DUE DAYS LEFT"
               PERFORM LIST-ONE-COMPLAINT UNTIL WSEOF = "Y"
               CLOSE ComplaintFile
               DISPLAY "Open complaints: " WSCaseCount
           END-IF.

       LIST-ONE-COMPLAINT.
           READ ComplaintFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT CmpResolved
                       ADD 1 TO WSCaseCount
                       MOVE "D" TO WSDcAction
                       MOVE WSBusinessDate TO WSDcDate1
                       MOVE CmpResolveDueDate TO WSDcDate2
                       CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                           WSDcDate2, WSDcAmount, WSDcStatus
                       MOVE WSDcAmount TO WSDaysLeft
                       DISPLAY CmpCaseNumber " " CmpCustomerID " "
                           CmpCategory " " CmpChannel "  "
                           CmpBranch " " CmpReceivedDate " "
                           CmpAckDueDate " " CmpResolveDueDate " "
                           WSDaysLeft
                   END-IF
           END-READ.
