           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT ApprSeqFile ASSIGN TO "AppSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprSeqStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD ApprovalFile.
       COPY APPRREC.

       FD ApprSeqFile.
       01 ApprSeqRecord.
           02 ApprSeqCounter PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WSBookFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   A book asked for soon after the customer's address or
      *>   phone changed waits on the approval queue for a
      *>   supervisor, who issues it from there.
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSApprItem PIC 9(7) VALUE 0.
       01 WSIssueOwner PIC 9(5) VALUE 0.
       01 WSCoolStatus PIC 99 VALUE 0.
           88 WSInCoolingOff VALUE 1.
       01 WSCoolChangeDate PIC 9(8) VALUE 0.

      *>   Cheque book issue register - every book handed over
      *>   gets its number range recorded against the account, so
      *>   inbound clearing can refuse an out-of-range number
                           DISPLAY "That range overlaps a book "
                               "already issued - nothing issued"
                       ELSE
                           PERFORM CHECK-CONTACT-COOLING-OFF
                       END-IF
                   END-IF
               END-IF

       CHECK-ACCOUNT-ACTIVE.
           MOVE "N" TO WSCustSeen
           MOVE 0 TO WSIssueOwner
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSIssueID TO IDNum
                       IF AcctActive
                           MOVE "Y" TO WSCustSeen
                       END-IF
                       IF CustOwnerID IS NUMERIC
                           MOVE CustOwnerID TO WSIssueOwner
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       CHECK-CONTACT-COOLING-OFF.
           CALL 'CONTCHK' USING WSIssueID, WSIssueOwner,
               WSCoolStatus, WSCoolChangeDate
           IF WSInCoolingOff
               MOVE SPACES TO PendingApprovalRecord
               MOVE "CHQBOOK" TO AppAction
               MOVE WSIssueID TO AppCustomerID
               MOVE WSBookSize TO AppAmount
               MOVE 0 TO AppHomeAmount
               MOVE WSStartNumber TO AppReference
               PERFORM QUEUE-APPROVAL-ITEM
               DISPLAY "Contact details on " WSIssueID " changed on "
                   WSCoolChangeDate " - book queued as approval "
                   "item " WSApprItem " for a supervisor"
           ELSE
               PERFORM WRITE-BOOK-ENTRY
           END-IF.

       QUEUE-APPROVAL-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE WSApprItem TO AppItemNumber
           ACCEPT AppDate FROM DATE YYYYMMDD
           ACCEPT AppTime FROM TIME
           MOVE WSOperatorID TO AppMaker
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           OPEN EXTEND ApprovalFile
           IF WSApprFileStatus NOT = "00"
               OPEN OUTPUT ApprovalFile
           END-IF
           WRITE PendingApprovalRecord
           CLOSE ApprovalFile.

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

       CHECK-RANGE-OVERLAP.
           MOVE "N" TO WSOverlapSeen
           MOVE "N" TO WSEOF
