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
       01 WSPayeeFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   A payee added soon after the owning customer's address
      *>   or phone changed is written pending and queued for a
      *>   supervisor; approval makes it active.
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSApprItem PIC 9(7) VALUE 0.
       01 WSOwnerOfCustomer PIC 9(5) VALUE 0.
       01 WSCoolStatus PIC 99 VALUE 0.
           88 WSInCoolingOff VALUE 1.
       01 WSCoolChangeDate PIC 9(8) VALUE 0.

      *>   Payee master maintenance - tellers register who a
      *>   customer pays once, with an internal account number
      *>   validated against Customer.dat (check digit and all) or
           END-IF.

       WRITE-NEW-PAYEE.
           PERFORM CHECK-OWNER-COOLING-OFF
           PERFORM NEXT-PAYEE-NUMBER
           MOVE WSPayeeSeq TO PayNumber
           MOVE WSNewCustomerID TO PayCustomerID
           MOVE WSNewInternalID TO PayInternalID
           MOVE WSNewName TO PayName
           MOVE WSNewInstitution TO PayInstitution
           IF WSInCoolingOff
               SET PayPending TO TRUE
           ELSE
               SET PayActive TO TRUE
           END-IF
           OPEN EXTEND PayeeFile
           IF WSPayeeFileStatus NOT = "00"
               OPEN OUTPUT PayeeFile
           END-IF
           WRITE PayeeRecord
           CLOSE PayeeFile
           IF WSInCoolingOff
               MOVE "ADDHELD" TO PAAction
               PERFORM WRITE-PAYEE-AUDIT
               PERFORM QUEUE-PAYEE-FOR-APPROVAL
           ELSE
               MOVE "ADD" TO PAAction
               PERFORM WRITE-PAYEE-AUDIT
               DISPLAY "Payee " WSPayeeSeq " added for customer "
                   WSNewCustomerID
           END-IF.

       CHECK-OWNER-COOLING-OFF.
           MOVE 0 TO WSOwnerOfCustomer
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSNewCustomerID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustOwnerID IS NUMERIC
                           MOVE CustOwnerID TO WSOwnerOfCustomer
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF
           CALL 'CONTCHK' USING WSNewCustomerID, WSOwnerOfCustomer,
               WSCoolStatus, WSCoolChangeDate.

       QUEUE-PAYEE-FOR-APPROVAL.
           MOVE SPACES TO PendingApprovalRecord
           MOVE "PAYEE" TO AppAction
           MOVE WSNewCustomerID TO AppCustomerID
           MOVE 0 TO AppAmount
           MOVE 0 TO AppHomeAmount
           MOVE WSNewInternalID TO AppReceiverID
           MOVE WSNewName TO AppReceiverName
           MOVE WSPayeeSeq TO AppReference
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
           CLOSE ApprovalFile
           DISPLAY "Contact details on " WSNewCustomerID
               " changed on " WSCoolChangeDate " - payee "
               WSPayeeSeq " added pending, approval item "
               WSApprItem " for a supervisor".

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

       NEXT-PAYEE-NUMBER.
      *>     PayeeSeq.dat issues payee numbers the way
