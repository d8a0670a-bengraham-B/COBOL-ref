       >> SOURCE FORMAT FREE
       identification division.
       program-id. SARCASE.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "SarCases.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCaseFileStatus.

           SELECT NewCaseFile ASSIGN TO "SarCasesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewCaseStatus.

           SELECT CaseSeqFile ASSIGN TO "SarSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSeqFileStatus.

           SELECT LinkFile ASSIGN TO "SarLinks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLinkFileStatus.

           SELECT NoteFile ASSIGN TO "SarNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoteFileStatus.

           SELECT MonHitFile ASSIGN TO "MonitorHits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHitFileStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       FD CaseFile.
       COPY SARCASE.

       FD NewCaseFile.
       01 NewCaseRecord PIC X(160).

       FD CaseSeqFile.
       01 CaseSeqRecord.
           02 CaseSeqCounter PIC 9(7).

       FD LinkFile.
       COPY SARLINK.

       FD NoteFile.
       COPY SARNOTE.

       FD MonHitFile.
       COPY MONHIT.

       FD ApprovalFile.
       COPY APPRREC.

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSCaseFileStatus PIC X(2) VALUE "00".
       01 WSNewCaseStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSLinkFileStatus PIC X(2) VALUE "00".
       01 WSNoteFileStatus PIC X(2) VALUE "00".
       01 WSHitFileStatus PIC X(2) VALUE "00".
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeOpen VALUE "O" "o".
           88 WSModeLink VALUE "L" "l".
           88 WSModeNote VALUE "N" "n".
           88 WSModeDecide VALUE "D" "d".
           88 WSModeView VALUE "V" "v".
           88 WSModeQueue VALUE "Q" "q".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsCompliance VALUE "C".
       01 WSProgramName PIC X(8) VALUE "SARCASE".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   Deadlines in calendar days - an open case must be
      *>   decided within the first, an escalated one filed with
      *>   the financial intelligence unit within the second.
       01 WSDecisionDays PIC S9(5) VALUE 30.
       01 WSFilingDays PIC S9(5) VALUE 15.

      *>   The case being worked, loaded from the register.
       01 WSCaseNumber PIC 9(7) VALUE 0.
       01 WSCaseSeen PIC A(1) VALUE "N".
       01 WSCaseStatus PIC X(1) VALUE SPACE.
           88 WSCaseOpen VALUE "O".
           88 WSCaseEscalated VALUE "E".
           88 WSCaseActive VALUE "O" "E".
       01 WSCaseCount PIC 9(5) VALUE 0.
       01 WSOverdueCount PIC 9(5) VALUE 0.

      *>   Which change the copy-swap applies to the case.
       01 WSCaseUpdate PIC X(1) VALUE SPACE.
           88 WSUpdateStatus VALUE "S".
           88 WSUpdateAmount VALUE "A".
       01 WSNewStatus PIC X(1) VALUE SPACE.
       01 WSNewDueDate PIC 9(8) VALUE 0.
       01 WSAddAmount PIC S9(11)V99 VALUE 0.

       01 WSDecision PIC X(1) VALUE SPACE.
           88 WSDecisionEscalate VALUE "E" "e".
           88 WSDecisionFile VALUE "F" "f".
           88 WSDecisionClose VALUE "C" "c".
       01 WSSource PIC X(1) VALUE SPACE.
           88 WSSourceMonitor VALUE "M" "m".
           88 WSSourceScreen VALUE "S" "s".
       01 WSLinkKind PIC X(1) VALUE SPACE.
           88 WSLinkKindTran VALUE "T" "t".
           88 WSLinkKindCust VALUE "C" "c".

      *>   The hit a new case is opened from.
       01 WSHitDate PIC 9(8) VALUE 0.
       01 WSHitPick PIC 9(3) VALUE 0.
       01 WSHitNumber PIC 9(3) VALUE 0.
       01 WSHitSeen PIC A(1) VALUE "N".
       01 WSHitHold PIC X(78) VALUE SPACES.
       01 WSItemNumber PIC 9(7) VALUE 0.
       01 WSItemSeen PIC A(1) VALUE "N".
       01 WSDuplicateCase PIC 9(7) VALUE 0.
       01 WSNewCaseSource PIC X(1) VALUE SPACE.
       01 WSNewSourceDate PIC 9(8) VALUE 0.
       01 WSNewSourceItem PIC 9(7) VALUE 0.
       01 WSNewSubjectID PIC 9(5) VALUE 0.
       01 WSNewSubjectName PIC X(30) VALUE SPACES.
       01 WSNewSummary PIC X(40) VALUE SPACES.
       01 WSNewTotal PIC S9(11)V99 VALUE 0.
       01 WSOtherPartyID PIC 9(5) VALUE 0.
       01 WSStructParty PIC X(50) VALUE SPACES.

      *>   One link being added.
       01 WSLinkTranID PIC 9(16) VALUE 0.
       01 WSLinkTranRedef REDEFINES WSLinkTranID.
           02 WSLinkTranDay PIC 99.
           02 WSLinkTranMonth PIC 99.
           02 WSLinkTranYear PIC 9(4).
           02 FILLER PIC 9(8).
       01 WSLinkIDNum PIC 9(5) VALUE 0.
       01 WSLinkAmount PIC S9(11)V99 VALUE 0.
       01 WSLinkDate PIC 9(8) VALUE 0.
       01 WSLinkSeen PIC A(1) VALUE "N".
       01 WSTranSeen PIC A(1) VALUE "N".
       01 WSCustSeen PIC A(1) VALUE "N".
       01 WSLinkCount PIC 9(5) VALUE 0.
       01 WSNoteCount PIC 9(5) VALUE 0.
       01 WSNoteText PIC X(60) VALUE SPACES.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   The shared TRANHIST reader finds linked items on the
      *>   date their TranID carries, archived or live.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSMoneyOut PIC +Z(10)9.99.

      *>   Suspicious activity case register - compliance opens a
      *>   case from a monitoring hit (MonitorHits.dat, written by
      *>   the transaction monitoring report) or from a blocklist
      *>   screening hit (the SCREEN item on the approval queue,
      *>   or the RESCREEN item the sanctions rescreen queues),
      *>   and the hit's items and customers are linked to it
      *>   straight away; more ledger items (by TranID) and
      *>   customers can be linked while the case is live. The
      *>   investigator's notes are kept in order, and every
      *>   decision - escalate, file with the financial
      *>   intelligence unit, or close with no action - must give
      *>   its grounds as a note. Each status carries its deadline
      *>   and the queue shows what is overdue. Filed cases go out
      *>   on the overnight suspicious-transaction report file.
      *>   The whole register is compliance-only: a customer
      *>   under investigation must not be visible as such to
      *>   branch staff.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsCompliance
           DISPLAY "The case register is compliance-only "
               "- sign-on role does not allow it"
           STOP RUN
       END-IF
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-CASE-MODE UNTIL WSModeExit.

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

       RUN-ONE-CASE-MODE.
           DISPLAY SPACES
           DISPLAY "SAR Cases - (O)pen, (L)ink, (N)ote, (D)ecide, "
               "(V)iew, (Q)ueue, e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeOpen PERFORM OPEN-CASE
               WHEN WSModeLink PERFORM LINK-TO-CASE
               WHEN WSModeNote PERFORM NOTE-CASE
               WHEN WSModeDecide PERFORM DECIDE-CASE
               WHEN WSModeView PERFORM VIEW-CASE
               WHEN WSModeQueue PERFORM LIST-CASE-QUEUE
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose O, L, N, D, V, Q or X"
           END-EVALUATE.

      *>   Opening a case. The hit is found first, then checked
      *>   against the register so one hit never carries two live
      *>   cases, and only then is the case numbered and written
      *>   with its links.
       OPEN-CASE.
           DISPLAY "Open from a (M)onitoring hit or a (S)creening "
               "hit: " WITH NO ADVANCING
           ACCEPT WSSource
           MOVE 0 TO WSNewTotal
           MOVE 0 TO WSNewSubjectID
           MOVE SPACES TO WSNewSubjectName
           EVALUATE TRUE
               WHEN WSSourceMonitor PERFORM PICK-MONITOR-HIT
               WHEN WSSourceScreen PERFORM PICK-SCREEN-HIT
               WHEN OTHER
                   DISPLAY "Please choose M or S - no case opened"
                   MOVE "N" TO WSHitSeen
           END-EVALUATE
           IF WSHitSeen = "Y"
               PERFORM CHECK-DUPLICATE-CASE
               IF WSDuplicateCase > 0
                   DISPLAY "Case " WSDuplicateCase " is already open "
                       "on this hit - link to it instead"
               ELSE
                   DISPLAY "Case summary: " WITH NO ADVANCING
                   ACCEPT WSNewSummary
                   PERFORM WRITE-NEW-CASE
               END-IF
           END-IF.

       PICK-MONITOR-HIT.
           MOVE "N" TO WSHitSeen
           DISPLAY "Monitoring date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSHitDate
           MOVE 0 TO WSHitNumber
           MOVE "N" TO WSEOF
           OPEN INPUT MonHitFile
           IF WSHitFileStatus NOT = "00"
               DISPLAY "No monitoring hits are on file"
           ELSE
               DISPLAY "NO  TYPE ACCT  TRANID           ITEMS "
                   "AMOUNT          PARTY"
               PERFORM LIST-ONE-DATE-HIT UNTIL WSEOF = "Y"
               CLOSE MonHitFile
           END-IF
           IF WSHitNumber = 0
               DISPLAY "No monitoring hits for " WSHitDate
           ELSE
               DISPLAY "Hit number to open a case on: "
                   WITH NO ADVANCING
               ACCEPT WSHitPick
               IF WSHitPick IS NOT NUMERIC OR WSHitPick = 0 OR
                  WSHitPick > WSHitNumber
                   DISPLAY "No such hit - no case opened"
               ELSE
                   PERFORM LOAD-PICKED-HIT
               END-IF
           END-IF.

       LIST-ONE-DATE-HIT.
           READ MonHitFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF MhDate = WSHitDate
                       ADD 1 TO WSHitNumber
                       MOVE MhAmount TO WSMoneyOut
                       DISPLAY WSHitNumber " " MhType "    "
                           MhIDNum " " MhTranID " " MhItems " "
                           WSMoneyOut " " MhParty
                   END-IF
           END-READ.

       LOAD-PICKED-HIT.
           MOVE 0 TO WSHitNumber
           MOVE "N" TO WSEOF
           OPEN INPUT MonHitFile
           IF WSHitFileStatus = "00"
               PERFORM FIND-PICKED-HIT
                   UNTIL WSEOF = "Y" OR WSHitSeen = "Y"
               CLOSE MonHitFile
           END-IF
           IF WSHitSeen = "Y"
               MOVE WSHitHold TO MonitorHitRecord
               MOVE "M" TO WSNewCaseSource
               MOVE MhDate TO WSNewSourceDate
               MOVE MhIDNum TO WSNewSourceItem
               MOVE MhIDNum TO WSNewSubjectID
               MOVE MhParty TO WSNewSubjectName
               MOVE MhAmount TO WSNewTotal
           END-IF.

       FIND-PICKED-HIT.
           READ MonHitFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF MhDate = WSHitDate
                       ADD 1 TO WSHitNumber
                       IF WSHitNumber = WSHitPick
                           MOVE "Y" TO WSHitSeen
                           MOVE MonitorHitRecord TO WSHitHold
                       END-IF
                   END-IF
           END-READ.

       PICK-SCREEN-HIT.
      *>     A screening hit a supervisor cleared as a false match
      *>     is not grounds for a case.
           MOVE "N" TO WSHitSeen
           DISPLAY "Screening item number: " WITH NO ADVANCING
           ACCEPT WSItemNumber
           MOVE "N" TO WSItemSeen
           MOVE "N" TO WSEOF
           OPEN INPUT ApprovalFile
           IF WSApprFileStatus = "00"
               PERFORM FIND-SCREEN-ITEM
                   UNTIL WSEOF = "Y" OR WSItemSeen = "Y"
               CLOSE ApprovalFile
           END-IF
           EVALUATE TRUE
               WHEN WSItemSeen = "N"
                   DISPLAY "Item " WSItemNumber " is not a screening "
                       "hit on the approval queue"
               WHEN AppApproved
                   DISPLAY "Item " WSItemNumber " was cleared as a "
                       "false match by " AppChecker
               WHEN OTHER
                   MOVE "Y" TO WSHitSeen
                   MOVE "S" TO WSNewCaseSource
                   MOVE AppDate TO WSNewSourceDate
                   MOVE AppItemNumber TO WSNewSourceItem
                   MOVE AppCustomerID TO WSNewSubjectID
                   MOVE AppSenderName TO WSNewSubjectName
                   MOVE AppHomeAmount TO WSNewTotal
                   MOVE AppReceiverID TO WSOtherPartyID
           END-EVALUATE.

       FIND-SCREEN-ITEM.
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppItemNumber = WSItemNumber AND
                      (AppAction = "SCREEN" OR
                       AppAction = "RESCREEN")
                       MOVE "Y" TO WSItemSeen
                   END-IF
           END-READ.

       CHECK-DUPLICATE-CASE.
           MOVE 0 TO WSDuplicateCase
           MOVE "N" TO WSEOF
           OPEN INPUT CaseFile
           IF WSCaseFileStatus = "00"
               PERFORM CHECK-ONE-DUPLICATE UNTIL WSEOF = "Y"
               CLOSE CaseFile
           END-IF.

       CHECK-ONE-DUPLICATE.
           READ CaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScStillActive AND
                      ScSource = WSNewCaseSource AND
                      ScSourceDate = WSNewSourceDate AND
                      ScSourceItem = WSNewSourceItem
                       MOVE ScNumber TO WSDuplicateCase
                   END-IF
           END-READ.

       WRITE-NEW-CASE.
           PERFORM NEXT-CASE-NUMBER
           MOVE "A" TO WSDcAction
           MOVE WSToday TO WSDcDate1
           MOVE WSDecisionDays TO WSDcAmount
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus

           MOVE 0 TO WSLinkCount
           MOVE 0 TO WSAddAmount
           OPEN EXTEND LinkFile
           IF WSLinkFileStatus NOT = "00"
               OPEN OUTPUT LinkFile
           END-IF
           EVALUATE TRUE
               WHEN WSNewCaseSource = "S"
                   MOVE WSNewSubjectID TO WSLinkIDNum
                   PERFORM WRITE-CUSTOMER-LINK
                   IF WSOtherPartyID NOT = WSNewSubjectID
                       MOVE WSOtherPartyID TO WSLinkIDNum
                       PERFORM WRITE-CUSTOMER-LINK
                   END-IF
                   MOVE WSNewTotal TO WSAddAmount
               WHEN MhOverThreshold
                   MOVE MhIDNum TO WSLinkIDNum
                   PERFORM WRITE-CUSTOMER-LINK
                   MOVE MhTranID TO WSLinkTranID
                   MOVE MhAmount TO WSLinkAmount
                   MOVE MhDate TO WSLinkDate
                   PERFORM WRITE-TRANSACTION-LINK
               WHEN OTHER
                   MOVE MhIDNum TO WSLinkIDNum
                   PERFORM WRITE-CUSTOMER-LINK
                   PERFORM LINK-STRUCTURED-ITEMS
           END-EVALUATE
           CLOSE LinkFile

           MOVE SPACES TO SarCaseRecord
           MOVE WSCaseNumber TO ScNumber
           MOVE WSToday TO ScOpenDate
           MOVE WSOperatorID TO ScOpenedBy
           MOVE WSNewCaseSource TO ScSource
           MOVE WSNewSourceDate TO ScSourceDate
           MOVE WSNewSourceItem TO ScSourceItem
           MOVE WSNewSubjectID TO ScSubjectID
           MOVE WSNewSubjectName TO ScSubjectName
           MOVE WSNewSummary TO ScSummary
           SET ScOpen TO TRUE
           MOVE WSToday TO ScStatusDate
           MOVE WSOperatorID TO ScStatusBy
           MOVE WSDcDate2 TO ScDueDate
           MOVE WSAddAmount TO ScTotalAmount
           MOVE 0 TO ScReportedDate
           OPEN EXTEND CaseFile
           IF WSCaseFileStatus NOT = "00"
               OPEN OUTPUT CaseFile
           END-IF
           WRITE SarCaseRecord
           CLOSE CaseFile
           MOVE ScDueDate TO WSNewDueDate

           MOVE "CASE OPENED" TO WSNoteText
           MOVE "O" TO WSNewStatus
           PERFORM APPEND-CASE-NOTE
           DISPLAY "Case " WSCaseNumber " opened with " WSLinkCount
               " links - decision due " WSNewDueDate.

       LINK-STRUCTURED-ITEMS.
      *>     The items behind a structuring hit are the party's
      *>     items that day - found again on the ledger, since the
      *>     hit carries only their count and total.
           MOVE MhParty TO WSStructParty
           MOVE "O" TO WSHistAction
           MOVE MhDate TO WSHistFrom
           MOVE MhDate TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM LINK-ONE-STRUCTURED-ITEM UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE WSHitHold TO MonitorHitRecord.

       LINK-ONE-STRUCTURED-ITEM.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               IF TranSender = WSStructParty
                   MOVE TranID TO WSLinkTranID
                   MOVE TranHomeAmount TO WSLinkAmount
                   MOVE WSHistFrom TO WSLinkDate
                   PERFORM WRITE-TRANSACTION-LINK
               END-IF
           END-IF.

       WRITE-CUSTOMER-LINK.
      *>     LinkFile is open EXTEND; a non-customer party (zero)
      *>     and the suspense account are never linked.
           IF WSLinkIDNum > 0 AND WSLinkIDNum NOT = WSSuspenseID
               MOVE SPACES TO SarLinkRecord
               MOVE WSCaseNumber TO SlCaseNumber
               SET SlCustomer TO TRUE
               MOVE 0 TO SlTranID
               MOVE WSLinkIDNum TO SlIDNum
               MOVE 0 TO SlAmount
               MOVE 0 TO SlItemDate
               MOVE WSToday TO SlLinkedDate
               MOVE WSOperatorID TO SlLinkedBy
               WRITE SarLinkRecord
               ADD 1 TO WSLinkCount
           END-IF.

       WRITE-TRANSACTION-LINK.
           IF WSLinkTranID > 0
               MOVE SPACES TO SarLinkRecord
               MOVE WSCaseNumber TO SlCaseNumber
               SET SlTransaction TO TRUE
               MOVE WSLinkTranID TO SlTranID
               MOVE 0 TO SlIDNum
               MOVE WSLinkAmount TO SlAmount
               MOVE WSLinkDate TO SlItemDate
               MOVE WSToday TO SlLinkedDate
               MOVE WSOperatorID TO SlLinkedBy
               WRITE SarLinkRecord
               ADD 1 TO WSLinkCount
               ADD WSLinkAmount TO WSAddAmount
           END-IF.

       NEXT-CASE-NUMBER.
      *>     SarSeq.dat issues case numbers the way LoanAppSeq.dat
      *>     issues application numbers.
           MOVE 0 TO WSCaseNumber
           OPEN INPUT CaseSeqFile
           IF WSSeqFileStatus = "00"
               READ CaseSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE CaseSeqCounter TO WSCaseNumber
               END-READ
               CLOSE CaseSeqFile
           END-IF
           ADD 1 TO WSCaseNumber
           MOVE WSCaseNumber TO CaseSeqCounter
           OPEN OUTPUT CaseSeqFile
               WRITE CaseSeqRecord
           CLOSE CaseSeqFile.

       LOAD-CASE.
           MOVE "N" TO WSCaseSeen
           MOVE "N" TO WSEOF
           OPEN INPUT CaseFile
           IF WSCaseFileStatus = "00"
               PERFORM CHECK-ONE-CASE
                   UNTIL WSEOF = "Y" OR WSCaseSeen = "Y"
               CLOSE CaseFile
           END-IF.

       CHECK-ONE-CASE.
           READ CaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScNumber = WSCaseNumber
                       MOVE "Y" TO WSCaseSeen
                       MOVE ScStatus TO WSCaseStatus
                   END-IF
           END-READ.

       ASK-CASE-NUMBER.
           DISPLAY "Case number: " WITH NO ADVANCING
           ACCEPT WSCaseNumber
           PERFORM LOAD-CASE
           IF WSCaseSeen = "N"
               DISPLAY "Case " WSCaseNumber " is not on file"
           END-IF.

       LINK-TO-CASE.
           PERFORM ASK-CASE-NUMBER
           EVALUATE TRUE
               WHEN WSCaseSeen = "N" CONTINUE
               WHEN NOT WSCaseActive
                   DISPLAY "Case " WSCaseNumber " is decided - "
                       "nothing more can be linked"
               WHEN OTHER
                   DISPLAY "Link a (T)ransaction or a (C)ustomer: "
                       WITH NO ADVANCING
                   ACCEPT WSLinkKind
                   EVALUATE TRUE
                       WHEN WSLinkKindTran PERFORM LINK-ONE-TRANSACTION
                       WHEN WSLinkKindCust PERFORM LINK-ONE-CUSTOMER
                       WHEN OTHER DISPLAY "Nothing linked"
                   END-EVALUATE
           END-EVALUATE.

       LINK-ONE-TRANSACTION.
           DISPLAY "TranID: " WITH NO ADVANCING
           ACCEPT WSLinkTranID
           MOVE "N" TO WSTranSeen
           IF WSLinkTranID IS NUMERIC AND WSLinkTranID > 0
               PERFORM FIND-LEDGER-ITEM
           END-IF
           MOVE "T" TO WSLinkKind
           PERFORM CHECK-ALREADY-LINKED
           EVALUATE TRUE
               WHEN WSTranSeen = "N"
                   DISPLAY "Item " WSLinkTranID " is not on the "
                       "ledger - nothing linked"
               WHEN WSLinkSeen = "Y"
                   DISPLAY "Item " WSLinkTranID " is already on case "
                       WSCaseNumber
               WHEN OTHER
                   MOVE 0 TO WSLinkCount
                   MOVE 0 TO WSAddAmount
                   OPEN EXTEND LinkFile
                   IF WSLinkFileStatus NOT = "00"
                       OPEN OUTPUT LinkFile
                   END-IF
                   PERFORM WRITE-TRANSACTION-LINK
                   CLOSE LinkFile
                   SET WSUpdateAmount TO TRUE
                   PERFORM REWRITE-CASE-FILE
                   DISPLAY "Item " WSLinkTranID " linked to case "
                       WSCaseNumber
           END-EVALUATE.

       FIND-LEDGER-ITEM.
      *>     The TranID leads with its own DDMMYYYY date, so one
      *>     day of the ledger is searched.
           COMPUTE WSLinkDate = (WSLinkTranYear * 10000)
               + (WSLinkTranMonth * 100) + WSLinkTranDay
           MOVE "O" TO WSHistAction
           MOVE WSLinkDate TO WSHistFrom
           MOVE WSLinkDate TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM CHECK-ONE-LEDGER-ITEM
               UNTIL WSHistStatus NOT = 0 OR WSTranSeen = "Y"
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       CHECK-ONE-LEDGER-ITEM.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               IF TranID = WSLinkTranID
                   MOVE "Y" TO WSTranSeen
                   MOVE TranHomeAmount TO WSLinkAmount
               END-IF
           END-IF.

       LINK-ONE-CUSTOMER.
           DISPLAY "Customer account number: " WITH NO ADVANCING
           ACCEPT WSLinkIDNum
           MOVE 0 TO WSChkStatus
           IF WSLinkIDNum IS NUMERIC AND WSLinkIDNum NOT = 0
               MOVE "V" TO WSChkAction
               MOVE WSLinkIDNum TO WSChkID
               CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           END-IF
           MOVE "N" TO WSCustSeen
           IF WSChkStatus = 0 AND WSLinkIDNum IS NUMERIC
               OPEN INPUT CustomerFile
               IF WSCustFileStatus = "00"
                   MOVE WSLinkIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WSCustSeen
                   END-READ
                   CLOSE CustomerFile
               END-IF
           END-IF
           MOVE "C" TO WSLinkKind
           PERFORM CHECK-ALREADY-LINKED
           EVALUATE TRUE
               WHEN WSLinkIDNum IS NOT NUMERIC OR WSLinkIDNum = 0
                   DISPLAY "Account number must be numeric - "
                       "nothing linked"
               WHEN WSChkStatus NOT = 0
                   DISPLAY "Account " WSLinkIDNum " fails its check "
                       "digit - nothing linked"
               WHEN WSCustSeen = "N"
                   DISPLAY "Account " WSLinkIDNum " is not on file "
                       "- nothing linked"
               WHEN WSLinkSeen = "Y"
                   DISPLAY "Account " WSLinkIDNum " is already on "
                       "case " WSCaseNumber
               WHEN OTHER
                   MOVE 0 TO WSLinkCount
                   OPEN EXTEND LinkFile
                   IF WSLinkFileStatus NOT = "00"
                       OPEN OUTPUT LinkFile
                   END-IF
                   PERFORM WRITE-CUSTOMER-LINK
                   CLOSE LinkFile
                   DISPLAY "Account " WSLinkIDNum " linked to case "
                       WSCaseNumber
           END-EVALUATE.

       CHECK-ALREADY-LINKED.
           MOVE "N" TO WSLinkSeen
           MOVE "N" TO WSEOF
           OPEN INPUT LinkFile
           IF WSLinkFileStatus = "00"
               PERFORM CHECK-ONE-LINK
                   UNTIL WSEOF = "Y" OR WSLinkSeen = "Y"
               CLOSE LinkFile
           END-IF.

       CHECK-ONE-LINK.
           READ LinkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SlCaseNumber = WSCaseNumber
                       IF (WSLinkKindTran AND SlTransaction AND
                           SlTranID = WSLinkTranID) OR
                          (WSLinkKindCust AND SlCustomer AND
                           SlIDNum = WSLinkIDNum)
                           MOVE "Y" TO WSLinkSeen
                       END-IF
                   END-IF
           END-READ.

       NOTE-CASE.
           PERFORM ASK-CASE-NUMBER
           IF WSCaseSeen = "Y"
               DISPLAY "Note: " WITH NO ADVANCING
               ACCEPT WSNoteText
               IF WSNoteText = SPACES
                   DISPLAY "Nothing noted"
               ELSE
                   MOVE WSCaseStatus TO WSNewStatus
                   PERFORM APPEND-CASE-NOTE
                   DISPLAY "Note added to case " WSCaseNumber
               END-IF
           END-IF.

       APPEND-CASE-NOTE.
           MOVE WSCaseNumber TO SnCaseNumber
           MOVE WSToday TO SnDate
           ACCEPT SnTime FROM TIME
           MOVE WSOperatorID TO SnOperator
           MOVE WSNewStatus TO SnStatus
           MOVE WSNoteText TO SnText
           OPEN EXTEND NoteFile
           IF WSNoteFileStatus NOT = "00"
               OPEN OUTPUT NoteFile
           END-IF
           WRITE SarNoteRecord
           CLOSE NoteFile.

       DECIDE-CASE.
           PERFORM ASK-CASE-NUMBER
           EVALUATE TRUE
               WHEN WSCaseSeen = "N" CONTINUE
               WHEN NOT WSCaseActive
                   DISPLAY "Case " WSCaseNumber " is already "
                       "decided (" WSCaseStatus ")"
               WHEN OTHER
                   PERFORM CAPTURE-CASE-DECISION
           END-EVALUATE.

       CAPTURE-CASE-DECISION.
           IF WSCaseOpen
               DISPLAY "(E)scalate, (F)ile report, or (C)lose with "
                   "no action: " WITH NO ADVANCING
           ELSE
               DISPLAY "(F)ile report, or (C)lose with no action: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT WSDecision
           MOVE SPACE TO WSNewStatus
           MOVE 0 TO WSNewDueDate
           EVALUATE TRUE
               WHEN WSDecisionEscalate AND WSCaseOpen
                   MOVE "E" TO WSNewStatus
                   MOVE "A" TO WSDcAction
                   MOVE WSToday TO WSDcDate1
                   MOVE WSFilingDays TO WSDcAmount
                   CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                       WSDcDate2, WSDcAmount, WSDcStatus
                   MOVE WSDcDate2 TO WSNewDueDate
               WHEN WSDecisionFile
                   MOVE "F" TO WSNewStatus
               WHEN WSDecisionClose
                   MOVE "N" TO WSNewStatus
               WHEN OTHER
                   DISPLAY "Nothing decided"
           END-EVALUATE
           IF WSNewStatus NOT = SPACE
               DISPLAY "Grounds for the decision: " WITH NO ADVANCING
               ACCEPT WSNoteText
               IF WSNoteText = SPACES
                   DISPLAY "A decision must give its grounds - "
                       "nothing decided"
               ELSE
                   SET WSUpdateStatus TO TRUE
                   PERFORM REWRITE-CASE-FILE
                   PERFORM APPEND-CASE-NOTE
                   EVALUATE WSNewStatus
                       WHEN "E"
                           DISPLAY "Case " WSCaseNumber " escalated "
                               "- report due " WSNewDueDate
                       WHEN "F"
                           DISPLAY "Case " WSCaseNumber " filed - it "
                               "goes out on tonight's report file"
                       WHEN OTHER
                           DISPLAY "Case " WSCaseNumber " closed "
                               "with no action"
                   END-EVALUATE
               END-IF
           END-IF.

       REWRITE-CASE-FILE.
           MOVE "N" TO WSEOF
           OPEN INPUT CaseFile
           IF WSCaseFileStatus = "00"
               OPEN OUTPUT NewCaseFile
               PERFORM REWRITE-ONE-CASE UNTIL WSEOF = "Y"
               CLOSE CaseFile
               CLOSE NewCaseFile
               PERFORM SWAP-CASE-FILE-BACK
           END-IF.

       REWRITE-ONE-CASE.
           READ CaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScNumber = WSCaseNumber
                       EVALUATE TRUE
                           WHEN WSUpdateStatus
                               MOVE WSNewStatus TO ScStatus
                               MOVE WSToday TO ScStatusDate
                               MOVE WSOperatorID TO ScStatusBy
                               MOVE WSNewDueDate TO ScDueDate
                           WHEN WSUpdateAmount
                               ADD WSAddAmount TO ScTotalAmount
                       END-EVALUATE
                   END-IF
                   MOVE SarCaseRecord TO NewCaseRecord
                   WRITE NewCaseRecord
           END-READ.

       SWAP-CASE-FILE-BACK.
           OPEN INPUT NewCaseFile
           OPEN OUTPUT CaseFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-CASE UNTIL WSEOF = "Y"
           CLOSE NewCaseFile
           CLOSE CaseFile.

       COPY-BACK-ONE-CASE.
           READ NewCaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCaseRecord TO SarCaseRecord
                   WRITE SarCaseRecord
           END-READ.

       VIEW-CASE.
           DISPLAY "Case number: " WITH NO ADVANCING
           ACCEPT WSCaseNumber
           MOVE "N" TO WSCaseSeen
           MOVE "N" TO WSEOF
           OPEN INPUT CaseFile
           IF WSCaseFileStatus = "00"
               PERFORM SHOW-ONE-CASE
                   UNTIL WSEOF = "Y" OR WSCaseSeen = "Y"
               CLOSE CaseFile
           END-IF
           IF WSCaseSeen = "N"
               DISPLAY "Case " WSCaseNumber " is not on file"
           ELSE
               PERFORM LIST-CASE-LINKS
               PERFORM LIST-CASE-NOTES
           END-IF.

       SHOW-ONE-CASE.
           READ CaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScNumber = WSCaseNumber
                       MOVE "Y" TO WSCaseSeen
                       MOVE ScTotalAmount TO WSMoneyOut
                       DISPLAY "Case:      " ScNumber "  opened "
                           ScOpenDate " by " ScOpenedBy
                       DISPLAY "From:      " ScSource " hit "
                           ScSourceDate " / " ScSourceItem
                       DISPLAY "Subject:   " ScSubjectID " "
                           ScSubjectName
                       DISPLAY "Summary:   " ScSummary
                       DISPLAY "Status:    " ScStatus " since "
                           ScStatusDate " by " ScStatusBy
                           "  due " ScDueDate
                       DISPLAY "Amount:    " WSMoneyOut
                       IF ScFiled
                           IF ScReportedDate > 0
                               DISPLAY "Reported:  " ScReportedDate
                           ELSE
                               DISPLAY "Reported:  awaiting "
                                   "tonight's report file"
                           END-IF
                       END-IF
                       IF ScStillActive AND ScDueDate < WSToday
                           DISPLAY "*** Past its deadline ***"
                       END-IF
                   END-IF
           END-READ.

       LIST-CASE-LINKS.
           MOVE 0 TO WSLinkCount
           MOVE "N" TO WSEOF
           OPEN INPUT LinkFile
           IF WSLinkFileStatus = "00"
               DISPLAY "LINKS  T TRANID           ACCT  AMOUNT"
                   "          ITEM DATE LINKED   BY"
               PERFORM LIST-ONE-CASE-LINK UNTIL WSEOF = "Y"
               CLOSE LinkFile
           END-IF
           DISPLAY "Links on case: " WSLinkCount.

       LIST-ONE-CASE-LINK.
           READ LinkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SlCaseNumber = WSCaseNumber
                       ADD 1 TO WSLinkCount
                       MOVE SlAmount TO WSMoneyOut
                       DISPLAY "       " SlType " " SlTranID " "
                           SlIDNum " " WSMoneyOut " " SlItemDate " "
                           SlLinkedDate " " SlLinkedBy
                   END-IF
           END-READ.

       LIST-CASE-NOTES.
           MOVE 0 TO WSNoteCount
           MOVE "N" TO WSEOF
           OPEN INPUT NoteFile
           IF WSNoteFileStatus = "00"
               PERFORM LIST-ONE-CASE-NOTE UNTIL WSEOF = "Y"
               CLOSE NoteFile
           END-IF
           DISPLAY "Notes on case: " WSNoteCount.

       LIST-ONE-CASE-NOTE.
           READ NoteFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF SnCaseNumber = WSCaseNumber
                       ADD 1 TO WSNoteCount
                       DISPLAY SnDate " " SnOperator " " SnStatus " "
                           SnText
                   END-IF
           END-READ.

       LIST-CASE-QUEUE.
      *>     Every live case, and every filed one still waiting for
      *>     the report run.
           MOVE 0 TO WSCaseCount
           MOVE 0 TO WSOverdueCount
           MOVE "N" TO WSEOF
           OPEN INPUT CaseFile
           IF WSCaseFileStatus NOT = "00"
               DISPLAY "No cases are on file yet"
           ELSE
               DISPLAY "CASE    OPENED   ST DUE      SUBJ  "
                   "SUMMARY"
               PERFORM LIST-ONE-QUEUED-CASE UNTIL WSEOF = "Y"
               CLOSE CaseFile
               DISPLAY "Cases in the queue: " WSCaseCount
                   "  past deadline: " WSOverdueCount
           END-IF.

       LIST-ONE-QUEUED-CASE.
           READ CaseFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ScStillActive OR
                      (ScFiled AND ScReportedDate = 0)
                       ADD 1 TO WSCaseCount
                       IF ScStillActive AND ScDueDate < WSToday
                           ADD 1 TO WSOverdueCount
                           DISPLAY ScNumber " " ScOpenDate " "
                               ScStatus "  " ScDueDate " "
                               ScSubjectID " " ScSummary " OVERDUE"
                       ELSE
                           DISPLAY ScNumber " " ScOpenDate " "
                               ScStatus "  " ScDueDate " "
                               ScSubjectID " " ScSummary
                       END-IF
                   END-IF
           END-READ.
