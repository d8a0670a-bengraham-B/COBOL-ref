       >> SOURCE FORMAT FREE
       identification division.
       program-id. STAFFEXC.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT TellerJournalFile ASSIGN TO "TellerJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEjFileStatus.

           SELECT AuditFile ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD TellerJournalFile.
       COPY EJRNLREC.

       FD AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEjFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "STAFFEXC".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   STAFFCHK call area.
       01 WSStaffOperator PIC X(8) VALUE SPACES.
       01 WSStaffAccount PIC 9(5) VALUE 0.
       01 WSStaffOwner PIC 9(5) VALUE 0.
       01 WSStaffGuardian PIC 9(5) VALUE 0.
       01 WSStaffStatus PIC 99 VALUE 0.
           88 WSStaffNotConnected VALUE 0.
           88 WSStaffOwnAccount VALUE 1.
           88 WSStaffRelativeAccount VALUE 2.
       01 WSStaffParty PIC 9(5) VALUE 0.
       01 WSStaffLink PIC X(18) VALUE SPACES.

      *>   One exception line in the making.
       01 WSExcSource PIC X(3) VALUE SPACES.
       01 WSExcTime PIC 9(8) VALUE 0.
       01 WSExcBranch PIC X(4) VALUE SPACES.
       01 WSExcAction PIC X(10) VALUE SPACES.
       01 WSExcAmount PIC S9(9)V99 VALUE 0.
       01 WSExcWentThrough PIC A(1) VALUE "N".
       01 WSAmountOut PIC +Z(8)9.99.

       01 WSJournalScanned PIC 9(7) VALUE 0.
       01 WSAuditScanned PIC 9(7) VALUE 0.
       01 WSExceptionCount PIC 9(7) VALUE 0.
       01 WSThroughCount PIC 9(7) VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "StaffExceptions.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Daily staff conflict-of-interest exceptions for internal
      *>   audit - every teller journal entry of the business day
      *>   and every customer maintenance audit entry since it
      *>   began, judged through STAFFCHK against the operator who
      *>   made it: their own account, a declared relative's, or
      *>   one either stands behind on AcctRel.dat. The teller and
      *>   maintenance programs already refuse or queue such work,
      *>   so most lines show the control holding (DECLINED,
      *>   QUEUED, REFUSED); anything that POSTED or was maintained
      *>   anyway - before a link was declared, or through a path
      *>   without the check - ends the step with RC 4.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE WSBusinessDate TO WSRunDate
       MOVE "Q" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSRunDone = "Y"
           DISPLAY WSRunStep " already complete for " WSRunDate
               " - step skipped on restart"
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "no staff exceptions report"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "STAFF CONFLICT-OF-INTEREST EXCEPTIONS FOR "
           DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "SRC  TIME      OPERATOR  BRCH  ACCT   LINK        "
           DELIMITED BY SIZE
           "        VIA    ACTION             AMOUNT"
           DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       MOVE "N" TO WSEOF
       OPEN INPUT TellerJournalFile
       IF WSEjFileStatus = "00"
           PERFORM CHECK-ONE-JOURNAL-ENTRY UNTIL WSEOF = "Y"
           CLOSE TellerJournalFile
       ELSE
           DISPLAY "TellerJournal.dat is not on file - no teller "
               "entries checked"
       END-IF

       MOVE "N" TO WSEOF
       OPEN INPUT AuditFile
       IF WSAuditFileStatus = "00"
           PERFORM CHECK-ONE-AUDIT-ENTRY UNTIL WSEOF = "Y"
           CLOSE AuditFile
       ELSE
           DISPLAY "CustomerAudit.dat is not on file - no "
               "maintenance entries checked"
       END-IF
       CLOSE CustomerFile

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "EXCEPTIONS " DELIMITED BY SIZE
           WSExceptionCount DELIMITED BY SIZE
           "  WENT THROUGH " DELIMITED BY SIZE
           WSThroughCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSExceptionCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSThroughCount > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "STAFF EXCEPTIONS FOR " WSBusinessDate
       DISPLAY "JOURNAL ENTRIES:   " WSJournalScanned
       DISPLAY "AUDIT ENTRIES:     " WSAuditScanned
       DISPLAY "EXCEPTIONS:        " WSExceptionCount
       DISPLAY "WENT THROUGH:      " WSThroughCount
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

      *>   A journal entry can touch two accounts - a transfer
      *>   that names the operator's own account as receiver is
      *>   as much an exception as one that debits it. Entries
      *>   from before the accounts were journaled carry no
      *>   account and are passed over.
       CHECK-ONE-JOURNAL-ENTRY.
           READ TellerJournalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EjDate = WSBusinessDate
                       ADD 1 TO WSJournalScanned
                       PERFORM JUDGE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       JUDGE-JOURNAL-ENTRY.
           MOVE "EJ" TO WSExcSource
           MOVE EjTime TO WSExcTime
           MOVE EjOperator TO WSStaffOperator
           MOVE EjBranch TO WSExcBranch
           MOVE EjAmount TO WSExcAmount
           MOVE SPACES TO WSExcAction
           EVALUATE TRUE
               WHEN EjPosted
                   STRING EjType " POSTED" DELIMITED BY SIZE
                       INTO WSExcAction
                   END-STRING
               WHEN EjDeclined
                   STRING EjType " DECLINED" DELIMITED BY SIZE
                       INTO WSExcAction
                   END-STRING
               WHEN EjQueued
                   STRING EjType " QUEUED" DELIMITED BY SIZE
                       INTO WSExcAction
                   END-STRING
               WHEN OTHER
                   STRING EjType " ABORTED" DELIMITED BY SIZE
                       INTO WSExcAction
                   END-STRING
           END-EVALUATE
           MOVE "N" TO WSExcWentThrough
           IF EjPosted
               MOVE "Y" TO WSExcWentThrough
           END-IF
           MOVE 0 TO WSStaffStatus
           IF EjSenderID IS NUMERIC
               MOVE EjSenderID TO WSStaffAccount
               PERFORM CHECK-STAFF-ACCOUNT
           END-IF
           IF WSStaffNotConnected AND EjReceiverID IS NUMERIC
               MOVE EjReceiverID TO WSStaffAccount
               PERFORM CHECK-STAFF-ACCOUNT
           END-IF
           IF NOT WSStaffNotConnected
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>   Audit entries are stamped with the calendar date, so
      *>   everything from the business date on is this day's work
      *>   even when the stream runs past midnight.
       CHECK-ONE-AUDIT-ENTRY.
           READ AuditFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AuditDate IS NUMERIC AND
                      AuditDate NOT < WSBusinessDate
                       ADD 1 TO WSAuditScanned
                       PERFORM JUDGE-AUDIT-ENTRY
                   END-IF
           END-READ.

       JUDGE-AUDIT-ENTRY.
           MOVE "AUD" TO WSExcSource
           MOVE AuditTime TO WSExcTime
           MOVE AuditOperator TO WSStaffOperator
           MOVE SPACES TO WSExcBranch
           MOVE 0 TO WSExcAmount
           IF AuditAction = "STFREF"
               MOVE "REFUSED" TO WSExcAction
               MOVE "N" TO WSExcWentThrough
           ELSE
               MOVE AuditAction TO WSExcAction
               MOVE "Y" TO WSExcWentThrough
           END-IF
           MOVE 0 TO WSStaffStatus
           IF AuditIDNum IS NUMERIC
               MOVE AuditIDNum TO WSStaffAccount
               PERFORM CHECK-STAFF-ACCOUNT
           END-IF
           IF NOT WSStaffNotConnected
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>   The account's owner and guardian come off the master for
      *>   STAFFCHK; an account since deleted is still judged on
      *>   its own number.
       CHECK-STAFF-ACCOUNT.
           MOVE 0 TO WSStaffStatus
           IF WSStaffAccount NOT = 0 AND
              WSStaffAccount NOT = WSSuspenseID
               MOVE 0 TO WSStaffOwner
               MOVE 0 TO WSStaffGuardian
               MOVE WSStaffAccount TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustOwnerID IS NUMERIC
                           MOVE CustOwnerID TO WSStaffOwner
                       END-IF
                       IF CustGuardianID IS NUMERIC
                           MOVE CustGuardianID TO WSStaffGuardian
                       END-IF
               END-READ
               CALL 'STAFFCHK' USING WSStaffOperator, WSStaffAccount,
                   WSStaffOwner, WSStaffGuardian, WSStaffStatus,
                   WSStaffParty
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WSExceptionCount
           IF WSExcWentThrough = "Y"
               ADD 1 TO WSThroughCount
           END-IF
           EVALUATE TRUE
               WHEN WSStaffOwnAccount
                   MOVE "OWN ACCOUNT" TO WSStaffLink
               WHEN WSStaffRelativeAccount
                   MOVE "RELATIVE" TO WSStaffLink
               WHEN OTHER
                   MOVE "RELATED PARTY" TO WSStaffLink
           END-EVALUATE
           MOVE SPACES TO WSRptLine
           IF WSExcSource = "AUD"
               STRING WSExcSource DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSExcTime DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffOperator DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSExcBranch DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffAccount DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffLink DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffParty DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSExcAction DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               MOVE WSExcAmount TO WSAmountOut
               STRING WSExcSource DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSExcTime DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffOperator DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSExcBranch DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffAccount DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffLink DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSStaffParty DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSExcAction DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSAmountOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
