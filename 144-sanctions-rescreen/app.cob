       >> SOURCE FORMAT FREE
       identification division.
       program-id. RESCREEN.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT BlocklistFile ASSIGN TO "Blocklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBlockFileStatus.

           SELECT NewBlocklistFile ASSIGN TO "BlocklistNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT AcctRelFile ASSIGN TO "AcctRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRelFileStatus.

           SELECT PayeeFile ASSIGN TO "Payees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayeeFileStatus.

           SELECT EntityFile ASSIGN TO "Entities.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EntIDNum
           FILE STATUS IS WSEntFileStatus.

           SELECT EntityPartyFile ASSIGN TO "EntityParties.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPartyFileStatus.

           SELECT ApprovalFile ASSIGN TO "PendingApprovals.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprFileStatus.

           SELECT ApprSeqFile ASSIGN TO "AppSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSApprSeqStatus.

           SELECT AuditFile ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RescreenCtlFile ASSIGN TO "RescreenCtl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlFileStatus.

       data division.

       FILE SECTION.
       FD BlocklistFile.
       COPY BLOCKREC.

       FD NewBlocklistFile.
       01 NewBlocklistRecord PIC X(71).

       FD CustomerFile.
       COPY CUSTREC.

       FD AcctRelFile.
       COPY RELREC.

       FD PayeeFile.
       COPY PAYEEREC.

       FD EntityFile.
       COPY ENTREC.

       FD EntityPartyFile.
       COPY ENTPTY.

       FD ApprovalFile.
       COPY APPRREC.

       FD ApprSeqFile.
       01 ApprSeqRecord.
           02 ApprSeqCounter PIC 9(7).

       FD AuditFile.
       COPY AUDITREC.

      *> One record - the business date the last full rescreen of
      *> the book ran on.
       FD RescreenCtlFile.
       01 RescreenCtlRecord.
           02 RcLastFullDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WSBlockFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSPayeeFileStatus PIC X(2) VALUE "00".
       01 WSEntFileStatus PIC X(2) VALUE "00".
       01 WSPartyFileStatus PIC X(2) VALUE "00".
       01 WSApprFileStatus PIC X(2) VALUE "00".
       01 WSApprSeqStatus PIC X(2) VALUE "00".
       01 WSCtlFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSApprItem PIC 9(7) VALUE 0.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSLastFullDate PIC 9(8) VALUE 0.
       01 WSRunType PIC X(1) VALUE "N".
           88 WSFullRescreen VALUE "F".
           88 WSNewEntriesOnly VALUE "N".

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "RESCREEN".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "SanctionsRescreen.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   The blocklist entries this run screens against - every
      *>   active entry on a full rescreen, only the entries not
      *>   yet screened against the book on other nights.
       01 WSBlockTable.
           02 WSBlockEntry OCCURS 500 TIMES
               INDEXED BY WSBlkIdx.
               03 WSBlockName PIC X(30).
               03 WSBlockSoundex PIC X(4).
               03 WSBlockRef PIC X(20).
       01 WSBlockCount PIC 999 VALUE 0.
       01 WSBlockSkipped PIC 9(5) VALUE 0.
       01 WSEntryScreened PIC A(1) VALUE "N".

      *>   RESCREEN items already on the approval queue, whatever
      *>   their disposition - a match compliance has already seen
      *>   (account, party and blocklist name) is not queued again
      *>   by the next month's full rescreen. A pending item also
      *>   remembers the status the account had before the freeze.
       01 WSKnownTable.
           02 WSKnownEntry OCCURS 2000 TIMES
               INDEXED BY WSKnownIdx.
               03 WSKnownAccount PIC 9(5).
               03 WSKnownParty PIC X(30).
               03 WSKnownBlock PIC X(30).
               03 WSKnownStatus PIC X(1).
               03 WSKnownPrior PIC X(1).
       01 WSKnownCount PIC 9(4) VALUE 0.
       01 WSKnownFound PIC A(1) VALUE "N".

      *>   Hits gathered on the read-only passes, applied to the
      *>   queue and Customer.dat once the passes are done.
       01 WSHitTable.
           02 WSHitEntry OCCURS 2000 TIMES
               INDEXED BY WSHitIdx.
               03 WSHitAccount PIC 9(5).
               03 WSHitPartyID PIC 9(5).
               03 WSHitPartyName PIC X(30).
               03 WSHitRole PIC X(12).
               03 WSHitPayee PIC 9(5).
               03 WSHitBlock PIC 999.
       01 WSHitCount PIC 9(4) VALUE 0.
       01 WSHitOverflow PIC 9(5) VALUE 0.

       01 WSScreenName PIC X(50) VALUE SPACES.
       01 WSScreenFirst PIC X(50) VALUE SPACES.
       01 WSScreenSurname PIC X(50) VALUE SPACES.
       01 WSScreenPointer PIC 99 VALUE 1.
       01 WSScreenSoundex PIC X(4) VALUE SPACES.
       01 WSScreenHit PIC A(1) VALUE "N".
       01 WSScreenAccount PIC 9(5) VALUE 0.
       01 WSScreenPartyID PIC 9(5) VALUE 0.
       01 WSScreenRole PIC X(12) VALUE SPACES.
       01 WSScreenPayee PIC 9(5) VALUE 0.

       01 WSPriorStatus PIC X(1) VALUE SPACE.
       01 WSActionText PIC X(16) VALUE SPACES.

       01 WSCustScreened PIC 9(7) VALUE 0.
       01 WSRelScreened PIC 9(7) VALUE 0.
       01 WSPayeeScreened PIC 9(7) VALUE 0.
       01 WSEntPartyScreened PIC 9(7) VALUE 0.
       01 WSQueuedCount PIC 9(5) VALUE 0.
       01 WSFrozenCount PIC 9(5) VALUE 0.
       01 WSKnownSkipped PIC 9(5) VALUE 0.
       01 WSClosedSkipped PIC 9(5) VALUE 0.

       01 WSDetailLine.
           02 WSDetailItem PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WSDetailAccount PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WSDetailRole PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 WSDetailParty PIC X(24).
           02 FILLER PIC X(1) VALUE SPACES.
           02 WSDetailRef PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 WSDetailAction PIC X(16).

      *>   Sanctions rescreen - runs the existing book against the
      *>   blocklist, not just the day's new items: every customer
      *>   that is not closed, every active joint holder and
      *>   signatory on AcctRel.dat, every active director and
      *>   beneficial owner behind a legal-entity customer, and
      *>   every active payee on Payees.dat, matched the way the
      *>   teller path and inbound clearing match (the full name,
      *>   or the surname's SOUNDEX code). Each night it screens
      *>   the book against entries blocklist maintenance added
      *>   since the last run; the first run of each calendar
      *>   month screens it against the whole active list. A
      *>   match queues a RESCREEN item for compliance disposition
      *>   and freezes the account it was found on - the account
      *>   stays frozen until compliance clears the item as a
      *>   false match on the approval queue.
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

       PERFORM DECIDE-RUN-TYPE
       PERFORM LOAD-BLOCK-ENTRIES
       PERFORM LOAD-KNOWN-ITEMS

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       IF WSFullRescreen
           STRING "SANCTIONS RESCREEN - FULL BOOK AT "
               DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
       ELSE
           STRING "SANCTIONS RESCREEN - NEW BLOCKLIST ENTRIES AT "
               DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
       END-IF
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "ITEM     ACCT   FOUND AS     PARTY NAME"
           DELIMITED BY SIZE
           "               BLOCKLIST REF        ACTION"
           DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       IF WSBlockCount > 0
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "rescreen aborted"
               MOVE "C" TO WSRptAction
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EntityFile
           PERFORM SCREEN-CUSTOMERS
           IF WSEntFileStatus = "00"
               CLOSE EntityFile
           END-IF
           PERFORM SCREEN-RELATIONS
           PERFORM SCREEN-ENTITY-PARTIES
           PERFORM SCREEN-PAYEES
           CLOSE CustomerFile

           OPEN I-O CustomerFile
           PERFORM APPLY-ONE-HIT
               VARYING WSHitIdx FROM 1 BY 1
               UNTIL WSHitIdx > WSHitCount
           CLOSE CustomerFile

           PERFORM STAMP-BLOCKLIST-SCREENED
       END-IF
       IF WSFullRescreen
           MOVE WSBusinessDate TO RcLastFullDate
           OPEN OUTPUT RescreenCtlFile
               WRITE RescreenCtlRecord
           CLOSE RescreenCtlFile
       END-IF

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "ENTRIES SCREENED " DELIMITED BY SIZE
           WSBlockCount DELIMITED BY SIZE
           "  CUSTOMERS " DELIMITED BY SIZE
           WSCustScreened DELIMITED BY SIZE
           "  RELATIONS " DELIMITED BY SIZE
           WSRelScreened DELIMITED BY SIZE
           "  ENTITY PARTIES " DELIMITED BY SIZE
           WSEntPartyScreened DELIMITED BY SIZE
           "  PAYEES " DELIMITED BY SIZE
           WSPayeeScreened DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "QUEUED " DELIMITED BY SIZE
           WSQueuedCount DELIMITED BY SIZE
           "  ACCOUNTS FROZEN " DELIMITED BY SIZE
           WSFrozenCount DELIMITED BY SIZE
           "  ALREADY ON QUEUE " DELIMITED BY SIZE
           WSKnownSkipped DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSQueuedCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSHitOverflow > 0 OR WSBlockSkipped > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       IF WSFullRescreen
           DISPLAY "FULL SANCTIONS RESCREEN AT " WSBusinessDate
       ELSE
           DISPLAY "SANCTIONS RESCREEN OF NEW ENTRIES AT "
               WSBusinessDate
       END-IF
       DISPLAY "BLOCKLIST ENTRIES: " WSBlockCount
       DISPLAY "CUSTOMERS:         " WSCustScreened
       DISPLAY "RELATIONS:         " WSRelScreened
       DISPLAY "ENTITY PARTIES:    " WSEntPartyScreened
       DISPLAY "PAYEES:            " WSPayeeScreened
       DISPLAY "ITEMS QUEUED:      " WSQueuedCount
       DISPLAY "ACCOUNTS FROZEN:   " WSFrozenCount
       DISPLAY "ALREADY ON QUEUE:  " WSKnownSkipped
       IF WSClosedSkipped > 0
           DISPLAY "CLOSED, SKIPPED:   " WSClosedSkipped
       END-IF
       IF WSBlockSkipped > 0
           DISPLAY "Blocklist table full at 500 - " WSBlockSkipped
               " entries not screened this run"
       END-IF
       IF WSHitOverflow > 0
           DISPLAY "Hit table full at 2000 - " WSHitOverflow
               " matches not queued this run"
       END-IF
       DISPLAY "Rescreen report written to " WSRptName.

       STOP RUN.

       DECIDE-RUN-TYPE.
      *>     The first run in a calendar month screens the book
      *>     against the whole list; a missing control record
      *>     means no full rescreen has ever run.
           MOVE 0 TO WSLastFullDate
           OPEN INPUT RescreenCtlFile
           IF WSCtlFileStatus = "00"
               READ RescreenCtlFile
                   AT END CONTINUE
                   NOT AT END MOVE RcLastFullDate TO WSLastFullDate
               END-READ
               CLOSE RescreenCtlFile
           END-IF
           IF WSLastFullDate (1:6) = WSBusinessDate (1:6)
               SET WSNewEntriesOnly TO TRUE
           ELSE
               SET WSFullRescreen TO TRUE
           END-IF.

       LOAD-BLOCK-ENTRIES.
           MOVE 0 TO WSBlockCount
           MOVE "N" TO WSEOF
           OPEN INPUT BlocklistFile
           IF WSBlockFileStatus = "00"
               PERFORM LOAD-ONE-BLOCK-ENTRY UNTIL WSEOF = "Y"
               CLOSE BlocklistFile
           END-IF.

       LOAD-ONE-BLOCK-ENTRY.
      *>     An entry written before the screened date was carried
      *>     has no date at all, and counts as not yet screened.
           READ BlocklistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BlkActive
                       IF WSFullRescreen
                          OR BlkScreenedDate NOT NUMERIC
                          OR BlkScreenedDate = 0
                           PERFORM ADD-ONE-BLOCK-ENTRY
                       END-IF
                   END-IF
           END-READ.

       ADD-ONE-BLOCK-ENTRY.
           IF WSBlockCount >= 500
               ADD 1 TO WSBlockSkipped
           ELSE
               ADD 1 TO WSBlockCount
               SET WSBlkIdx TO WSBlockCount
               MOVE BlkName TO WSBlockName (WSBlkIdx)
               MOVE BlkSoundex TO WSBlockSoundex (WSBlkIdx)
               MOVE BlkReference TO WSBlockRef (WSBlkIdx)
           END-IF.

       LOAD-KNOWN-ITEMS.
           MOVE 0 TO WSKnownCount
           MOVE "N" TO WSEOF
           OPEN INPUT ApprovalFile
           IF WSApprFileStatus = "00"
               PERFORM LOAD-ONE-KNOWN-ITEM UNTIL WSEOF = "Y"
               CLOSE ApprovalFile
           END-IF.

       LOAD-ONE-KNOWN-ITEM.
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF AppAction = "RESCREEN"
                      AND WSKnownCount < 2000
                       ADD 1 TO WSKnownCount
                       SET WSKnownIdx TO WSKnownCount
                       MOVE AppCustomerID
                           TO WSKnownAccount (WSKnownIdx)
                       MOVE AppSenderName (1:30)
                           TO WSKnownParty (WSKnownIdx)
                       MOVE AppReceiverName (1:30)
                           TO WSKnownBlock (WSKnownIdx)
                       MOVE AppStatus TO WSKnownStatus (WSKnownIdx)
                       MOVE AppNewStatus TO WSKnownPrior (WSKnownIdx)
                   END-IF
           END-READ.

       SCREEN-CUSTOMERS.
           MOVE "N" TO WSEOF
           PERFORM SCREEN-ONE-CUSTOMER UNTIL WSEOF = "Y".

       SCREEN-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF NOT AcctClosed
                       ADD 1 TO WSCustScreened
                       MOVE IDNum TO WSScreenAccount
                       MOVE IDNum TO WSScreenPartyID
                       MOVE "CUSTOMER" TO WSScreenRole
                       MOVE 0 TO WSScreenPayee
                       IF CustLegalEntity
                           PERFORM SCREEN-ENTITY-NAME
                       ELSE
                           PERFORM SCREEN-CUSTOMER-NAME
                       END-IF
                   END-IF
           END-READ.

       SCREEN-ENTITY-NAME.
      *>     An entity screens under its full registered name -
      *>     the master only carries the first thirty characters.
           MOVE "ENTITY" TO WSScreenRole
           MOVE SPACES TO WSScreenName
           MOVE IDNum TO EntIDNum
           IF WSEntFileStatus = "00"
               READ EntityFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EntRegName TO WSScreenName
               END-READ
           END-IF
           IF WSScreenName = SPACES
               STRING FirstName DELIMITED BY SIZE
                   LastName DELIMITED BY SIZE
                   INTO WSScreenName
               END-STRING
           END-IF
           PERFORM SCREEN-FREE-TEXT-NAME.

       SCREEN-CUSTOMER-NAME.
      *>     The customer record is already split, so the surname
      *>     is LastName itself.
           MOVE SPACES TO WSScreenName
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO WSScreenName
           END-STRING
           MOVE LastName TO WSScreenSurname
           CALL 'SOUNDEX' USING WSScreenSurname, WSScreenSoundex
           PERFORM SCREEN-AGAINST-TABLE.

       SCREEN-RELATIONS.
      *>     A guardian only acts for a minor and does not hold the
      *>     account, so only joint holders and signatories screen.
           MOVE "N" TO WSEOF
           OPEN INPUT AcctRelFile
           IF WSRelFileStatus = "00"
               PERFORM SCREEN-ONE-RELATION UNTIL WSEOF = "Y"
               CLOSE AcctRelFile
           END-IF.

       SCREEN-ONE-RELATION.
           READ AcctRelFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RelActive AND
                      (RelJointHolder OR RelSignatory)
                       MOVE RelPartyID TO IDNum
                       READ CustomerFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WSRelScreened
                               MOVE RelAccountID TO WSScreenAccount
                               MOVE RelPartyID TO WSScreenPartyID
                               IF RelJointHolder
                                   MOVE "JOINT HOLDER" TO WSScreenRole
                               ELSE
                                   MOVE "SIGNATORY" TO WSScreenRole
                               END-IF
                               MOVE 0 TO WSScreenPayee
                               PERFORM SCREEN-CUSTOMER-NAME
                       END-READ
                   END-IF
           END-READ.

       SCREEN-ENTITY-PARTIES.
      *>     A director or owner is screened against the entity's
      *>     account - a match freezes the entity, not just the
      *>     person's own accounts.
           MOVE "N" TO WSEOF
           OPEN INPUT EntityPartyFile
           IF WSPartyFileStatus = "00"
               PERFORM SCREEN-ONE-ENTITY-PARTY UNTIL WSEOF = "Y"
               CLOSE EntityPartyFile
           END-IF.

       SCREEN-ONE-ENTITY-PARTY.
           READ EntityPartyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EpActive
                       MOVE EpPartyID TO IDNum
                       READ CustomerFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WSEntPartyScreened
                               MOVE EpEntityID TO WSScreenAccount
                               MOVE EpPartyID TO WSScreenPartyID
                               IF EpDirector
                                   MOVE "DIRECTOR" TO WSScreenRole
                               ELSE
                                   MOVE "BENEF OWNER" TO WSScreenRole
                               END-IF
                               MOVE 0 TO WSScreenPayee
                               PERFORM SCREEN-CUSTOMER-NAME
                       END-READ
                   END-IF
           END-READ.

       SCREEN-PAYEES.
           MOVE "N" TO WSEOF
           OPEN INPUT PayeeFile
           IF WSPayeeFileStatus = "00"
               PERFORM SCREEN-ONE-PAYEE UNTIL WSEOF = "Y"
               CLOSE PayeeFile
           END-IF.

       SCREEN-ONE-PAYEE.
      *>     A payee name is free text, split the way inbound
      *>     clearing splits a party name - the surname is all
      *>     after the first space.
           READ PayeeFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF PayActive
                       ADD 1 TO WSPayeeScreened
                       MOVE PayCustomerID TO WSScreenAccount
                       IF PayInternal
                           MOVE PayInternalID TO WSScreenPartyID
                       ELSE
                           MOVE 0 TO WSScreenPartyID
                       END-IF
                       MOVE "PAYEE" TO WSScreenRole
                       MOVE PayNumber TO WSScreenPayee
                       MOVE PayName TO WSScreenName
                       PERFORM SCREEN-FREE-TEXT-NAME
                   END-IF
           END-READ.

       SCREEN-FREE-TEXT-NAME.
           MOVE SPACES TO WSScreenFirst
           MOVE SPACES TO WSScreenSurname
           MOVE 1 TO WSScreenPointer
           UNSTRING WSScreenName DELIMITED BY ALL SPACE
               INTO WSScreenFirst
               WITH POINTER WSScreenPointer
           IF WSScreenPointer <= 50
               MOVE WSScreenName (WSScreenPointer:)
                   TO WSScreenSurname
           ELSE
               MOVE WSScreenFirst TO WSScreenSurname
           END-IF
           CALL 'SOUNDEX' USING WSScreenSurname, WSScreenSoundex
           PERFORM SCREEN-AGAINST-TABLE.

       SCREEN-AGAINST-TABLE.
           MOVE "N" TO WSScreenHit
           PERFORM CHECK-ONE-BLOCK-ENTRY
               VARYING WSBlkIdx FROM 1 BY 1
               UNTIL WSBlkIdx > WSBlockCount OR WSScreenHit = "Y".

       CHECK-ONE-BLOCK-ENTRY.
           IF WSBlockName (WSBlkIdx) = WSScreenName (1:30) OR
              WSBlockSoundex (WSBlkIdx) = WSScreenSoundex
               MOVE "Y" TO WSScreenHit
               PERFORM RECORD-ONE-HIT
           END-IF.

       RECORD-ONE-HIT.
           IF WSHitCount >= 2000
               ADD 1 TO WSHitOverflow
           ELSE
               ADD 1 TO WSHitCount
               SET WSHitIdx TO WSHitCount
               MOVE WSScreenAccount TO WSHitAccount (WSHitIdx)
               MOVE WSScreenPartyID TO WSHitPartyID (WSHitIdx)
               MOVE WSScreenName (1:30) TO WSHitPartyName (WSHitIdx)
               MOVE WSScreenRole TO WSHitRole (WSHitIdx)
               MOVE WSScreenPayee TO WSHitPayee (WSHitIdx)
               SET WSHitBlock (WSHitIdx) TO WSBlkIdx
           END-IF.

       APPLY-ONE-HIT.
      *>     A match compliance has already had is not queued
      *>     twice; a closed account has nothing left to freeze.
           SET WSBlkIdx TO WSHitBlock (WSHitIdx)
           MOVE "N" TO WSKnownFound
           PERFORM CHECK-ONE-KNOWN-ITEM
               VARYING WSKnownIdx FROM 1 BY 1
               UNTIL WSKnownIdx > WSKnownCount OR WSKnownFound = "Y"
           IF WSKnownFound = "Y"
               ADD 1 TO WSKnownSkipped
           ELSE
               MOVE WSHitAccount (WSHitIdx) TO IDNum
               READ CustomerFile
                   INVALID KEY
                       ADD 1 TO WSClosedSkipped
                   NOT INVALID KEY
                       IF AcctClosed
                           ADD 1 TO WSClosedSkipped
                       ELSE
                           PERFORM QUEUE-AND-FREEZE
                       END-IF
               END-READ
           END-IF.

       CHECK-ONE-KNOWN-ITEM.
           IF WSKnownAccount (WSKnownIdx) = WSHitAccount (WSHitIdx)
              AND WSKnownParty (WSKnownIdx) = WSHitPartyName (WSHitIdx)
              AND WSKnownBlock (WSKnownIdx) = WSBlockName (WSBlkIdx)
               MOVE "Y" TO WSKnownFound
           END-IF.

       QUEUE-AND-FREEZE.
      *>     The status to restore on a false match is the one the
      *>     account had before any rescreen froze it - an account
      *>     already frozen by a pending rescreen item carries that
      *>     item's prior status forward; one frozen for any other
      *>     reason stays frozen when the item clears.
           MOVE AcctStatus TO WSPriorStatus
           IF AcctFrozen
               PERFORM FIND-PENDING-PRIOR-STATUS
                   VARYING WSKnownIdx FROM 1 BY 1
                   UNTIL WSKnownIdx > WSKnownCount
           END-IF

           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE SPACES TO PendingApprovalRecord
           MOVE WSApprItem TO AppItemNumber
           MOVE WSBusinessDate TO AppDate
           ACCEPT AppTime FROM TIME
           MOVE "RESCREEN" TO AppMaker
           MOVE "RESCREEN" TO AppAction
           MOVE WSHitAccount (WSHitIdx) TO AppCustomerID
           MOVE WSPriorStatus TO AppNewStatus
           MOVE 0 TO AppAmount
           MOVE 0 TO AppHomeAmount
           MOVE WSHitPartyID (WSHitIdx) TO AppReceiverID
           MOVE WSHitPartyName (WSHitIdx) TO AppSenderName (1:30)
           MOVE WSHitRole (WSHitIdx) TO AppSenderName (32:12)
           MOVE WSBlockName (WSBlkIdx) TO AppReceiverName (1:30)
           MOVE WSBlockRef (WSBlkIdx) TO AppReceiverName (31:20)
           SET AppPending TO TRUE
           MOVE SPACES TO AppChecker
           MOVE 0 TO AppResolvedDate
           MOVE WSHitPayee (WSHitIdx) TO AppReference
           OPEN EXTEND ApprovalFile
           IF WSApprFileStatus NOT = "00"
               OPEN OUTPUT ApprovalFile
           END-IF
           WRITE PendingApprovalRecord
           CLOSE ApprovalFile
           ADD 1 TO WSQueuedCount

           IF WSKnownCount < 2000
               ADD 1 TO WSKnownCount
               SET WSKnownIdx TO WSKnownCount
               MOVE AppCustomerID TO WSKnownAccount (WSKnownIdx)
               MOVE AppSenderName (1:30) TO WSKnownParty (WSKnownIdx)
               MOVE AppReceiverName (1:30)
                   TO WSKnownBlock (WSKnownIdx)
               MOVE AppStatus TO WSKnownStatus (WSKnownIdx)
               MOVE AppNewStatus TO WSKnownPrior (WSKnownIdx)
           END-IF

           IF AcctFrozen
               MOVE "ALREADY FROZEN" TO WSActionText
           ELSE
               SET AcctFrozen TO TRUE
               REWRITE CustomerData
                   INVALID KEY
                       MOVE "NOT FROZEN" TO WSActionText
                       DISPLAY "Unable to freeze account " IDNum
                           " - item " WSApprItem " still queued"
                   NOT INVALID KEY
                       ADD 1 TO WSFrozenCount
                       MOVE "FROZEN" TO WSActionText
                       PERFORM WRITE-FREEZE-AUDIT
               END-REWRITE
           END-IF
           PERFORM PRINT-HIT-LINE.

       FIND-PENDING-PRIOR-STATUS.
           IF WSKnownAccount (WSKnownIdx) = IDNum
              AND WSKnownStatus (WSKnownIdx) = "P"
               MOVE WSKnownPrior (WSKnownIdx) TO WSPriorStatus
           END-IF.

       WRITE-FREEZE-AUDIT.
           MOVE IDNum TO AuditIDNum
           MOVE "SANCFZ" TO AuditAction
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE "RESCREEN" TO AuditOperator
           OPEN EXTEND AuditFile
               WRITE AuditRecord
           CLOSE AuditFile.

       PRINT-HIT-LINE.
           MOVE WSApprItem TO WSDetailItem
           MOVE WSHitAccount (WSHitIdx) TO WSDetailAccount
           MOVE WSHitRole (WSHitIdx) TO WSDetailRole
           MOVE WSHitPartyName (WSHitIdx) TO WSDetailParty
           MOVE WSBlockRef (WSBlkIdx) TO WSDetailRef
           MOVE WSActionText TO WSDetailAction
           MOVE WSDetailLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

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

       STAMP-BLOCKLIST-SCREENED.
      *>     Every active entry the book has now been screened
      *>     against carries tonight's date, so tomorrow's run
      *>     only picks up what blocklist maintenance adds next.
      *>     An entry left out by a full table waits for the
      *>     next run.
           MOVE "N" TO WSEOF
           OPEN INPUT BlocklistFile
           IF WSBlockFileStatus = "00"
               OPEN OUTPUT NewBlocklistFile
               PERFORM STAMP-ONE-BLOCK-ENTRY UNTIL WSEOF = "Y"
               CLOSE BlocklistFile
               CLOSE NewBlocklistFile
               PERFORM SWAP-BLOCK-FILE-BACK
           END-IF.

       STAMP-ONE-BLOCK-ENTRY.
           READ BlocklistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BlkAddedDate NOT NUMERIC
                       MOVE 0 TO BlkAddedDate
                   END-IF
                   IF BlkScreenedDate NOT NUMERIC
                       MOVE 0 TO BlkScreenedDate
                   END-IF
                   IF BlkActive
                       PERFORM STAMP-IF-SCREENED
                   END-IF
                   MOVE BlocklistRecord TO NewBlocklistRecord
                   WRITE NewBlocklistRecord
           END-READ.

       STAMP-IF-SCREENED.
           MOVE "N" TO WSEntryScreened
           PERFORM CHECK-ONE-SCREENED-ENTRY
               VARYING WSBlkIdx FROM 1 BY 1
               UNTIL WSBlkIdx > WSBlockCount
               OR WSEntryScreened = "Y"
           IF WSEntryScreened = "Y"
               MOVE WSBusinessDate TO BlkScreenedDate
           END-IF.

       CHECK-ONE-SCREENED-ENTRY.
           IF WSBlockName (WSBlkIdx) = BlkName
               MOVE "Y" TO WSEntryScreened
           END-IF.

       SWAP-BLOCK-FILE-BACK.
           OPEN INPUT NewBlocklistFile
           OPEN OUTPUT BlocklistFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-BLOCK UNTIL WSEOF = "Y"
           CLOSE NewBlocklistFile
           CLOSE BlocklistFile.

       COPY-BACK-ONE-BLOCK.
           READ NewBlocklistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewBlocklistRecord TO BlocklistRecord
                   WRITE BlocklistRecord
           END-READ.
