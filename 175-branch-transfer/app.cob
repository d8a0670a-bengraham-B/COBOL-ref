       >> SOURCE FORMAT FREE
       identification division.
       program-id. BRXFER.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperFileStatus.

           SELECT NewOperatorFile ASSIGN TO "OperatorsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewOperStatus.

           SELECT VaultFile ASSIGN TO "Vault.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSVaultFileStatus.

           SELECT DrawerFile ASSIGN TO "Drawer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDrawerFileStatus.

           SELECT DrawerCcyFile ASSIGN TO "DrawerCcy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCcyFileStatus.

           SELECT ChequeBookFile ASSIGN TO "ChqBooks.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBookFileStatus.

           SELECT SafeBoxFile ASSIGN TO "SafeBoxes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBoxFileStatus.

           SELECT NewSafeBoxFile ASSIGN TO "SafeBoxesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewBoxStatus.

           SELECT SafeBoxLogFile ASSIGN TO "SafeBoxLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBoxLogStatus.

           SELECT ReportDistFile ASSIGN TO "ReportDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDistFileStatus.

           SELECT NewReportDistFile ASSIGN TO "ReportDistNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewDistStatus.

           SELECT JournalFile ASSIGN TO "CustJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJournalFileStatus.

           SELECT AuditFile ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

           SELECT BranchXferFile ASSIGN TO "BranchXfer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSXferFileStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD OperatorFile.
       COPY OPERREC.

       FD NewOperatorFile.
       01 NewOperatorRecord PIC X(64).

       FD VaultFile.
       COPY VAULTREC.

       FD DrawerFile.
       COPY DRAWREC.

       FD DrawerCcyFile.
       COPY DRCCYREC.

       FD ChequeBookFile.
       COPY CHQBKREC.

       FD SafeBoxFile.
       COPY SDBOXREC.

       FD NewSafeBoxFile.
       01 NewSafeBoxRecord PIC X(50).

       FD SafeBoxLogFile.
       COPY SDBOXLOG.

       FD ReportDistFile.
       COPY RPTDIST.

       FD NewReportDistFile.
       01 NewReportDistRecord PIC X(69).

       FD JournalFile.
       COPY JRNLREC.

       FD AuditFile.
       COPY AUDITREC.

       FD BranchXferFile.
       COPY BRXFER.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSOperFileStatus PIC X(2) VALUE "00".
       01 WSNewOperStatus PIC X(2) VALUE "00".
       01 WSVaultFileStatus PIC X(2) VALUE "00".
       01 WSDrawerFileStatus PIC X(2) VALUE "00".
       01 WSCcyFileStatus PIC X(2) VALUE "00".
       01 WSBookFileStatus PIC X(2) VALUE "00".
       01 WSBoxFileStatus PIC X(2) VALUE "00".
       01 WSNewBoxStatus PIC X(2) VALUE "00".
       01 WSBoxLogStatus PIC X(2) VALUE "00".
       01 WSDistFileStatus PIC X(2) VALUE "00".
       01 WSNewDistStatus PIC X(2) VALUE "00".
       01 WSJournalFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSXferFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
           88 WSSignOnDisabled VALUE 93.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "BRXFER".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSFromBranch PIC X(4) VALUE SPACES.
       01 WSToBranch PIC X(4) VALUE SPACES.
       01 WSEffDate PIC 9(8) VALUE 0.
       01 WSConfirm PIC X(1) VALUE SPACE.
           88 WSConfirmYes VALUE "Y" "y".
       01 WSRefusal PIC X(60) VALUE SPACES.
       01 WSNow PIC 9(8) VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   The source branch's operators, with the state of the
      *>   latest drawer each has on file - home currency and
      *>   foreign notes proved separately. "B" is closed and
      *>   counted down to nothing; "N" is anything else.
       01 WSSrcOperTable.
           02 WSSoEntry OCCURS 200 TIMES INDEXED BY WSSoIdx.
               03 WSSoID PIC X(8).
               03 WSSoDrawerDate PIC 9(8).
               03 WSSoDrawerState PIC X(1).
               03 WSSoCcyDate PIC 9(8).
               03 WSSoCcyState PIC X(1).
       01 WSSoCount PIC 9(3) VALUE 0.
       01 WSSoSlot PIC 9(3) VALUE 0.
       01 WSSoOverflow PIC 9(5) VALUE 0.
       01 WSLookOperator PIC X(8) VALUE SPACES.
       01 WSTargetOperators PIC 9(5) VALUE 0.
       01 WSDrawersChecked PIC 9(5) VALUE 0.
       01 WSDrawersNotEmpty PIC 9(5) VALUE 0.

      *>   The source vault's position is its latest day on file -
      *>   the opening count plus that day's movements.
       01 WSVaultDate PIC 9(8) VALUE 0.
       01 WSVaultPosition PIC S9(11)V99 VALUE 0.

      *>   Box numbers already in use at the receiving branch; a
      *>   source box whose number clashes takes the next free one
      *>   above the highest in use there.
       01 WSBoxUsedTable.
           02 WSBoxUsed PIC X(1) OCCURS 9999 TIMES.
       01 WSBoxHighest PIC 9(4) VALUE 0.
       01 WSBoxNewNumber PIC 9(4) VALUE 0.
       01 WSBoxOldNumber PIC 9(4) VALUE 0.
       01 WSBoxNoRoom PIC 9(5) VALUE 0.

      *>   Recipients the receiving branch already has, so a moved
      *>   recipient is not given the same report part twice.
       01 WSRecipTable.
           02 WSRecipEntry OCCURS 500 TIMES INDEXED BY WSRecipIdx.
               03 WSRecipReport PIC X(30).
               03 WSRecipName PIC X(30).
       01 WSRecipCount PIC 9(3) VALUE 0.
       01 WSRecipSeen PIC X(1) VALUE "N".

       01 WSCustomersToMove PIC 9(7) VALUE 0.
       01 WSCustomersMoved PIC 9(7) VALUE 0.
       01 WSCustomersFailed PIC 9(5) VALUE 0.
       01 WSBalanceMoved PIC S9(13)V99 VALUE 0.
       01 WSBooksMoved PIC 9(7) VALUE 0.
       01 WSOperatorsMoved PIC 9(5) VALUE 0.
       01 WSBoxesMoved PIC 9(5) VALUE 0.
       01 WSBoxesRented PIC 9(5) VALUE 0.
       01 WSBoxesRenumbered PIC 9(5) VALUE 0.
       01 WSRecipsMoved PIC 9(5) VALUE 0.
       01 WSRecipsDropped PIC 9(5) VALUE 0.
       01 WSJournalCount PIC 9(7) VALUE 0.

      *>   Customer balances convert to home currency at the mid
      *>   rate in force for the certificate total.
       01 WSHomeCurrency PIC X(3) VALUE "ZAR".
       01 WSHomeAmount PIC S9(13)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSFxMissing PIC 9(5) VALUE 0.

       01 WSCertLine.
           02 WSClCaption PIC X(44).
           02 FILLER PIC X(2).
           02 WSClCount PIC X(7).
           02 FILLER PIC X(2).
           02 WSClAmount PIC X(17).
       01 WSCountOut PIC Z(6)9.
       01 WSMoneyOut PIC +Z(12)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "BranchTransfer.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Branch closure and portfolio transfer - a head office
      *>   supervisor moves everything a closing or merging branch
      *>   holds to the branch taking it over, as of an effective
      *>   date: CustBranch on its customers (their cheque books
      *>   and balances go with them), OperBranch on its operators
      *>   (their drawers with them), its safe deposit boxes, and
      *>   its recipients on the report distribution table. Cash
      *>   does not move by journal - the run refuses to start
      *>   while the source vault holds a position or any of its
      *>   operators' drawers is open or not counted down to
      *>   nothing. Every record moved is journaled to
      *>   BranchXfer.dat (customers also to CustJournal.dat with
      *>   full images) and a transfer certificate of the counts
      *>   and balances moved is printed.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsSupervisor OR WSOperatorBranch NOT = "HO"
           DISPLAY "Branch transfers are for head office "
               "supervisors - sign-on does not allow it"
           STOP RUN
       END-IF
       CALL 'BUSDATE' USING WSBusinessDate

       DISPLAY "Branch closing (source): " WITH NO ADVANCING
       ACCEPT WSFromBranch
       DISPLAY "Branch taking over (target): " WITH NO ADVANCING
       ACCEPT WSToBranch
       DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSEffDate

       PERFORM CHECK-TRANSFER-REQUEST
       IF WSRefusal = SPACES
           PERFORM CHECK-SOURCE-CASH
       END-IF
       IF WSRefusal NOT = SPACES
           DISPLAY WSRefusal
           DISPLAY "Nothing transferred"
           STOP RUN
       END-IF

       PERFORM COUNT-PORTFOLIO
       DISPLAY "Source vault position at " WSVaultDate " is nil; "
           WSDrawersChecked " drawer(s) proved empty"
       DISPLAY WSCustomersToMove " customer(s), " WSSoCount
           " operator(s) to move from " WSFromBranch " to "
           WSToBranch
       DISPLAY "Proceed with the transfer (Y/N)? " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF NOT WSConfirmYes
           DISPLAY "Nothing transferred"
           STOP RUN
       END-IF

       PERFORM MOVE-CUSTOMERS
       PERFORM MOVE-OPERATORS
       PERFORM MOVE-SAFE-BOXES
       PERFORM MOVE-DISTRIBUTION
       PERFORM PRINT-TRANSFER-CERTIFICATE

       DISPLAY "BRANCH " WSFromBranch " TRANSFERRED TO " WSToBranch
           " EFFECTIVE " WSEffDate
       DISPLAY "CUSTOMERS MOVED:     " WSCustomersMoved
       DISPLAY "OPERATORS MOVED:     " WSOperatorsMoved
       DISPLAY "SAFE BOXES MOVED:    " WSBoxesMoved
       DISPLAY "RECIPIENTS MOVED:    " WSRecipsMoved
       DISPLAY "JOURNAL ENTRIES:     " WSJournalCount
       IF WSCustomersFailed > 0 OR WSBoxNoRoom > 0
           DISPLAY "*** SOME RECORDS COULD NOT BE MOVED - SEE THE "
               "CERTIFICATE ***"
           MOVE 4 TO RETURN-CODE
       END-IF
       DISPLAY "Certificate written to " WSRptName.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Supervisor operator ID" WITH NO ADVANCING
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
                   DISPLAY "Operator disabled - ask another "
                       "supervisor to reinstate it"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

      *>   The target must be head office or a branch with at least
      *>   one operator on file - a mistyped branch code must not
      *>   swallow a portfolio. The source operators are loaded as
      *>   the operator file is read.
       CHECK-TRANSFER-REQUEST.
           MOVE SPACES TO WSRefusal
           MOVE "V" TO WSDcAction
           MOVE WSEffDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           EVALUATE TRUE
               WHEN WSFromBranch = SPACES OR WSToBranch = SPACES
                   MOVE "Both branches are required" TO WSRefusal
               WHEN WSFromBranch = WSToBranch
                   MOVE "A branch cannot be transferred to itself"
                       TO WSRefusal
               WHEN WSFromBranch = "HO"
                   MOVE "Head office cannot be closed by transfer"
                       TO WSRefusal
               WHEN WSDcStatus NOT = 0
                   MOVE "Effective date is not a valid date"
                       TO WSRefusal
               WHEN WSEffDate > WSBusinessDate
                   MOVE "Effective date is after the business date"
                       TO WSRefusal
           END-EVALUATE
           IF WSRefusal = SPACES
               MOVE "N" TO WSEOF
               OPEN INPUT OperatorFile
               IF WSOperFileStatus = "00"
                   PERFORM LOAD-ONE-OPERATOR UNTIL WSEOF = "Y"
                   CLOSE OperatorFile
               END-IF
               EVALUATE TRUE
                   WHEN WSToBranch NOT = "HO" AND
                        WSTargetOperators = 0
                       MOVE "Target branch has no operators on file"
                           TO WSRefusal
                   WHEN WSSoOverflow > 0
                       MOVE "Source branch has too many operators"
                           TO WSRefusal
               END-EVALUATE
           END-IF.

       LOAD-ONE-OPERATOR.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF OperBranch = WSToBranch
                       ADD 1 TO WSTargetOperators
                   END-IF
                   IF OperBranch = WSFromBranch
                       IF WSSoCount < 200
                           ADD 1 TO WSSoCount
                           SET WSSoIdx TO WSSoCount
                           MOVE OperOperatorID TO WSSoID (WSSoIdx)
                           MOVE 0 TO WSSoDrawerDate (WSSoIdx)
                           MOVE "B" TO WSSoDrawerState (WSSoIdx)
                           MOVE 0 TO WSSoCcyDate (WSSoIdx)
                           MOVE "B" TO WSSoCcyState (WSSoIdx)
                       ELSE
                           ADD 1 TO WSSoOverflow
                       END-IF
                   END-IF
           END-READ.

       FIND-SOURCE-OPERATOR.
           MOVE 0 TO WSSoSlot
           PERFORM CHECK-ONE-SOURCE-OPERATOR
               VARYING WSSoIdx FROM 1 BY 1
               UNTIL WSSoIdx > WSSoCount OR WSSoSlot > 0.

       CHECK-ONE-SOURCE-OPERATOR.
           IF WSSoID (WSSoIdx) = WSLookOperator
               SET WSSoSlot TO WSSoIdx
           END-IF.

       CHECK-SOURCE-CASH.
           MOVE "N" TO WSEOF
           OPEN INPUT VaultFile
           IF WSVaultFileStatus = "00"
               PERFORM SUM-ONE-VAULT-ENTRY UNTIL WSEOF = "Y"
               CLOSE VaultFile
           END-IF

           MOVE "N" TO WSEOF
           OPEN INPUT DrawerFile
           IF WSDrawerFileStatus = "00"
               PERFORM CHECK-ONE-DRAWER UNTIL WSEOF = "Y"
               CLOSE DrawerFile
           END-IF

           MOVE "N" TO WSEOF
           OPEN INPUT DrawerCcyFile
           IF WSCcyFileStatus = "00"
               PERFORM CHECK-ONE-CURRENCY-DRAWER UNTIL WSEOF = "Y"
               CLOSE DrawerCcyFile
           END-IF

           PERFORM COUNT-ONE-DRAWER-STATE
               VARYING WSSoIdx FROM 1 BY 1 UNTIL WSSoIdx > WSSoCount
           EVALUATE TRUE
               WHEN WSVaultPosition NOT = 0
                   MOVE WSVaultPosition TO WSMoneyOut
                   STRING "Source vault holds " DELIMITED BY SIZE
                       WSMoneyOut DELIMITED BY SIZE
                       " - ship it out first" DELIMITED BY SIZE
                       INTO WSRefusal
                   END-STRING
               WHEN WSDrawersNotEmpty > 0
                   STRING WSDrawersNotEmpty DELIMITED BY SIZE
                       " source drawer(s) open or not counted to nil"
                           DELIMITED BY SIZE
                       INTO WSRefusal
                   END-STRING
           END-EVALUATE.

       SUM-ONE-VAULT-ENTRY.
           READ VaultFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF VltBranch = WSFromBranch
                       IF VltDate > WSVaultDate
                           MOVE VltDate TO WSVaultDate
                           MOVE 0 TO WSVaultPosition
                       END-IF
                       IF VltDate = WSVaultDate
                           ADD VltAmount TO WSVaultPosition
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-DRAWER.
           READ DrawerFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE DrOperator TO WSLookOperator
                   PERFORM FIND-SOURCE-OPERATOR
                   IF WSSoSlot > 0
                       SET WSSoIdx TO WSSoSlot
                       IF DrDate > WSSoDrawerDate (WSSoIdx)
                           MOVE DrDate TO WSSoDrawerDate (WSSoIdx)
                           MOVE "B" TO WSSoDrawerState (WSSoIdx)
                       END-IF
                       IF DrDate = WSSoDrawerDate (WSSoIdx)
                           IF NOT DrClosed OR DrCounted NOT = 0 OR
                               DrOverShort NOT = 0
                               MOVE "N" TO WSSoDrawerState (WSSoIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-CURRENCY-DRAWER.
           READ DrawerCcyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE DcOperator TO WSLookOperator
                   PERFORM FIND-SOURCE-OPERATOR
                   IF WSSoSlot > 0
                       SET WSSoIdx TO WSSoSlot
                       IF DcDate > WSSoCcyDate (WSSoIdx)
                           MOVE DcDate TO WSSoCcyDate (WSSoIdx)
                           MOVE "B" TO WSSoCcyState (WSSoIdx)
                       END-IF
                       IF DcDate = WSSoCcyDate (WSSoIdx)
                           IF NOT DcClosed OR DcCounted NOT = 0 OR
                               DcOverShort NOT = 0
                               MOVE "N" TO WSSoCcyState (WSSoIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       COUNT-ONE-DRAWER-STATE.
           IF WSSoDrawerDate (WSSoIdx) > 0 OR
              WSSoCcyDate (WSSoIdx) > 0
               ADD 1 TO WSDrawersChecked
           END-IF
           IF WSSoDrawerState (WSSoIdx) = "N" OR
              WSSoCcyState (WSSoIdx) = "N"
               ADD 1 TO WSDrawersNotEmpty
           END-IF.

      *>   Counted before anything moves so the supervisor sees the
      *>   size of it; cheque books follow their customers.
       COUNT-PORTFOLIO.
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE "N" TO WSEOF
               PERFORM COUNT-ONE-CUSTOMER UNTIL WSEOF = "Y"
               MOVE "N" TO WSEOF
               OPEN INPUT ChequeBookFile
               IF WSBookFileStatus = "00"
                   PERFORM COUNT-ONE-CHEQUE-BOOK UNTIL WSEOF = "Y"
                   CLOSE ChequeBookFile
               END-IF
               CLOSE CustomerFile
           END-IF.

       COUNT-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CustBranch = WSFromBranch
                       ADD 1 TO WSCustomersToMove
                   END-IF
           END-READ.

       COUNT-ONE-CHEQUE-BOOK.
           READ ChequeBookFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE CbIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CustBranch = WSFromBranch
                               ADD 1 TO WSBooksMoved
                           END-IF
                   END-READ
           END-READ.

       MOVE-CUSTOMERS.
           OPEN I-O CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "no customers moved"
               MOVE WSCustomersToMove TO WSCustomersFailed
           ELSE
               MOVE "N" TO WSEOF
               PERFORM MOVE-ONE-CUSTOMER UNTIL WSEOF = "Y"
               CLOSE CustomerFile
           END-IF.

       MOVE-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CustBranch = WSFromBranch
                       MOVE CustomerData TO JrnBeforeImage
                       MOVE WSToBranch TO CustBranch
                       REWRITE CustomerData
                           INVALID KEY
                               ADD 1 TO WSCustomersFailed
                               DISPLAY "Customer " IDNum
                                   " could not be rewritten"
                           NOT INVALID KEY
                               ADD 1 TO WSCustomersMoved
                               PERFORM ADD-BALANCE-MOVED
                               PERFORM WRITE-CUSTOMER-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

       ADD-BALANCE-MOVED.
           IF CustCurrency = SPACES OR CustCurrency = WSHomeCurrency
               MOVE CustBalance TO WSHomeAmount
           ELSE
               CALL 'FXRATE' USING CustCurrency, WSBusinessDate,
                   WSFxMidRate, WSFxEffDate, WSFxStatus
               IF NOT WSFxFound
                   ADD 1 TO WSFxMissing
                   MOVE 1 TO WSFxMidRate
               END-IF
               COMPUTE WSHomeAmount ROUNDED =
                   CustBalance * WSFxMidRate
           END-IF
           ADD WSHomeAmount TO WSBalanceMoved.

       WRITE-CUSTOMER-JOURNAL.
           MOVE IDNum TO JrnIDNum
           MOVE "BRXFER" TO JrnAction
           MOVE CustomerData TO JrnAfterImage
           ACCEPT JrnDate FROM DATE YYYYMMDD
           ACCEPT JrnTime FROM TIME
           MOVE WSOperatorID TO JrnOperator
           OPEN EXTEND JournalFile
           IF WSJournalFileStatus NOT = "00"
               OPEN OUTPUT JournalFile
           END-IF
           WRITE CustomerJournalRecord
           CLOSE JournalFile

           MOVE IDNum TO AuditIDNum
           MOVE "BRXFER" TO AuditAction
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE WSOperatorID TO AuditOperator
           OPEN EXTEND AuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT AuditFile
           END-IF
           WRITE AuditRecord
           CLOSE AuditFile

           MOVE "C" TO BxRecordType
           MOVE IDNum TO BxKey
           MOVE SPACES TO BxNote
           PERFORM WRITE-TRANSFER-JOURNAL.

       WRITE-TRANSFER-JOURNAL.
           MOVE WSBusinessDate TO BxDate
           ACCEPT WSNow FROM TIME
           MOVE WSNow TO BxTime
           MOVE WSEffDate TO BxEffDate
           MOVE WSOperatorID TO BxOperator
           MOVE WSFromBranch TO BxFromBranch
           MOVE WSToBranch TO BxToBranch
           OPEN EXTEND BranchXferFile
           IF WSXferFileStatus NOT = "00"
               OPEN OUTPUT BranchXferFile
           END-IF
           WRITE BranchXferRecord
           CLOSE BranchXferFile
           ADD 1 TO WSJournalCount.

       MOVE-OPERATORS.
           MOVE "N" TO WSEOF
           OPEN INPUT OperatorFile
           IF WSOperFileStatus = "00"
               OPEN OUTPUT NewOperatorFile
               PERFORM COPY-OPERATOR-MOVING UNTIL WSEOF = "Y"
               CLOSE OperatorFile
               CLOSE NewOperatorFile
               PERFORM SWAP-OPERATOR-FILE-BACK
           END-IF.

       COPY-OPERATOR-MOVING.
           READ OperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF OperBranch = WSFromBranch
                       MOVE WSToBranch TO OperBranch
                       ADD 1 TO WSOperatorsMoved
                       MOVE "O" TO BxRecordType
                       MOVE OperOperatorID TO BxKey
                       MOVE SPACES TO BxNote
                       PERFORM WRITE-TRANSFER-JOURNAL
                   END-IF
                   MOVE OperatorRecord TO NewOperatorRecord
                   WRITE NewOperatorRecord
           END-READ.

       SWAP-OPERATOR-FILE-BACK.
           OPEN INPUT NewOperatorFile
           OPEN OUTPUT OperatorFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-OPERATOR UNTIL WSEOF = "Y"
           CLOSE NewOperatorFile
           CLOSE OperatorFile.

       COPY-BACK-ONE-OPERATOR.
           READ NewOperatorFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewOperatorRecord TO OperatorRecord
                   WRITE OperatorRecord
           END-READ.

      *>   Pass one notes the box numbers the target already uses;
      *>   pass two moves the source boxes, renumbering any clash,
      *>   and logs each one transferred in at its new home.
       MOVE-SAFE-BOXES.
           MOVE ALL "N" TO WSBoxUsedTable
           MOVE "N" TO WSEOF
           OPEN INPUT SafeBoxFile
           IF WSBoxFileStatus = "00"
               PERFORM NOTE-ONE-TARGET-BOX UNTIL WSEOF = "Y"
               CLOSE SafeBoxFile
               MOVE "N" TO WSEOF
               OPEN INPUT SafeBoxFile
               OPEN OUTPUT NewSafeBoxFile
               PERFORM COPY-BOX-MOVING UNTIL WSEOF = "Y"
               CLOSE SafeBoxFile
               CLOSE NewSafeBoxFile
               PERFORM SWAP-BOX-FILE-BACK
           END-IF.

       NOTE-ONE-TARGET-BOX.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxBranch = WSToBranch AND BoxNumber > 0
                       MOVE "Y" TO WSBoxUsed (BoxNumber)
                       IF BoxNumber > WSBoxHighest
                           MOVE BoxNumber TO WSBoxHighest
                       END-IF
                   END-IF
           END-READ.

       COPY-BOX-MOVING.
           READ SafeBoxFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BoxBranch = WSFromBranch
                       PERFORM MOVE-ONE-BOX
                   END-IF
                   MOVE SafeBoxRecord TO NewSafeBoxRecord
                   WRITE NewSafeBoxRecord
           END-READ.

       MOVE-ONE-BOX.
           MOVE BoxNumber TO WSBoxOldNumber
           MOVE SPACES TO BxNote
           IF BoxNumber > 0
               IF WSBoxUsed (BoxNumber) = "Y"
                   IF WSBoxHighest < 9999
                       ADD 1 TO WSBoxHighest
                       MOVE WSBoxHighest TO WSBoxNewNumber
                       STRING "RENUMBERED " DELIMITED BY SIZE
                           WSBoxNewNumber DELIMITED BY SIZE
                           INTO BxNote
                       END-STRING
                       MOVE WSBoxNewNumber TO BoxNumber
                       ADD 1 TO WSBoxesRenumbered
                   ELSE
                       MOVE 0 TO BoxNumber
                   END-IF
               END-IF
           END-IF
           IF BoxNumber = 0
               ADD 1 TO WSBoxNoRoom
               MOVE WSBoxOldNumber TO BoxNumber
               DISPLAY "Box " BoxNumber " - no free number at "
                   WSToBranch " - left at " WSFromBranch
           ELSE
               MOVE "Y" TO WSBoxUsed (BoxNumber)
               IF BoxNumber > WSBoxHighest
                   MOVE BoxNumber TO WSBoxHighest
               END-IF
               MOVE WSToBranch TO BoxBranch
               ADD 1 TO WSBoxesMoved
               IF BoxRented
                   ADD 1 TO WSBoxesRented
               END-IF
               MOVE "B" TO BxRecordType
               MOVE WSBoxOldNumber TO BxKey
               PERFORM WRITE-TRANSFER-JOURNAL
               PERFORM WRITE-BOX-LOG-ENTRY
           END-IF.

       WRITE-BOX-LOG-ENTRY.
           MOVE BoxBranch TO BlBranch
           MOVE BoxNumber TO BlNumber
           MOVE WSBusinessDate TO BlDate
           ACCEPT BlTime FROM TIME
           SET BlTransferredIn TO TRUE
           MOVE BoxRenterID TO BlPartyID
           MOVE WSOperatorID TO BlOperator
           OPEN EXTEND SafeBoxLogFile
           IF WSBoxLogStatus NOT = "00"
               OPEN OUTPUT SafeBoxLogFile
           END-IF
           WRITE SafeBoxLogRecord
           CLOSE SafeBoxLogFile.

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

      *>   The source branch's recipients now receive the target's
      *>   part of each burst report - unless they already do.
       MOVE-DISTRIBUTION.
           MOVE "N" TO WSEOF
           OPEN INPUT ReportDistFile
           IF WSDistFileStatus = "00"
               PERFORM NOTE-ONE-TARGET-RECIPIENT UNTIL WSEOF = "Y"
               CLOSE ReportDistFile
               MOVE "N" TO WSEOF
               OPEN INPUT ReportDistFile
               OPEN OUTPUT NewReportDistFile
               PERFORM COPY-DISTRIBUTION-MOVING UNTIL WSEOF = "Y"
               CLOSE ReportDistFile
               CLOSE NewReportDistFile
               PERFORM SWAP-DISTRIBUTION-BACK
           END-IF.

       NOTE-ONE-TARGET-RECIPIENT.
           READ ReportDistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RdRecipientLine AND RdBranch = WSToBranch AND
                      WSRecipCount < 500
                       ADD 1 TO WSRecipCount
                       SET WSRecipIdx TO WSRecipCount
                       MOVE RdReport TO WSRecipReport (WSRecipIdx)
                       MOVE RdRecipient TO WSRecipName (WSRecipIdx)
                   END-IF
           END-READ.

       COPY-DISTRIBUTION-MOVING.
           READ ReportDistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RdRecipientLine AND RdBranch = WSFromBranch
                       PERFORM MOVE-ONE-RECIPIENT
                   ELSE
                       MOVE ReportDistRecord TO NewReportDistRecord
                       WRITE NewReportDistRecord
                   END-IF
           END-READ.

       MOVE-ONE-RECIPIENT.
           MOVE "N" TO WSRecipSeen
           PERFORM CHECK-ONE-TARGET-RECIPIENT
               VARYING WSRecipIdx FROM 1 BY 1
               UNTIL WSRecipIdx > WSRecipCount OR WSRecipSeen = "Y"
           MOVE "D" TO BxRecordType
           MOVE RdReport TO BxKey
           IF WSRecipSeen = "Y"
               ADD 1 TO WSRecipsDropped
               MOVE SPACES TO BxNote
               STRING RdRecipient DELIMITED BY "  "
                   " ALREADY RECEIVES - DROPPED" DELIMITED BY SIZE
                   INTO BxNote
               END-STRING
           ELSE
               MOVE WSToBranch TO RdBranch
               ADD 1 TO WSRecipsMoved
               MOVE RdRecipient TO BxNote
               MOVE ReportDistRecord TO NewReportDistRecord
               WRITE NewReportDistRecord
           END-IF
           PERFORM WRITE-TRANSFER-JOURNAL.

       CHECK-ONE-TARGET-RECIPIENT.
           IF WSRecipReport (WSRecipIdx) = RdReport AND
              WSRecipName (WSRecipIdx) = RdRecipient
               MOVE "Y" TO WSRecipSeen
           END-IF.

       SWAP-DISTRIBUTION-BACK.
           OPEN INPUT NewReportDistFile
           OPEN OUTPUT ReportDistFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-RECIPIENT UNTIL WSEOF = "Y"
           CLOSE NewReportDistFile
           CLOSE ReportDistFile.

       COPY-BACK-ONE-RECIPIENT.
           READ NewReportDistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewReportDistRecord TO ReportDistRecord
                   WRITE ReportDistRecord
           END-READ.

       PRINT-TRANSFER-CERTIFICATE.
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "BRANCH PORTFOLIO TRANSFER CERTIFICATE - "
               DELIMITED BY SIZE
               WSFromBranch DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSToBranch DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "ITEM                                            CO&
      &UNT             AMOUNT" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "FROM BRANCH " DELIMITED BY SIZE
               WSFromBranch DELIMITED BY SIZE
               " TO BRANCH " DELIMITED BY SIZE
               WSToBranch DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               WSEffDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "AUTHORISED BY " DELIMITED BY SIZE
               WSOperatorID DELIMITED BY SIZE
               " ON BUSINESS DATE " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

           MOVE SPACES TO WSCertLine
           MOVE "SOURCE VAULT POSITION" TO WSClCaption
           MOVE WSVaultPosition TO WSMoneyOut
           MOVE WSMoneyOut TO WSClAmount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "SOURCE DRAWERS PROVED EMPTY" TO WSClCaption
           MOVE WSDrawersChecked TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "CUSTOMERS MOVED / BALANCES (HOME CURRENCY)"
               TO WSClCaption
           MOVE WSCustomersMoved TO WSCountOut
           MOVE WSCountOut TO WSClCount
           MOVE WSBalanceMoved TO WSMoneyOut
           MOVE WSMoneyOut TO WSClAmount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "CHEQUE BOOKS ISSUED TO THOSE CUSTOMERS" TO WSClCaption
           MOVE WSBooksMoved TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "OPERATORS MOVED (WITH THEIR DRAWERS)" TO WSClCaption
           MOVE WSOperatorsMoved TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "SAFE DEPOSIT BOXES MOVED" TO WSClCaption
           MOVE WSBoxesMoved TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "  OF WHICH RENTED" TO WSClCaption
           MOVE WSBoxesRented TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "  OF WHICH RENUMBERED AT THE TARGET" TO WSClCaption
           MOVE WSBoxesRenumbered TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "REPORT RECIPIENTS MOVED" TO WSClCaption
           MOVE WSRecipsMoved TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "REPORT RECIPIENTS ALREADY AT THE TARGET"
               TO WSClCaption
           MOVE WSRecipsDropped TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE
           MOVE "TRANSFER JOURNAL ENTRIES WRITTEN" TO WSClCaption
           MOVE WSJournalCount TO WSCountOut
           MOVE WSCountOut TO WSClCount
           PERFORM PRINT-ONE-CERT-LINE

           IF WSFxMissing > 0
               MOVE SPACES TO WSRptLine
               STRING "*** " DELIMITED BY SIZE
                   WSFxMissing DELIMITED BY SIZE
                   " BALANCE(S) WITH NO FX RATE ON FILE - CONVERTED "
                       DELIMITED BY SIZE
                   "AT 1 ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF
           IF WSCustomersFailed > 0
               MOVE SPACES TO WSRptLine
               STRING "*** " DELIMITED BY SIZE
                   WSCustomersFailed DELIMITED BY SIZE
                   " CUSTOMER(S) NOT MOVED - STILL AT "
                       DELIMITED BY SIZE
                   WSFromBranch DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF
           IF WSBoxNoRoom > 0
               MOVE SPACES TO WSRptLine
               STRING "*** " DELIMITED BY SIZE
                   WSBoxNoRoom DELIMITED BY SIZE
                   " BOX(ES) WITH NO FREE NUMBER AT THE TARGET - STILL "
                       DELIMITED BY SIZE
                   "AT " DELIMITED BY SIZE
                   WSFromBranch DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-CERT-LINE.
           MOVE WSCertLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSCertLine.
