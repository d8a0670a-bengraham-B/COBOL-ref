       >> SOURCE FORMAT FREE
       identification division.
       program-id. DCOLUNP.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT UnpaidFile ASSIGN TO "CollectUnpaid.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSUnpaidFileStatus.

           SELECT CollectRegFile ASSIGN TO "CollectReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegFileStatus.

           SELECT NewCollectRegFile ASSIGN TO "CollectRegNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewRegStatus.

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

       data division.

       FILE SECTION.
      *> One line per collection item the paying institution
      *> refused, with its reason.
       FD UnpaidFile.
       01 UnpaidRecord.
           02 UnpItemID PIC 9(16).
           02 UnpReason PIC X(20).

       FD CollectRegFile.
       COPY DCOLREG.

       FD NewCollectRegFile.
       01 NewCollectRegRecord PIC X(132).

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       WORKING-STORAGE SECTION.
       01 WSUnpaidFileStatus PIC X(2) VALUE "00".
       01 WSRegFileStatus PIC X(2) VALUE "00".
       01 WSNewRegStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Unpaids held for the register pass - the register is
      *>   copy-swapped once with every unpaid applied, and any
      *>   unpaid that never found an outstanding item is reported
      *>   afterwards.
       01 WSUnpTable.
           02 WSUnpEntry OCCURS 500 TIMES INDEXED BY WSUnpIdx.
               03 WSUnpID PIC 9(16).
               03 WSUnpReason PIC X(20).
               03 WSUnpUsed PIC X(1).
       01 WSUnpCount PIC 999 VALUE 0.
       01 WSUnpSlot PIC 999 VALUE 0.

       01 WSUnpaidCount PIC 9(5) VALUE 0.
       01 WSUnmatchedCount PIC 9(5) VALUE 0.
       01 WSReviewCount PIC 9(5) VALUE 0.
       01 WSOverdrawnCount PIC 9(5) VALUE 0.
       01 WSDebitTotal PIC 9(11)V99 VALUE 0.
       01 WSCollectorName PIC X(31) VALUE SPACES.
       01 WSCollectorOverdrawn PIC A(1) VALUE "N".
       01 WSCollectorDebited PIC A(1) VALUE "Y".
       01 WSNotDebitedWhy PIC X(24) VALUE SPACES.

      *>   The collector was credited in its account's currency at
      *>   the mid on the collection date; the unpaid takes back the
      *>   same amount at the same rate. With no rate on file, or
      *>   no collector to debit, the unpaid is reported for review
      *>   and the register row stays sent for it.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

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

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "CollectUnpaid.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
       01 WSMoneyOut PIC +Z(8)9.99.

      *>   Debit collection unpaid processing - the unpaid file the
      *>   paying institutions send back against our collectors'
      *>   outbound items (CollectUnpaid.dat) is applied to the
      *>   collection register. Each unpaid item still outstanding
      *>   is debited back from the collector it was credited to,
      *>   a debit-direction 9000-band reversal journals the undo
      *>   against the batch's collector credit leg, and the
      *>   register entry goes unpaid with the reason. The debit
      *>   stands even if it overdraws the collector - the money
      *>   never came - and an overdrawn collector is reported.
      *>   Unpaids for items not outstanding are reported for
      *>   review, never applied.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate

       OPEN INPUT UnpaidFile
       IF WSUnpaidFileStatus NOT = "00"
           DISPLAY "No CollectUnpaid.dat on file - nothing to apply"
           STOP RUN
       END-IF
       PERFORM LOAD-ONE-UNPAID UNTIL WSEOF = "Y"
       CLOSE UnpaidFile

       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "unpaids not applied"
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE "DEBIT COLLECTION UNPAID RUN" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "ITEM ID           STATUS    DETAIL" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM APPLY-UNPAIDS-TO-REGISTER
       CLOSE CustomerFile

       PERFORM REPORT-ONE-UNMATCHED
           VARYING WSUnpIdx FROM 1 BY 1
           UNTIL WSUnpIdx > WSUnpCount

       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "DEBIT COLLECTION UNPAIDS FOR " WSBusinessDate
       DISPLAY "UNPAIDS APPLIED:      " WSUnpaidCount
       DISPLAY "UNPAIDS UNMATCHED:    " WSUnmatchedCount
       IF WSReviewCount > 0
           DISPLAY "*** " WSReviewCount " UNPAID(S) NOT DEBITED - "
               "LEFT OPEN FOR REVIEW ***"
       END-IF
       DISPLAY "DEBITED TO COLLECTORS: " WSDebitTotal
       IF WSOverdrawnCount > 0
           DISPLAY "*** " WSOverdrawnCount " UNPAID(S) LEFT THE "
               "COLLECTOR OVERDRAWN ***"
       END-IF
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

       LOAD-ONE-UNPAID.
           READ UnpaidFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSUnpCount >= 500
                       DISPLAY "Unpaid table full at 500 - "
                           UnpItemID " not applied this run"
                   ELSE
                       ADD 1 TO WSUnpCount
                       SET WSUnpIdx TO WSUnpCount
                       MOVE UnpItemID TO WSUnpID (WSUnpIdx)
                       MOVE UnpReason TO WSUnpReason (WSUnpIdx)
                       MOVE "N" TO WSUnpUsed (WSUnpIdx)
                   END-IF
           END-READ.

       APPLY-UNPAIDS-TO-REGISTER.
           MOVE "N" TO WSEOF
           OPEN INPUT CollectRegFile
           IF WSRegFileStatus NOT = "00"
               DISPLAY "No collection register on file - "
                   "nothing to match"
           ELSE
               OPEN OUTPUT NewCollectRegFile
               PERFORM PROCESS-ONE-REGISTER-ROW UNTIL WSEOF = "Y"
               CLOSE CollectRegFile
               CLOSE NewCollectRegFile
               PERFORM SWAP-REGISTER-BACK
           END-IF.

       PROCESS-ONE-REGISTER-ROW.
           READ CollectRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CRSent
                       PERFORM MATCH-ONE-REGISTER-ROW
                   END-IF
                   MOVE CollectRegRecord TO NewCollectRegRecord
                   WRITE NewCollectRegRecord
           END-READ.

       MATCH-ONE-REGISTER-ROW.
           MOVE 0 TO WSUnpSlot
           PERFORM CHECK-ONE-UNPAID
               VARYING WSUnpIdx FROM 1 BY 1
               UNTIL WSUnpIdx > WSUnpCount OR WSUnpSlot > 0
           IF WSUnpSlot > 0
               SET WSUnpIdx TO WSUnpSlot
               MOVE "Y" TO WSUnpUsed (WSUnpIdx)
               PERFORM PROCESS-ONE-UNPAID
           END-IF.

       CHECK-ONE-UNPAID.
           IF WSUnpID (WSUnpIdx) = CRItemID AND
               WSUnpUsed (WSUnpIdx) = "N"
               MOVE WSUnpIdx TO WSUnpSlot
           END-IF.

       PROCESS-ONE-UNPAID.
           PERFORM DEBIT-COLLECTOR
           IF WSCollectorDebited = "Y"
               SET CRUnpaid TO TRUE
               MOVE WSUnpReason (WSUnpIdx) TO CRReason
               MOVE WSBusinessDate TO CRResponseDate
               ADD 1 TO WSUnpaidCount
               PERFORM POST-UNPAID-REVERSAL
               PERFORM REPORT-ONE-UNPAID-DEBIT
           ELSE
               ADD 1 TO WSReviewCount
               MOVE SPACES TO WSRptLine
               STRING CRItemID DELIMITED BY SIZE
                   "  UNPAID - " DELIMITED BY SIZE
                   WSNotDebitedWhy DELIMITED BY "  "
                   " - COLLECTOR " DELIMITED BY SIZE
                   CRCollectorID DELIMITED BY SIZE
                   " NOT DEBITED - REVIEW" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       REPORT-ONE-UNPAID-DEBIT.
           ADD CRAmount TO WSDebitTotal
           MOVE CRAmount TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING CRItemID DELIMITED BY SIZE
               "  UNPAID - COLLECTOR " DELIMITED BY SIZE
               CRCollectorID DELIMITED BY SIZE
               " DEBITED " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRReason DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSCollectorOverdrawn = "Y"
               ADD 1 TO WSOverdrawnCount
               MOVE SPACES TO WSRptLine
               STRING CRItemID DELIMITED BY SIZE
                   "  COLLECTOR " DELIMITED BY SIZE
                   CRCollectorID DELIMITED BY SIZE
                   " NOW OVERDRAWN - REFER TO THE BRANCH"
                   DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       DEBIT-COLLECTOR.
           MOVE "N" TO WSCollectorOverdrawn
           MOVE "Y" TO WSCollectorDebited
           MOVE SPACES TO WSNotDebitedWhy
           MOVE "ZAR" TO WSAcctCurrency
           MOVE CRAmount TO WSAcctAmount
           MOVE SPACES TO WSCollectorName
           MOVE CRCollectorID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Collector " CRCollectorID
                       " not found for unpaid debit"
                   MOVE "N" TO WSCollectorDebited
                   MOVE "COLLECTOR NOT ON FILE" TO WSNotDebitedWhy
               NOT INVALID KEY
                   STRING FirstName DELIMITED BY SPACE
                       SPACE
                       LastName DELIMITED BY SIZE
                       INTO WSCollectorName
                   PERFORM SET-ACCOUNT-AMOUNT
                   IF WSFxFound
                       PERFORM APPLY-COLLECTOR-DEBIT
                   ELSE
                       MOVE "N" TO WSCollectorDebited
                       STRING "NO " DELIMITED BY SIZE
                           WSAcctCurrency DELIMITED BY SIZE
                           " RATE" DELIMITED BY SIZE
                           INTO WSNotDebitedWhy
                   END-IF
           END-READ.

       APPLY-COLLECTOR-DEBIT.
           SUBTRACT WSAcctAmount FROM CustBalance
           IF CustBalance < 0
               MOVE "Y" TO WSCollectorOverdrawn
           END-IF
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to debit collector " CRCollectorID
                   MOVE "N" TO WSCollectorDebited
                   MOVE "N" TO WSCollectorOverdrawn
                   MOVE "COLLECTOR NOT UPDATED" TO WSNotDebitedWhy
           END-REWRITE.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the collector's record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, CRCollectDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSAcctAmount ROUNDED = CRAmount / WSFxMidRate
           END-IF.

       POST-UNPAID-REVERSAL.
      *>     Same 9000 code band and TranOriginalID linkage as the
      *>     settlement returns, pointing at the collector's credit
      *>     leg for the batch; debit direction, since the money
      *>     comes back out of the collector's account.
           CALL 'TRANSEQ' USING WSSeqCounter
           MOVE WSBusinessDate TO WSSystemDate
           MOVE WSSystemDay TO WSTranDay
           MOVE WSSystemMonth TO WSTranMonth
           MOVE WSSystemYear TO WSTranYear
           DIVIDE WSSeqCounter BY 1000
               GIVING WSTranProtocol
               REMAINDER WSTranCode
           ADD 9000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           MOVE WSCollectorName TO TranSender
           MOVE SPACES TO TranReceiver
           STRING "UNPAID " DELIMITED BY SIZE
               CRMandateRef DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRReason DELIMITED BY SIZE
               INTO TranReceiver
           END-STRING
           MOVE CRTransferID TO TranOriginalID
           MOVE "DCOLUNP" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE CRAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "D" TO TranLegType
           MOVE "R" TO TranType
           MOVE CRCollectorID TO TranSenderID
           MOVE ZERO TO TranReceiverID
           MOVE "HO" TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile.

       REPORT-ONE-UNMATCHED.
           IF WSUnpUsed (WSUnpIdx) = "N"
               ADD 1 TO WSUnmatchedCount
               MOVE SPACES TO WSRptLine
               STRING WSUnpID (WSUnpIdx) DELIMITED BY SIZE
                   "  NOT AN OUTSTANDING COLLECTION - REVIEW"
                   DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       SWAP-REGISTER-BACK.
           OPEN INPUT NewCollectRegFile
           OPEN OUTPUT CollectRegFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-REGISTER UNTIL WSEOF = "Y"
           CLOSE NewCollectRegFile
           CLOSE CollectRegFile.

       COPY-BACK-ONE-REGISTER.
           READ NewCollectRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCollectRegRecord TO CollectRegRecord
                   WRITE CollectRegRecord
           END-READ.
