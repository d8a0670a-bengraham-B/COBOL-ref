       >> SOURCE FORMAT FREE
       identification division.
       program-id. XBSTAT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT StatusFile ASSIGN TO "XBStatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSStatusFileStatus.

           SELECT CrossBorderFile ASSIGN TO "CrossBorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSXbFileStatus.

           SELECT NewCrossBorderFile ASSIGN TO "CrossBorderNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewXbStatus.

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

           SELECT ParmFile ASSIGN TO "XBStatusParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
      *> One status line per payment from the correspondent -
      *> "C" confirmed paid to the beneficiary's bank, "J"
      *> rejected before it was paid, "R" returned by the
      *> beneficiary's bank after it was paid - with a reason.
       FD StatusFile.
       01 StatusRecord.
           02 XsPaymentID PIC 9(16).
           02 XsStatus PIC X(1).
               88 XsConfirmed VALUE "C".
               88 XsRejected VALUE "J".
               88 XsReturned VALUE "R".
           02 XsReason PIC X(20).

       FD CrossBorderFile.
       COPY XBPAYREC.

       FD NewCrossBorderFile.
       01 NewCrossBorderRecord PIC X(306).

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD ParmFile.
       01 ParmRecord.
           02 ParmChaseDays PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WSStatusFileStatus PIC X(2) VALUE "00".
       01 WSXbFileStatus PIC X(2) VALUE "00".
       01 WSNewXbStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSChaseDays PIC 9(3) VALUE 2.

      *>   Status lines held for the register pass - the register
      *>   is copy-swapped once with every status applied, and a
      *>   status line that found no payment it could apply to is
      *>   reported afterwards.
       01 WSStatTable.
           02 WSStatEntry OCCURS 500 TIMES INDEXED BY WSStatIdx.
               03 WSStatID PIC 9(16).
               03 WSStatCode PIC X(1).
               03 WSStatReason PIC X(20).
               03 WSStatUsed PIC X(1).
       01 WSStatCount PIC 999 VALUE 0.
       01 WSStatSlot PIC 999 VALUE 0.

       01 WSConfirmedCount PIC 9(5) VALUE 0.
       01 WSRejectedCount PIC 9(5) VALUE 0.
       01 WSReturnedCount PIC 9(5) VALUE 0.
       01 WSUnmatchedCount PIC 9(5) VALUE 0.
       01 WSUnconfirmedCount PIC 9(5) VALUE 0.
       01 WSReviewCount PIC 9(5) VALUE 0.
       01 WSRecreditTotal PIC 9(11)V99 VALUE 0.

      *>   An ordering account that runs in the payment currency
      *>   gets the payment amount back; any other gets the home
      *>   amount at the mid rate of the capture date, which is
      *>   what the payment took off it.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSRecredited PIC A(1) VALUE "N".

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

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
       01 WSRptName PIC X(30) VALUE "XBStatus.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSDaysOut PIC Z(4)9.
       01 WSReturnWord PIC X(8) VALUE SPACES.

      *>   Cross-border payment status run - the correspondent's
      *>   status file (XBStatus.dat) is applied to the payment
      *>   register. A confirmation closes the payment. A payment
      *>   rejected before it was paid, or returned by the
      *>   beneficiary's bank after it was, re-credits the ordering
      *>   customer the home amount they were debited and journals
      *>   a 9000-band reversal against the payment's debit leg,
      *>   the convention the settlement returns use. Every
      *>   payment sent and still unconfirmed past the chase window
      *>   goes on the report of unconfirmed payments so somebody
      *>   chases the correspondent before the customer does.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM LOAD-CHASE-PARM

       OPEN INPUT StatusFile
       IF WSStatusFileStatus = "00"
           PERFORM LOAD-ONE-STATUS UNTIL WSEOF = "Y"
           CLOSE StatusFile
       ELSE
           DISPLAY "No XBStatus.dat on file - only the "
               "unconfirmed payments report runs"
       END-IF

       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "statuses not applied"
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE "CROSS-BORDER PAYMENT STATUS RUN" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "PAYMENT ID        STATUS    DETAIL" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM APPLY-STATUSES-TO-REGISTER
       CLOSE CustomerFile

       PERFORM REPORT-ONE-UNMATCHED
           VARYING WSStatIdx FROM 1 BY 1
           UNTIL WSStatIdx > WSStatCount

       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "CROSS-BORDER PAYMENT STATUS FOR " WSBusinessDate
       DISPLAY "CONFIRMED:           " WSConfirmedCount
       DISPLAY "REJECTED:            " WSRejectedCount
       DISPLAY "RETURNED:            " WSReturnedCount
       DISPLAY "STATUSES UNMATCHED:  " WSUnmatchedCount
       DISPLAY "LEFT FOR REVIEW:     " WSReviewCount
       DISPLAY "UNCONFIRMED PAST " WSChaseDays " DAYS: "
           WSUnconfirmedCount
       DISPLAY "RE-CREDITED TO CUSTOMERS: " WSRecreditTotal
       DISPLAY "Report written to " WSRptName.

       STOP RUN.

       LOAD-CHASE-PARM.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END MOVE ParmChaseDays TO WSChaseDays
               END-READ
               CLOSE ParmFile
           END-IF.

       LOAD-ONE-STATUS.
           READ StatusFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSStatCount >= 500
                       DISPLAY "Status table full at 500 - "
                           XsPaymentID " not applied this run"
                   ELSE
                       ADD 1 TO WSStatCount
                       SET WSStatIdx TO WSStatCount
                       MOVE XsPaymentID TO WSStatID (WSStatIdx)
                       MOVE XsStatus TO WSStatCode (WSStatIdx)
                       MOVE XsReason TO WSStatReason (WSStatIdx)
                       MOVE "N" TO WSStatUsed (WSStatIdx)
                   END-IF
           END-READ.

       APPLY-STATUSES-TO-REGISTER.
           MOVE "N" TO WSEOF
           OPEN INPUT CrossBorderFile
           IF WSXbFileStatus NOT = "00"
               DISPLAY "No cross-border payments on file - "
                   "nothing to match"
           ELSE
               OPEN OUTPUT NewCrossBorderFile
               PERFORM PROCESS-ONE-PAYMENT UNTIL WSEOF = "Y"
               CLOSE CrossBorderFile
               CLOSE NewCrossBorderFile
               PERFORM SWAP-REGISTER-BACK
           END-IF.

       PROCESS-ONE-PAYMENT.
      *>     A sent payment takes any status; a confirmed one can
      *>     still come back returned by the beneficiary's bank.
           READ CrossBorderFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF XbSent OR XbConfirmed
                       PERFORM MATCH-ONE-PAYMENT
                   END-IF
                   MOVE CrossBorderRecord TO NewCrossBorderRecord
                   WRITE NewCrossBorderRecord
           END-READ.

       MATCH-ONE-PAYMENT.
           MOVE 0 TO WSStatSlot
           PERFORM CHECK-ONE-STATUS
               VARYING WSStatIdx FROM 1 BY 1
               UNTIL WSStatIdx > WSStatCount OR WSStatSlot > 0
           IF WSStatSlot > 0
               SET WSStatIdx TO WSStatSlot
               MOVE "Y" TO WSStatUsed (WSStatIdx)
               IF WSStatCode (WSStatIdx) = "C"
                   MOVE WSBusinessDate TO XbResponseDate
                   MOVE WSStatReason (WSStatIdx) TO XbReason
                   SET XbConfirmed TO TRUE
                   ADD 1 TO WSConfirmedCount
                   PERFORM REPORT-CONFIRMATION
               ELSE
      *>             A rejection or return only closes the payment
      *>             once the customer has the money back; if not,
      *>             the payment keeps its status for review.
                   PERFORM PROCESS-ONE-RETURN
                   IF WSRecredited = "Y"
                       MOVE WSBusinessDate TO XbResponseDate
                       MOVE WSStatReason (WSStatIdx) TO XbReason
                       IF WSStatCode (WSStatIdx) = "J"
                           SET XbRejected TO TRUE
                           ADD 1 TO WSRejectedCount
                       ELSE
                           SET XbReturned TO TRUE
                           ADD 1 TO WSReturnedCount
                       END-IF
                   ELSE
                       ADD 1 TO WSReviewCount
                   END-IF
               END-IF
           ELSE
               IF XbSent
                   PERFORM CHECK-PAYMENT-UNCONFIRMED
               END-IF
           END-IF.

       CHECK-ONE-STATUS.
      *>     A confirmation only applies to a payment still sent;
      *>     a rejection or return applies to a sent or a
      *>     confirmed one.
           IF WSStatID (WSStatIdx) = XbPaymentID AND
               WSStatUsed (WSStatIdx) = "N"
               IF XbSent OR WSStatCode (WSStatIdx) = "R"
                   MOVE WSStatIdx TO WSStatSlot
               END-IF
           END-IF.

       REPORT-CONFIRMATION.
           MOVE SPACES TO WSRptLine
           STRING XbPaymentID DELIMITED BY SIZE
               "  CONFIRMED " DELIMITED BY SIZE
               XbCurrency DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               XbBenBankID DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CHECK-PAYMENT-UNCONFIRMED.
           MOVE "D" TO WSDcAction
           MOVE XbSentDate TO WSDcDate1
           MOVE WSBusinessDate TO WSDcDate2
           CALL 'DATECALC' USING WSDcAction, WSDcDate1,
               WSDcDate2, WSDcAmount, WSDcStatus
           IF WSDcStatus = 0 AND WSDcAmount > WSChaseDays
               ADD 1 TO WSUnconfirmedCount
               MOVE XbAmount TO WSMoneyOut
               MOVE WSDcAmount TO WSDaysOut
               MOVE SPACES TO WSRptLine
               STRING XbPaymentID DELIMITED BY SIZE
                   "  UNCONFIRMED " DELIMITED BY SIZE
                   XbCurrency DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " SENT " DELIMITED BY SIZE
                   XbSentDate DELIMITED BY SIZE
                   WSDaysOut DELIMITED BY SIZE
                   " DAYS - CHASE" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       PROCESS-ONE-RETURN.
      *>     The customer gets back the home amount the payment
      *>     cost them - the correspondent returns the foreign
      *>     amount, so the FX round trip is ours, not theirs.
           PERFORM RECREDIT-ORDERING-CUSTOMER
           IF WSRecredited = "Y"
               PERFORM POST-RETURN-REVERSAL
               PERFORM REPORT-ONE-RECREDIT
           ELSE
               MOVE SPACES TO WSRptLine
               PERFORM SET-RETURN-WORD
               STRING XbPaymentID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSReturnWord DELIMITED BY SIZE
                   " NOT RE-CREDITED - CUSTOMER " DELIMITED BY SIZE
                   XbCustomerID DELIMITED BY SIZE
                   " - REVIEW" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       REPORT-ONE-RECREDIT.
           ADD XbHomeAmount TO WSRecreditTotal
           MOVE XbHomeAmount TO WSMoneyOut
           PERFORM SET-RETURN-WORD
           MOVE SPACES TO WSRptLine
           STRING XbPaymentID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSReturnWord DELIMITED BY SIZE
               " - CUSTOMER " DELIMITED BY SIZE
               XbCustomerID DELIMITED BY SIZE
               " RE-CREDITED R" DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSStatReason (WSStatIdx) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SET-RETURN-WORD.
           IF WSStatCode (WSStatIdx) = "J"
               MOVE "REJECTED" TO WSReturnWord
           ELSE
               MOVE "RETURNED" TO WSReturnWord
           END-IF.

       RECREDIT-ORDERING-CUSTOMER.
           MOVE "N" TO WSRecredited
           MOVE XbCustomerID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Customer " XbCustomerID
                       " not found for re-credit"
               NOT INVALID KEY
                   PERFORM SET-ACCOUNT-AMOUNT
                   IF NOT WSFxFound
                       DISPLAY "No rate on file for account currency "
                           WSAcctCurrency " - payment " XbPaymentID
                           " not re-credited"
                   ELSE
                       ADD WSAcctAmount TO CustBalance
                       MOVE "Y" TO WSRecredited
                       REWRITE CustomerData
                           INVALID KEY
                               DISPLAY "Unable to re-credit "
                                   XbCustomerID
                               MOVE "N" TO WSRecredited
                       END-REWRITE
                   END-IF
           END-READ.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, XbCaptureDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               IF WSAcctCurrency = XbCurrency
                   MOVE XbAmount TO WSAcctAmount
               ELSE
                   COMPUTE WSAcctAmount ROUNDED =
                       XbHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       POST-RETURN-REVERSAL.
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
           MOVE XbAmount TO TranAmount
           MOVE "CROSS-BORDER RETURN" TO TranSender
           MOVE XbCustomerName TO TranReceiver
           MOVE XbPaymentID TO TranOriginalID
           MOVE "XBSTAT" TO TranOperator
           MOVE XbCurrency TO TranCurrency
           MOVE XbHomeAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "C" TO TranLegType
           MOVE "R" TO TranType
           MOVE ZERO TO TranSenderID
           MOVE XbCustomerID TO TranReceiverID
           MOVE XbBranch TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile.

       REPORT-ONE-UNMATCHED.
           IF WSStatUsed (WSStatIdx) = "N"
               ADD 1 TO WSUnmatchedCount
               MOVE SPACES TO WSRptLine
               STRING WSStatID (WSStatIdx) DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   WSStatCode (WSStatIdx) DELIMITED BY SIZE
                   " FOR NO OUTSTANDING PAYMENT - REVIEW"
                   DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       SWAP-REGISTER-BACK.
           OPEN INPUT NewCrossBorderFile
           OPEN OUTPUT CrossBorderFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-PAYMENT UNTIL WSEOF = "Y"
           CLOSE NewCrossBorderFile
           CLOSE CrossBorderFile.

       COPY-BACK-ONE-PAYMENT.
           READ NewCrossBorderFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCrossBorderRecord TO CrossBorderRecord
                   WRITE CrossBorderRecord
           END-READ.
