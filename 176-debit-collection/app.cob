       >> SOURCE FORMAT FREE
       identification division.
       program-id. DEBITCOL.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CollectPayFile ASSIGN TO "CollectPay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCollectFileStatus.

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

           SELECT MandateFile ASSIGN TO "Mandates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMandateFileStatus.

           SELECT CollectRegFile ASSIGN TO "CollectReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegFileStatus.

           SELECT CollectOutFile ASSIGN TO WSOutFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOutFileStatus.

           SELECT ParmFile ASSIGN TO "SettleParm.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSParmFileStatus.

       data division.

       FILE SECTION.
      *> Same one-line-per-record convention as BulkPay.dat - "H"
      *> header (the collecting customer and the originator name
      *> its payers' mandates carry), "D" payer line, "T" trailer
      *> with count and collection total. A payer of ours carries
      *> the account number; a payer at another institution
      *> carries zero there and its bank, account and name.
       FD CollectPayFile.
       01 CollectPayLine.
           02 CPRecordType PIC X(1).
           02 CPRest PIC X(79).
       01 CollectPayHeader REDEFINES CollectPayLine.
           02 FILLER PIC X(1).
           02 CHCollectorID PIC 9(5).
           02 CHFileDate PIC 9(8).
           02 CHOriginator PIC X(20).
           02 FILLER PIC X(46).
       01 CollectPayDetail REDEFINES CollectPayLine.
           02 FILLER PIC X(1).
           02 CDPayerID PIC 9(5).
           02 CDAmount PIC 9(9)V99.
           02 CDMandateRef PIC X(16).
           02 CDInstitution PIC X(8).
           02 CDPayerAccount PIC X(16).
           02 CDPayerName PIC X(23).
       01 CollectPayTrailer REDEFINES CollectPayLine.
           02 FILLER PIC X(1).
           02 CTItemCount PIC 9(7).
           02 CTCollectTotal PIC 9(11)V99.
           02 FILLER PIC X(59).

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD MandateFile.
       COPY MANDREC.

       FD CollectRegFile.
       COPY DCOLREG.

      *> Optional - the clearing house settlement window the
      *> outbound items go in, shared with the settlement extract.
       FD ParmFile.
       01 ParmRecord.
           02 ParmWindow PIC 99.

      *> Outbound debit collection items for the clearing house -
      *> same header/item/trailer shape and hash as the settlement
      *> extract, each item naming the paying institution, the
      *> payer's account there and the mandate it is collected
      *> under.
       FD CollectOutFile.
       01 CollectOutLine PIC X(120).
       01 CollectOutHeader REDEFINES CollectOutLine.
           02 OHRecordType PIC X(1).
           02 OHFileDate PIC 9(8).
           02 OHOriginBank PIC X(8).
           02 OHWindow PIC 99.
           02 FILLER PIC X(101).
       01 CollectOutDetail REDEFINES CollectOutLine.
           02 ODRecordType PIC X(1).
           02 ODItemID PIC 9(16).
           02 ODAmount PIC 9(9)V99.
           02 ODCurrency PIC X(3).
           02 ODMandateRef PIC X(16).
           02 ODPayerAccount PIC X(16).
           02 ODPayerName PIC X(23).
           02 ODOriginator PIC X(20).
           02 ODInstitution PIC X(8).
           02 FILLER PIC X(6).
       01 CollectOutTrailer REDEFINES CollectOutLine.
           02 OTRecordType PIC X(1).
           02 OTItemCount PIC 9(7).
           02 OTAmountTotal PIC 9(11)V99.
           02 OTHashTotal PIC 9(9).
           02 FILLER PIC X(90).

       WORKING-STORAGE SECTION.
       01 WSCollectFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSMandateFileStatus PIC X(2) VALUE "00".
       01 WSRegFileStatus PIC X(2) VALUE "00".
       01 WSOutFileStatus PIC X(2) VALUE "00".
       01 WSParmFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.
       01 WSSettleWindow PIC 99 VALUE 1.
       01 WSOutFileName PIC X(30) VALUE SPACES.

       01 WSCollectorID PIC 9(5) VALUE 0.
       01 WSCollectorName PIC X(31) VALUE SPACES.
       01 WSCollectorSeen PIC A(1) VALUE "N".
       01 WSOriginator PIC X(20) VALUE SPACES.
       01 WSHeaderSeen PIC A(1) VALUE "N".
       01 WSTrailerSeen PIC A(1) VALUE "N".
       01 WSTrailerCount PIC 9(7) VALUE 0.
       01 WSTrailerTotal PIC 9(11)V99 VALUE 0.
       01 WSPassOneCount PIC 9(7) VALUE 0.
       01 WSPassOneTotal PIC 9(11)V99 VALUE 0.
       01 WSFileBalanced PIC A(1) VALUE "N".

      *>   Pass one validates every payer line; pass two posts our
      *>   own payers (funds are judged as each one posts, so a
      *>   payer listed twice cannot be taken twice on one balance)
      *>   and sends the rest out. The collector is credited ONCE
      *>   with the net of what was actually collected or sent.
       01 WSValidCount PIC 9(7) VALUE 0.
       01 WSFailedCount PIC 9(7) VALUE 0.
       01 WSExternalValid PIC 9(7) VALUE 0.
       01 WSPostedCount PIC 9(7) VALUE 0.
       01 WSPostedTotal PIC 9(11)V99 VALUE 0.
       01 WSSentCount PIC 9(7) VALUE 0.
       01 WSSentTotal PIC 9(11)V99 VALUE 0.
       01 WSUnfundedCount PIC 9(7) VALUE 0.
       01 WSNetTotal PIC 9(11)V99 VALUE 0.
       01 WSOutHash PIC 9(9) VALUE 0.
       01 WSOutOpen PIC A(1) VALUE "N".
       01 WSLineOK PIC A(1) VALUE "Y".
       01 WSLineReason PIC X(20) VALUE SPACES.
       01 WSPayerName PIC X(31) VALUE SPACES.

      *>   Collections are in home currency. A payer or collector
      *>   account kept in another currency moves by the equivalent
      *>   at the day's mid, the leg carrying both amounts; a payer
      *>   whose currency has no rate on file fails validation.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSCollectorCurrency PIC X(3) VALUE "ZAR".
       01 WSCollectorMidRate PIC 9(5)V9999 VALUE 1.
       01 WSCollectorAmount PIC S9(11)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSMandateEOF PIC A(1) VALUE "N".
       01 WSMandateSeen PIC A(1) VALUE "N".
       01 WSMandateOver PIC A(1) VALUE "N".

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
       01 WSTransferID PIC 9(16) VALUE ZERO.
       01 WSLegType PIC X(1) VALUE SPACE.
       01 WSLegAmount PIC 9(9)V99 VALUE 0.
       01 WSLegCurrency PIC X(3) VALUE "ZAR".
       01 WSLegHomeAmount PIC 9(9)V99 VALUE 0.
       01 WSLegSenderID PIC 9(5) VALUE 0.
       01 WSLegReceiverID PIC 9(5) VALUE 0.
       01 WSLegSender PIC X(50) VALUE SPACES.
       01 WSLegReceiver PIC X(50) VALUE SPACES.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "DebitCollect.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
       01 WSMoneyOut PIC +Z(8)9.99.

      *>   Debit order collection origination - a corporate
      *>   customer's collection list (CollectPay.dat) posts as a
      *>   batch, the mirror of the bulk credit run. The file
      *>   proves against its own trailer first and nothing posts
      *>   unless it balances and the collector is an active legal
      *>   entity. Every line needs a mandate reference. A payer of
      *>   ours must be active and hold a live mandate on
      *>   Mandates.dat to this originator covering the amount,
      *>   exactly the test the inbound clearing run puts to a
      *>   presented debit, and is debited directly if the funds
      *>   are there. A payer at another institution goes out on
      *>   CollectOut<date>.dat for the clearing house, the paying
      *>   bank holding the mandate. Every collected or sent line
      *>   goes on CollectReg.dat, the collector is credited once
      *>   with the net, and failed lines land on the exception
      *>   report. Unpaids that come back are handled by the debit
      *>   collection unpaid run (DCOLUNP).
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM CHECK-FOR-PARAMETER-FILE

       OPEN INPUT CollectPayFile
       IF WSCollectFileStatus NOT = "00"
           DISPLAY "CollectPay.dat could not be opened - "
               "nothing posted"
           STOP RUN
       END-IF

       OPEN I-O CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "nothing posted"
           CLOSE CollectPayFile
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE "DEBIT COLLECTION EXCEPTION REPORT" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "PAYER  AMOUNT        MANDATE REF       REASON"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM PROVE-ONE-RECORD UNTIL WSEOF = "Y"
       CLOSE CollectPayFile

       MOVE "N" TO WSFileBalanced
       IF WSHeaderSeen = "Y" AND WSTrailerSeen = "Y" AND
           WSPassOneCount = WSTrailerCount AND
           WSPassOneTotal = WSTrailerTotal
           MOVE "Y" TO WSFileBalanced
       END-IF

       IF WSFileBalanced = "N"
           DISPLAY "COLLECTION FILE OUT OF BALANCE - NOTHING POSTED"
           DISPLAY "  ITEMS:  FILE " WSPassOneCount
               "  TRAILER " WSTrailerCount
           DISPLAY "  AMOUNT: FILE " WSPassOneTotal
               "  TRAILER " WSTrailerTotal
           STOP RUN
       END-IF

       IF WSOriginator = SPACES
           DISPLAY "Collection header carries no originator name - "
               "nothing posted"
           STOP RUN
       END-IF

       PERFORM FIND-COLLECTOR
       IF WSCollectorSeen = "N"
           DISPLAY "Collector " WSCollectorID " is not an active "
               "corporate account - nothing posted"
           STOP RUN
       END-IF
       IF NOT WSFxFound
           DISPLAY "No rate on file for collector currency "
               WSCollectorCurrency " - nothing posted"
           STOP RUN
       END-IF

      *>   The collector's credit leg takes its ID now so every
      *>   payer debit and register entry can carry it as the
      *>   batch's transfer ID; the leg itself is written last,
      *>   once the net is known.
       PERFORM BUILD-COLLECT-TRANSACTION-ID
       MOVE WSTransactionID TO WSTransferID

       IF WSExternalValid > 0
           PERFORM OPEN-OUTBOUND-FILE
       END-IF
       OPEN EXTEND CollectRegFile
       IF WSRegFileStatus NOT = "00"
           OPEN OUTPUT CollectRegFile
       END-IF

       MOVE "N" TO WSEOF
       OPEN INPUT CollectPayFile
       PERFORM POST-ONE-RECORD UNTIL WSEOF = "Y"
       CLOSE CollectPayFile
       CLOSE CollectRegFile

       IF WSOutOpen = "Y"
           PERFORM CLOSE-OUTBOUND-FILE
       END-IF

       COMPUTE WSNetTotal = WSPostedTotal + WSSentTotal
       IF WSNetTotal > 0
           PERFORM POST-COLLECTOR-CREDIT
       END-IF
       CLOSE CustomerFile

       MOVE "D" TO WSRptAction
       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSNetTotal TO WSMoneyOut
       MOVE SPACES TO WSRptLine
       STRING "POSTED: " DELIMITED BY SIZE
           WSPostedCount DELIMITED BY SIZE
           "  SENT: " DELIMITED BY SIZE
           WSSentCount DELIMITED BY SIZE
           "  FAILED: " DELIMITED BY SIZE
           WSFailedCount DELIMITED BY SIZE
           "  CREDITED " DELIMITED BY SIZE
           WSMoneyOut DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "DEBIT COLLECTION POSTING FOR " WSBusinessDate
       DISPLAY "COLLECTOR:              " WSCollectorID
       DISPLAY "OUR PAYERS DEBITED:     " WSPostedCount
       DISPLAY "ITEMS SENT OUT:         " WSSentCount
       DISPLAY "LINES FAILED:           " WSFailedCount
       IF WSUnfundedCount > 0
           DISPLAY "  OF WHICH UNFUNDED:    " WSUnfundedCount
       END-IF
       DISPLAY "COLLECTOR CREDIT:       " WSNetTotal
       IF WSSentCount > 0
           DISPLAY "Outbound items written to " WSOutFileName
           DISPLAY "SETTLEMENT WINDOW:      " WSSettleWindow
       END-IF
       DISPLAY "Exception report written to " WSRptName.

       STOP RUN.

       CHECK-FOR-PARAMETER-FILE.
           OPEN INPUT ParmFile
           IF WSParmFileStatus = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF ParmWindow IS NUMERIC AND ParmWindow > 0
                           MOVE ParmWindow TO WSSettleWindow
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       PROVE-ONE-RECORD.
           READ CollectPayFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   EVALUATE CPRecordType
                       WHEN "H"
                           MOVE "Y" TO WSHeaderSeen
                           MOVE CHCollectorID TO WSCollectorID
                           MOVE CHOriginator TO WSOriginator
                       WHEN "D"
                           ADD 1 TO WSPassOneCount
                           ADD CDAmount TO WSPassOneTotal
                           PERFORM VALIDATE-ONE-LINE
                       WHEN "T"
                           MOVE "Y" TO WSTrailerSeen
                           MOVE CTItemCount TO WSTrailerCount
                           MOVE CTCollectTotal TO WSTrailerTotal
                       WHEN OTHER
                           DISPLAY "Unknown record type "
                               CPRecordType " - file rejected"
                           MOVE 9999999 TO WSTrailerCount
                   END-EVALUATE
           END-READ.

       VALIDATE-ONE-LINE.
           PERFORM CHECK-PAYER
           IF WSLineOK = "Y"
               ADD 1 TO WSValidCount
               IF CDPayerID = 0
                   ADD 1 TO WSExternalValid
               END-IF
           ELSE
               ADD 1 TO WSFailedCount
               PERFORM REPORT-FAILED-LINE
           END-IF.

       CHECK-PAYER.
           MOVE "Y" TO WSLineOK
           MOVE SPACES TO WSLineReason
           EVALUATE TRUE
               WHEN CDMandateRef = SPACES
                   MOVE "N" TO WSLineOK
                   MOVE "NO MANDATE REFERENCE" TO WSLineReason
               WHEN CDAmount = 0
                   MOVE "N" TO WSLineOK
                   MOVE "ZERO AMOUNT" TO WSLineReason
               WHEN CDPayerID = 0
                   IF CDInstitution = SPACES OR
                       CDPayerAccount = SPACES
                       MOVE "N" TO WSLineOK
                       MOVE "NO PAYING BANK" TO WSLineReason
                   END-IF
               WHEN CDPayerID = WSSuspenseID OR
                   CDPayerID = WSCollectorID
                   MOVE "N" TO WSLineOK
                   MOVE "BAD ACCOUNT NUMBER" TO WSLineReason
               WHEN OTHER
                   PERFORM CHECK-INTERNAL-PAYER
           END-EVALUATE.

       CHECK-INTERNAL-PAYER.
           MOVE CDPayerID TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE "N" TO WSLineOK
                   MOVE "NOT ON FILE" TO WSLineReason
               NOT INVALID KEY
                   PERFORM SET-ACCOUNT-AMOUNT
                   EVALUATE TRUE
                       WHEN NOT AcctActive
                           MOVE "N" TO WSLineOK
                           MOVE "NOT ACTIVE" TO WSLineReason
                       WHEN NOT WSFxFound
                           MOVE "N" TO WSLineOK
                           MOVE "NO EXCHANGE RATE" TO WSLineReason
                   END-EVALUATE
           END-READ
           IF WSLineOK = "Y"
               PERFORM CHECK-PAYER-MANDATE
           END-IF.

       CHECK-PAYER-MANDATE.
      *>     Our payer's own mandate register decides, the same
      *>     live-mandate test the inbound clearing run applies to
      *>     a debit presented by another bank.
           MOVE "N" TO WSMandateSeen
           MOVE "N" TO WSMandateOver
           MOVE "N" TO WSMandateEOF
           OPEN INPUT MandateFile
           IF WSMandateFileStatus = "00"
               PERFORM CHECK-ONE-MANDATE UNTIL WSMandateEOF = "Y"
               CLOSE MandateFile
           END-IF
           EVALUATE TRUE
               WHEN WSMandateSeen = "N"
                   MOVE "N" TO WSLineOK
                   MOVE "NO LIVE MANDATE" TO WSLineReason
               WHEN WSMandateOver = "Y"
                   MOVE "N" TO WSLineOK
                   MOVE "OVER MANDATE LIMIT" TO WSLineReason
           END-EVALUATE.

       CHECK-ONE-MANDATE.
           READ MandateFile
               AT END MOVE "Y" TO WSMandateEOF
               NOT AT END
                   IF MndCustomerID = CDPayerID AND
                      MndOriginator = WSOriginator AND
                      MndActive AND
                      MndStartDate <= WSBusinessDate AND
                      (MndEndDate = 0 OR
                       MndEndDate >= WSBusinessDate)
                       MOVE "Y" TO WSMandateSeen
                       IF CDAmount > MndMaxAmount
                           MOVE "Y" TO WSMandateOver
                       ELSE
                           MOVE "N" TO WSMandateOver
                           MOVE "Y" TO WSMandateEOF
                       END-IF
                   END-IF
           END-READ.

       REPORT-FAILED-LINE.
           MOVE CDAmount TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING CDPayerID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CDMandateRef DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSLineReason DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       FIND-COLLECTOR.
           MOVE "N" TO WSCollectorSeen
           MOVE WSCollectorID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AcctActive AND CustLegalEntity
                       MOVE "Y" TO WSCollectorSeen
                       MOVE SPACES TO WSCollectorName
                       STRING FirstName DELIMITED BY SPACE
                           SPACE
                           LastName DELIMITED BY SIZE
                           INTO WSCollectorName
                       MOVE CustCurrency TO WSCollectorCurrency
                       IF WSCollectorCurrency = SPACES
                           MOVE "ZAR" TO WSCollectorCurrency
                       END-IF
                       CALL 'FXRATE' USING WSCollectorCurrency,
                           WSBusinessDate, WSCollectorMidRate,
                           WSFxEffDate, WSFxStatus
                   END-IF
           END-READ.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the payer's record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               COMPUTE WSAcctAmount ROUNDED = CDAmount / WSFxMidRate
           END-IF.

       POST-ONE-RECORD.
           READ CollectPayFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CPRecordType = "D"
                       PERFORM CHECK-PAYER
                       IF WSLineOK = "Y"
                           IF CDPayerID = 0
                               PERFORM SEND-ONE-ITEM
                           ELSE
                               PERFORM POST-ONE-DEBIT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       POST-ONE-DEBIT.
      *>     CustomerData still holds the payer from the check just
      *>     made. An unfunded payer fails here, not in pass one,
      *>     so the balance judged is the one left by any earlier
      *>     line for the same payer.
           IF WSAcctAmount > CustBalance
               ADD 1 TO WSFailedCount
               ADD 1 TO WSUnfundedCount
               MOVE "INSUFFICIENT FUNDS" TO WSLineReason
               PERFORM REPORT-FAILED-LINE
           ELSE
               SUBTRACT WSAcctAmount FROM CustBalance
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "Unable to debit payer " CDPayerID
               END-REWRITE
               MOVE SPACES TO WSPayerName
               STRING FirstName DELIMITED BY SPACE
                   SPACE
                   LastName DELIMITED BY SIZE
                   INTO WSPayerName
               PERFORM BUILD-COLLECT-TRANSACTION-ID
               MOVE "D" TO WSLegType
               MOVE WSAcctCurrency TO WSLegCurrency
               MOVE WSAcctAmount TO WSLegAmount
               MOVE CDAmount TO WSLegHomeAmount
               MOVE CDPayerID TO WSLegSenderID
               MOVE 0 TO WSLegReceiverID
               MOVE WSPayerName TO WSLegSender
               MOVE SPACES TO WSLegReceiver
               STRING WSOriginator DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CDMandateRef DELIMITED BY SIZE
                   INTO WSLegReceiver
               END-STRING
               PERFORM WRITE-COLLECT-LEG
               ADD 1 TO WSPostedCount
               ADD CDAmount TO WSPostedTotal
               SET CRPosted TO TRUE
               MOVE SPACES TO CRInstitution
               MOVE 0 TO CRWindow
               PERFORM WRITE-REGISTER-ENTRY
           END-IF.

       SEND-ONE-ITEM.
      *>     The item takes a ledger-style ID so the unpaid file can
      *>     name it, but no leg - the payer is not ours; the money
      *>     arrives through the clearing house settlement.
           PERFORM BUILD-COLLECT-TRANSACTION-ID
           MOVE SPACES TO CollectOutLine
           MOVE "D" TO ODRecordType
           MOVE WSTransactionID TO ODItemID
           MOVE CDAmount TO ODAmount
           MOVE "ZAR" TO ODCurrency
           MOVE CDMandateRef TO ODMandateRef
           MOVE CDPayerAccount TO ODPayerAccount
           MOVE CDPayerName TO ODPayerName
           MOVE WSOriginator TO ODOriginator
           MOVE CDInstitution TO ODInstitution
           WRITE CollectOutLine
           ADD WSTranCode TO WSOutHash
           ADD WSTranProtocol TO WSOutHash
           ADD 1 TO WSSentCount
           ADD CDAmount TO WSSentTotal
           SET CRSent TO TRUE
           MOVE CDInstitution TO CRInstitution
           MOVE WSSettleWindow TO CRWindow
           PERFORM WRITE-REGISTER-ENTRY.

       WRITE-REGISTER-ENTRY.
           MOVE WSTransactionID TO CRItemID
           MOVE WSBusinessDate TO CRCollectDate
           MOVE WSCollectorID TO CRCollectorID
           MOVE CDPayerID TO CRPayerID
           MOVE CDAmount TO CRAmount
           MOVE CDMandateRef TO CRMandateRef
           MOVE CDPayerAccount TO CRPayerAccount
           MOVE WSTransferID TO CRTransferID
           MOVE 0 TO CRResponseDate
           MOVE SPACES TO CRReason
           WRITE CollectRegRecord.

       OPEN-OUTBOUND-FILE.
           MOVE SPACES TO WSOutFileName
           STRING "CollectOut" DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WSOutFileName
           END-STRING
           OPEN OUTPUT CollectOutFile
           MOVE "Y" TO WSOutOpen
           MOVE SPACES TO CollectOutLine
           MOVE "H" TO OHRecordType
           MOVE WSBusinessDate TO OHFileDate
           MOVE "OURBANK" TO OHOriginBank
           MOVE WSSettleWindow TO OHWindow
           WRITE CollectOutLine.

       CLOSE-OUTBOUND-FILE.
           MOVE SPACES TO CollectOutLine
           MOVE "T" TO OTRecordType
           MOVE WSSentCount TO OTItemCount
           MOVE WSSentTotal TO OTAmountTotal
           MOVE WSOutHash TO OTHashTotal
           WRITE CollectOutLine
           CLOSE CollectOutFile.

       POST-COLLECTOR-CREDIT.
      *>     One credit leg for the net collected, under the ID
      *>     taken before the payers posted - the collector's
      *>     receiver ID keeps it off the settlement extract.
           MOVE WSTransferID TO WSTransactionID
           MOVE "C" TO WSLegType
           COMPUTE WSCollectorAmount ROUNDED =
               WSNetTotal / WSCollectorMidRate
           MOVE WSCollectorCurrency TO WSLegCurrency
           MOVE WSCollectorAmount TO WSLegAmount
           MOVE WSNetTotal TO WSLegHomeAmount
           MOVE 0 TO WSLegSenderID
           MOVE WSCollectorID TO WSLegReceiverID
           MOVE "DEBIT ORDER COLLECTIONS" TO WSLegSender
           MOVE WSCollectorName TO WSLegReceiver
           PERFORM WRITE-COLLECT-LEG
           MOVE WSCollectorID TO IDNum
           READ CustomerFile
               INVALID KEY
                   DISPLAY "Collector not found for credit"
               NOT INVALID KEY
                   ADD WSCollectorAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to credit collector "
                               WSCollectorID
                   END-REWRITE
           END-READ.

       BUILD-COLLECT-TRANSACTION-ID.
           CALL 'TRANSEQ' USING WSSeqCounter
           MOVE WSBusinessDate TO WSSystemDate
           MOVE WSSystemDay TO WSTranDay
           MOVE WSSystemMonth TO WSTranMonth
           MOVE WSSystemYear TO WSTranYear
           DIVIDE WSSeqCounter BY 1000
               GIVING WSTranProtocol
               REMAINDER WSTranCode
           ADD 3000 TO WSTranCode.

       WRITE-COLLECT-LEG.
           MOVE WSTransactionID TO TranID
           MOVE WSLegAmount TO TranAmount
           MOVE WSLegSender TO TranSender
           MOVE WSLegReceiver TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE "DEBITCOL" TO TranOperator
           MOVE WSLegCurrency TO TranCurrency
           MOVE WSLegHomeAmount TO TranHomeAmount
           MOVE WSTransferID TO TranTransferID
           MOVE WSLegType TO TranLegType
           MOVE "T" TO TranType
           MOVE WSLegSenderID TO TranSenderID
           MOVE WSLegReceiverID TO TranReceiverID
           MOVE "HO" TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile.
