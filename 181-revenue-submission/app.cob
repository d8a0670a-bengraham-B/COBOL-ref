       >> SOURCE FORMAT FREE
       identification division.
       program-id. TAXSUB.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT EntityFile ASSIGN TO "Entities.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EntIDNum
           FILE STATUS IS WSEntFileStatus.

           SELECT CertRegFile ASSIGN TO "CertReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegFileStatus.

           SELECT TaxStatusFile ASSIGN TO "TaxStatus.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxFileStatus.

           SELECT TaxSubRegFile ASSIGN TO "TaxSubReg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSubRegStatus.

           SELECT SubmissionFile ASSIGN TO WSSubmissionName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSubmissionStatus.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD EntityFile.
       COPY ENTREC.

      *> The certificate register ANNCERT writes - what each
      *> customer was told they earned.
       FD CertRegFile.
       01 CertRegRecord.
           02 CrTaxYear PIC 9(4).
           02 CrCustomerID PIC 9(5).
           02 CrInterestTotal PIC S9(11)V99.
           02 CrFeeTotal PIC S9(11)V99.
           02 CrIssueDate PIC 9(8).

       FD TaxStatusFile.
       COPY TAXSREC.

       FD TaxSubRegFile.
       COPY TAXSUBRG.

      *> The revenue authority's third-party data format - "H"
      *> header naming the submitter, tax year and whether this
      *> is the original or a correction, one "D" per customer
      *> with identity, exemption and the year's figures (a
      *> correction also carries what was filed before), and a
      *> "T" trailer with the detail count, the interest and
      *> withholding totals and the record count including
      *> header and trailer.
       FD SubmissionFile.
       01 SubmissionLine PIC X(220).
       01 SubmissionHeader REDEFINES SubmissionLine.
           02 SHRecordType PIC X(1).
           02 SHSubmitterID PIC X(8).
           02 SHTaxYear PIC 9(4).
           02 SHSubmitType PIC X(1).
           02 SHCreateDate PIC 9(8).
           02 FILLER PIC X(198).
       01 SubmissionDetail REDEFINES SubmissionLine.
           02 SDRecordType PIC X(1).
           02 SDSequence PIC 9(7).
           02 SDAccount PIC 9(5).
           02 SDIdType PIC X(1).
           02 SDIdNumber PIC X(15).
           02 SDTaxpayerName PIC X(60).
           02 SDBirthDate PIC 9(8).
           02 SDAddress PIC X(30).
           02 SDTaxStatus PIC X(1).
           02 SDExemptRef PIC X(20).
           02 SDInterest PIC 9(11)V99.
           02 SDWithheld PIC 9(11)V99.
           02 SDPrevInterest PIC 9(11)V99.
           02 SDPrevWithheld PIC 9(11)V99.
           02 FILLER PIC X(20).
       01 SubmissionTrailer REDEFINES SubmissionLine.
           02 STRecordType PIC X(1).
           02 STDetailCount PIC 9(7).
           02 STInterestTotal PIC 9(13)V99.
           02 STWithheldTotal PIC 9(13)V99.
           02 STRecordCount PIC 9(7).
           02 FILLER PIC X(175).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEntFileStatus PIC X(2) VALUE "00".
       01 WSRegFileStatus PIC X(2) VALUE "00".
       01 WSTaxFileStatus PIC X(2) VALUE "00".
       01 WSSubRegStatus PIC X(2) VALUE "00".
       01 WSSubmissionStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSEntOpen PIC X(1) VALUE "N".

       01 WSSubmissionName PIC X(30) VALUE SPACES.
       01 WSTaxYear PIC 9(4) VALUE 0.
       01 WSFromDate PIC 9(8) VALUE 0.
       01 WSToDate PIC 9(8) VALUE 0.
       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.
       01 WSSubmitType PIC X(1) VALUE SPACE.
           88 WSOriginalRun VALUE "O".
           88 WSCorrectionRun VALUE "C".
       01 WSOriginalFiled PIC X(1) VALUE "N".

      *>   The shared TRANHIST reader feeds the whole year - the
      *>   archived periods first, then the live file - and this
      *>   record area parses each one.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

      *>   Per-customer year figures from the ledger: interest
      *>   earned (as the certificate counts it) and withholding
      *>   from the 8000-band tax transactions (as the monthly
      *>   remittance report counts it).
       01 WSYearTable.
           02 WSYearEntry OCCURS 500 TIMES INDEXED BY WSYearIdx.
               03 WSYearCustomer PIC 9(5).
               03 WSYearInterest PIC S9(11)V99.
               03 WSYearWithheld PIC S9(11)V99.
       01 WSYearCount PIC 999 VALUE 0.
       01 WSYearSlot PIC 999 VALUE 0.
       01 WSYearSub PIC 999 VALUE 0.

      *>   What the authority already holds per customer - the
      *>   latest register entry for the year.
       01 WSFiledTable.
           02 WSFiledEntry OCCURS 500 TIMES INDEXED BY WSFiledIdx.
               03 WSFiledCustomer PIC 9(5).
               03 WSFiledInterest PIC S9(11)V99.
               03 WSFiledWithheld PIC S9(11)V99.
               03 WSFiledSeen PIC X(1).
       01 WSFiledCount PIC 999 VALUE 0.
       01 WSFiledSlot PIC 999 VALUE 0.
       01 WSFiledSub PIC 999 VALUE 0.

      *>   The latest certificate issued per customer for the year.
       01 WSCertTable.
           02 WSCertEntry OCCURS 500 TIMES INDEXED BY WSCertIdx.
               03 WSCertCustomer PIC 9(5).
               03 WSCertInterest PIC S9(11)V99.
       01 WSCertCount PIC 999 VALUE 0.
       01 WSCertSlot PIC 999 VALUE 0.
       01 WSCertSub PIC 999 VALUE 0.

       01 WSTaxTable.
           02 WSTaxEntry OCCURS 500 TIMES INDEXED BY WSTaxIdx.
               03 WSTaxCustomer PIC 9(5).
               03 WSTaxCode PIC X(1).
               03 WSTaxRef PIC X(20).
       01 WSTaxCount PIC 999 VALUE 0.
       01 WSTaxSlot PIC 999 VALUE 0.

       01 WSWorkCustomer PIC 9(5) VALUE 0.
       01 WSWorkInterest PIC S9(11)V99 VALUE 0.
       01 WSWorkWithheld PIC S9(11)V99 VALUE 0.
       01 WSPrevInterest PIC S9(11)V99 VALUE 0.
       01 WSPrevWithheld PIC S9(11)V99 VALUE 0.
       01 WSOwnerID PIC 9(5) VALUE 0.
       01 WSLastFirst PIC X(60) VALUE SPACES.

       01 WSDetailCount PIC 9(7) VALUE 0.
       01 WSRecordCount PIC 9(7) VALUE 0.
       01 WSFileInterest PIC 9(13)V99 VALUE 0.
       01 WSFileWithheld PIC 9(13)V99 VALUE 0.
       01 WSNotSubmitted PIC 9(5) VALUE 0.

      *>   Reconciliation totals - the ledger's whole year against
      *>   the certificate register and the remittance basis.
       01 WSLedgerInterest PIC S9(13)V99 VALUE 0.
       01 WSLedgerWithheld PIC S9(13)V99 VALUE 0.
       01 WSCertTotal PIC S9(13)V99 VALUE 0.
       01 WSRemitTotal PIC S9(13)V99 VALUE 0.
       01 WSDifference PIC S9(13)V99 VALUE 0.
       01 WSCertDiffers PIC 9(5) VALUE 0.

       01 WSMoneyOut PIC +Z(9)9.99.
       01 WSMoneyOut2 PIC +Z(9)9.99.
       01 WSMoneyOut3 PIC +Z(9)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Annual third-party data submission to the revenue
      *>   authority - walks the tax year through the shared
      *>   TRANHIST reader, totals interest earned and tax
      *>   withheld per customer, and writes the authority's
      *>   fixed-format file, RevSub<year><type><date>.dat, with
      *>   each customer's identity (the owner record's for an
      *>   additional account, the registration number for an
      *>   entity) and TaxStatus.dat exemption reference. The
      *>   original run sends every customer with figures; a
      *>   correction run sends only customers whose figures no
      *>   longer match what the authority holds (TaxSubReg.dat).
      *>   The report reconciles the year's interest to the
      *>   certificate register (CertReg.dat) and the year's
      *>   withholding to the remittance basis WHTRPT reports on.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       DISPLAY "Tax year (YYYY): " WITH NO ADVANCING
       ACCEPT WSTaxYear
       IF WSTaxYear = 0
           DISPLAY "No year entered - nothing submitted"
           STOP RUN
       END-IF
       DISPLAY "(O)riginal or (C)orrection submission: "
           WITH NO ADVANCING
       ACCEPT WSSubmitType
       IF NOT WSOriginalRun AND NOT WSCorrectionRun
           DISPLAY "Submission type must be O or C - "
               "nothing submitted"
           STOP RUN
       END-IF
       COMPUTE WSFromDate = (WSTaxYear * 10000) + 101
       COMPUTE WSToDate = (WSTaxYear * 10000) + 1231

       PERFORM LOAD-FILED-FIGURES
       IF WSOriginalRun AND WSOriginalFiled = "Y"
           DISPLAY "Original for " WSTaxYear
               " already filed - run a correction instead"
           STOP RUN
       END-IF
       IF WSCorrectionRun AND WSOriginalFiled = "N"
           DISPLAY "No original on file for " WSTaxYear
               " - run the original first"
           STOP RUN
       END-IF

       PERFORM SWEEP-YEAR-HISTORY
       PERFORM LOAD-CERT-REGISTER
       PERFORM LOAD-TAX-STATUS

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened - "
               "nothing submitted"
           STOP RUN
       END-IF
       OPEN INPUT EntityFile
       IF WSEntFileStatus = "00"
           MOVE "Y" TO WSEntOpen
       END-IF

       MOVE SPACES TO WSSubmissionName
       STRING "RevSub" DELIMITED BY SIZE
           WSTaxYear DELIMITED BY SIZE
           WSSubmitType DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSSubmissionName
       END-STRING
       OPEN OUTPUT SubmissionFile
       MOVE SPACES TO SubmissionLine
       MOVE "H" TO SHRecordType
       MOVE "OURBANK" TO SHSubmitterID
       MOVE WSTaxYear TO SHTaxYear
       MOVE WSSubmitType TO SHSubmitType
       MOVE WSBusinessDate TO SHCreateDate
       WRITE SubmissionLine
       ADD 1 TO WSRecordCount

       MOVE SPACES TO WSRptName
       STRING "RevSubmit" DELIMITED BY SIZE
           WSTaxYear DELIMITED BY SIZE
           WSSubmitType DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
           INTO WSRptName
       END-STRING
       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       IF WSOriginalRun
           STRING "REVENUE DATA SUBMISSION - TAX YEAR "
               DELIMITED BY SIZE
               WSTaxYear DELIMITED BY SIZE
               " - ORIGINAL" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
       ELSE
           STRING "REVENUE DATA SUBMISSION - TAX YEAR "
               DELIMITED BY SIZE
               WSTaxYear DELIMITED BY SIZE
               " - CORRECTION" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
       END-IF
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "CUST         INTEREST      WITHHELD  NOTE"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM SUBMIT-ONE-CUSTOMER
           VARYING WSYearSub FROM 1 BY 1
           UNTIL WSYearSub > WSYearCount
      *>   A customer the authority holds figures for who has none
      *>   in the ledger now (everything reversed) is corrected to
      *>   zero.
       IF WSCorrectionRun
           PERFORM ZERO-ONE-FILED-CUSTOMER
               VARYING WSFiledSub FROM 1 BY 1
               UNTIL WSFiledSub > WSFiledCount
       END-IF

       MOVE SPACES TO SubmissionLine
       MOVE "T" TO STRecordType
       MOVE WSDetailCount TO STDetailCount
       MOVE WSFileInterest TO STInterestTotal
       MOVE WSFileWithheld TO STWithheldTotal
       ADD 1 TO WSRecordCount
       MOVE WSRecordCount TO STRecordCount
       WRITE SubmissionLine
       CLOSE SubmissionFile
       CLOSE CustomerFile
       IF WSEntOpen = "Y"
           CLOSE EntityFile
       END-IF

       PERFORM REPORT-RECONCILIATION
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY "REVENUE SUBMISSION FILE " WSSubmissionName
       DISPLAY "CUSTOMERS SUBMITTED: " WSDetailCount
       DISPLAY "NOT SUBMITTED:       " WSNotSubmitted
       DISPLAY "INTEREST ON FILE:    " WSFileInterest
       DISPLAY "WITHHELD ON FILE:    " WSFileWithheld
       DISPLAY "Reconciliation: " WSRptName.

       STOP RUN.

       LOAD-FILED-FIGURES.
      *>     Register entries are appended in filing order, so a
      *>     later entry for a customer replaces an earlier one.
           MOVE 0 TO WSFiledCount
           MOVE "N" TO WSEOF
           OPEN INPUT TaxSubRegFile
           IF WSSubRegStatus = "00"
               PERFORM LOAD-ONE-FILED-ENTRY UNTIL WSEOF = "Y"
               CLOSE TaxSubRegFile
           END-IF.

       LOAD-ONE-FILED-ENTRY.
           READ TaxSubRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TsTaxYear = WSTaxYear
                       IF TsOriginal
                           MOVE "Y" TO WSOriginalFiled
                       END-IF
                       MOVE TsCustomerID TO WSWorkCustomer
                       PERFORM FIND-FILED-SLOT
                       IF WSFiledSlot > 0
                           SET WSFiledIdx TO WSFiledSlot
                           MOVE TsInterest
                               TO WSFiledInterest (WSFiledIdx)
                           MOVE TsWithheld
                               TO WSFiledWithheld (WSFiledIdx)
                       END-IF
                   END-IF
           END-READ.

       FIND-FILED-SLOT.
           MOVE 0 TO WSFiledSlot
           PERFORM CHECK-ONE-FILED-SLOT
               VARYING WSFiledIdx FROM 1 BY 1
               UNTIL WSFiledIdx > WSFiledCount OR WSFiledSlot > 0
           IF WSFiledSlot = 0
               IF WSFiledCount >= 500
                   DISPLAY "Filed table full at 500 - "
                       WSWorkCustomer " not loaded"
               ELSE
                   ADD 1 TO WSFiledCount
                   MOVE WSFiledCount TO WSFiledSlot
                   SET WSFiledIdx TO WSFiledSlot
                   MOVE WSWorkCustomer
                       TO WSFiledCustomer (WSFiledIdx)
                   MOVE 0 TO WSFiledInterest (WSFiledIdx)
                   MOVE 0 TO WSFiledWithheld (WSFiledIdx)
                   MOVE "N" TO WSFiledSeen (WSFiledIdx)
               END-IF
           END-IF.

       CHECK-ONE-FILED-SLOT.
           IF WSFiledCustomer (WSFiledIdx) = WSWorkCustomer
               MOVE WSFiledIdx TO WSFiledSlot
           END-IF.

       LOOKUP-FILED-SLOT.
      *>     Lookup only - never adds an entry.
           MOVE 0 TO WSFiledSlot
           PERFORM CHECK-ONE-FILED-SLOT
               VARYING WSFiledIdx FROM 1 BY 1
               UNTIL WSFiledIdx > WSFiledCount OR WSFiledSlot > 0.

       SWEEP-YEAR-HISTORY.
           MOVE "O" TO WSHistAction
           MOVE "B" TO WSHistScope
           MOVE WSFromDate TO WSHistFrom
           MOVE WSToDate TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM TALLY-ONE-HISTORY-RECORD
               UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       TALLY-ONE-HISTORY-RECORD.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               PERFORM TALLY-TAX-FIGURES
           END-IF.

       TALLY-TAX-FIGURES.
      *>     Interest counts the way the certificate run counts it,
      *>     withholding the way the remittance report counts it -
      *>     every 8000-band item, whoever it was for.
           IF TranTypeInterest AND TranReceiverID NOT = 0 AND
               TranReceiverID NOT = WSSuspenseID
               MOVE TranReceiverID TO WSWorkCustomer
               PERFORM FIND-YEAR-SLOT
               IF WSYearSlot > 0
                   SET WSYearIdx TO WSYearSlot
                   ADD TranAmount TO WSYearInterest (WSYearIdx)
               END-IF
           END-IF
           IF TranTypeWithholding
               ADD TranHomeAmount TO WSRemitTotal
               IF TranSenderID NOT = 0 AND
                   TranSenderID NOT = WSSuspenseID
                   MOVE TranSenderID TO WSWorkCustomer
                   PERFORM FIND-YEAR-SLOT
                   IF WSYearSlot > 0
                       SET WSYearIdx TO WSYearSlot
                       ADD TranHomeAmount
                           TO WSYearWithheld (WSYearIdx)
                   END-IF
               END-IF
           END-IF.

       FIND-YEAR-SLOT.
           MOVE 0 TO WSYearSlot
           PERFORM CHECK-ONE-YEAR-SLOT
               VARYING WSYearIdx FROM 1 BY 1
               UNTIL WSYearIdx > WSYearCount OR WSYearSlot > 0
           IF WSYearSlot = 0
               IF WSYearCount >= 500
                   DISPLAY "Customer table full at 500 - "
                       WSWorkCustomer " not totaled"
               ELSE
                   ADD 1 TO WSYearCount
                   MOVE WSYearCount TO WSYearSlot
                   SET WSYearIdx TO WSYearSlot
                   MOVE WSWorkCustomer
                       TO WSYearCustomer (WSYearIdx)
                   MOVE 0 TO WSYearInterest (WSYearIdx)
                   MOVE 0 TO WSYearWithheld (WSYearIdx)
               END-IF
           END-IF.

       CHECK-ONE-YEAR-SLOT.
           IF WSYearCustomer (WSYearIdx) = WSWorkCustomer
               MOVE WSYearIdx TO WSYearSlot
           END-IF.

       LOAD-CERT-REGISTER.
      *>     A certificate reissued for the year replaces the one
      *>     before it - the latest is what the customer holds.
           MOVE 0 TO WSCertCount
           MOVE "N" TO WSEOF
           OPEN INPUT CertRegFile
           IF WSRegFileStatus = "00"
               PERFORM LOAD-ONE-CERTIFICATE UNTIL WSEOF = "Y"
               CLOSE CertRegFile
           END-IF
           PERFORM ADD-ONE-CERT-TOTAL
               VARYING WSCertSub FROM 1 BY 1
               UNTIL WSCertSub > WSCertCount.

       LOAD-ONE-CERTIFICATE.
           READ CertRegFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CrTaxYear = WSTaxYear
                       MOVE CrCustomerID TO WSWorkCustomer
                       PERFORM FIND-CERT-SLOT
                       IF WSCertSlot > 0
                           SET WSCertIdx TO WSCertSlot
                           MOVE CrInterestTotal
                               TO WSCertInterest (WSCertIdx)
                       END-IF
                   END-IF
           END-READ.

       ADD-ONE-CERT-TOTAL.
           SET WSCertIdx TO WSCertSub
           ADD WSCertInterest (WSCertIdx) TO WSCertTotal.

       FIND-CERT-SLOT.
           MOVE 0 TO WSCertSlot
           PERFORM CHECK-ONE-CERT-SLOT
               VARYING WSCertIdx FROM 1 BY 1
               UNTIL WSCertIdx > WSCertCount OR WSCertSlot > 0
           IF WSCertSlot = 0
               IF WSCertCount >= 500
                   DISPLAY "Certificate table full at 500 - "
                       WSWorkCustomer " not loaded"
               ELSE
                   ADD 1 TO WSCertCount
                   MOVE WSCertCount TO WSCertSlot
                   SET WSCertIdx TO WSCertSlot
                   MOVE WSWorkCustomer
                       TO WSCertCustomer (WSCertIdx)
                   MOVE 0 TO WSCertInterest (WSCertIdx)
               END-IF
           END-IF.

       CHECK-ONE-CERT-SLOT.
           IF WSCertCustomer (WSCertIdx) = WSWorkCustomer
               MOVE WSCertIdx TO WSCertSlot
           END-IF.

       LOAD-TAX-STATUS.
           MOVE 0 TO WSTaxCount
           MOVE "N" TO WSEOF
           OPEN INPUT TaxStatusFile
           IF WSTaxFileStatus = "00"
               PERFORM LOAD-ONE-TAX-STATUS UNTIL WSEOF = "Y"
               CLOSE TaxStatusFile
           END-IF.

       LOAD-ONE-TAX-STATUS.
           READ TaxStatusFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSTaxCount >= 500
                       DISPLAY "Tax status table full at 500 - "
                           TxCustomerID " submitted standard"
                   ELSE
                       ADD 1 TO WSTaxCount
                       SET WSTaxIdx TO WSTaxCount
                       MOVE TxCustomerID TO WSTaxCustomer (WSTaxIdx)
                       MOVE TxStatus TO WSTaxCode (WSTaxIdx)
                       MOVE TxReference TO WSTaxRef (WSTaxIdx)
                   END-IF
           END-READ.

       CHECK-ONE-TAX-STATUS.
           IF WSTaxCustomer (WSTaxIdx) = WSWorkCustomer
               MOVE WSTaxIdx TO WSTaxSlot
           END-IF.

       SUBMIT-ONE-CUSTOMER.
           SET WSYearIdx TO WSYearSub
           MOVE WSYearCustomer (WSYearIdx) TO WSWorkCustomer
           MOVE WSYearInterest (WSYearIdx) TO WSWorkInterest
           MOVE WSYearWithheld (WSYearIdx) TO WSWorkWithheld
           ADD WSWorkInterest TO WSLedgerInterest
           ADD WSWorkWithheld TO WSLedgerWithheld
           PERFORM CHECK-AGAINST-CERTIFICATE
           MOVE 0 TO WSPrevInterest
           MOVE 0 TO WSPrevWithheld
           PERFORM LOOKUP-FILED-SLOT
           IF WSFiledSlot > 0
               SET WSFiledIdx TO WSFiledSlot
               MOVE "Y" TO WSFiledSeen (WSFiledIdx)
               MOVE WSFiledInterest (WSFiledIdx) TO WSPrevInterest
               MOVE WSFiledWithheld (WSFiledIdx) TO WSPrevWithheld
           END-IF
           IF WSOriginalRun
               PERFORM WRITE-SUBMISSION-DETAIL
           ELSE
               IF WSFiledSlot = 0 OR
                   WSWorkInterest NOT = WSPrevInterest OR
                   WSWorkWithheld NOT = WSPrevWithheld
                   PERFORM WRITE-SUBMISSION-DETAIL
               END-IF
           END-IF.

       ZERO-ONE-FILED-CUSTOMER.
           SET WSFiledIdx TO WSFiledSub
           IF WSFiledSeen (WSFiledIdx) = "N" AND
               (WSFiledInterest (WSFiledIdx) NOT = 0 OR
                WSFiledWithheld (WSFiledIdx) NOT = 0)
               MOVE WSFiledCustomer (WSFiledIdx) TO WSWorkCustomer
               MOVE 0 TO WSWorkInterest
               MOVE 0 TO WSWorkWithheld
               MOVE WSFiledInterest (WSFiledIdx) TO WSPrevInterest
               MOVE WSFiledWithheld (WSFiledIdx) TO WSPrevWithheld
               PERFORM WRITE-SUBMISSION-DETAIL
           END-IF.

       CHECK-AGAINST-CERTIFICATE.
      *>     Each customer's interest against the certificate they
      *>     were given - a difference means the certificate needs
      *>     reissuing as well.
           MOVE 0 TO WSCertSlot
           PERFORM CHECK-ONE-CERT-SLOT
               VARYING WSCertIdx FROM 1 BY 1
               UNTIL WSCertIdx > WSCertCount OR WSCertSlot > 0
           IF WSCertSlot = 0
               IF WSWorkInterest NOT = 0
                   MOVE WSWorkInterest TO WSMoneyOut
                   MOVE SPACES TO WSRptLine
                   STRING WSWorkCustomer DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSMoneyOut DELIMITED BY SIZE
                       "  NO CERTIFICATE ISSUED" DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   ADD 1 TO WSCertDiffers
               END-IF
           ELSE
               SET WSCertIdx TO WSCertSlot
               IF WSCertInterest (WSCertIdx) NOT = WSWorkInterest
                   MOVE WSWorkInterest TO WSMoneyOut
                   MOVE WSCertInterest (WSCertIdx) TO WSMoneyOut2
                   MOVE SPACES TO WSRptLine
                   STRING WSWorkCustomer DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSMoneyOut DELIMITED BY SIZE
                       "  CERTIFICATE SAYS " DELIMITED BY SIZE
                       WSMoneyOut2 DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   ADD 1 TO WSCertDiffers
               END-IF
           END-IF.

       WRITE-SUBMISSION-DETAIL.
           MOVE WSWorkCustomer TO IDNum
           READ CustomerFile
               INVALID KEY
                   MOVE SPACES TO WSRptLine
                   STRING WSWorkCustomer DELIMITED BY SIZE
                       "  NOT ON CUSTOMER FILE - NOT SUBMITTED"
                       DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
                   ADD 1 TO WSNotSubmitted
               NOT INVALID KEY
                   PERFORM BUILD-SUBMISSION-DETAIL
           END-READ.

       BUILD-SUBMISSION-DETAIL.
           MOVE SPACES TO SubmissionLine
           MOVE "D" TO SDRecordType
           ADD 1 TO WSDetailCount
           MOVE WSDetailCount TO SDSequence
           MOVE WSWorkCustomer TO SDAccount
           MOVE CustAddress TO SDAddress
           MOVE WSWorkInterest TO SDInterest
           MOVE WSWorkWithheld TO SDWithheld
           MOVE WSPrevInterest TO SDPrevInterest
           MOVE WSPrevWithheld TO SDPrevWithheld
           PERFORM FILL-TAX-STATUS
           IF CustLegalEntity
               PERFORM FILL-ENTITY-IDENTITY
           ELSE
               PERFORM FILL-PERSON-IDENTITY
           END-IF
           WRITE SubmissionLine
           ADD 1 TO WSRecordCount
           ADD SDInterest TO WSFileInterest
           ADD SDWithheld TO WSFileWithheld
           PERFORM WRITE-SUBMISSION-REGISTER
           MOVE WSWorkInterest TO WSMoneyOut
           MOVE WSWorkWithheld TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           IF WSCorrectionRun
               MOVE WSPrevInterest TO WSMoneyOut3
               STRING WSWorkCustomer DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   "  WAS " DELIMITED BY SIZE
                   WSMoneyOut3 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               STRING WSWorkCustomer DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       FILL-TAX-STATUS.
      *>     No TaxStatus.dat entry means standard, the way the
      *>     accrual run treats it.
           MOVE "S" TO SDTaxStatus
           MOVE SPACES TO SDExemptRef
           MOVE 0 TO WSTaxSlot
           PERFORM CHECK-ONE-TAX-STATUS
               VARYING WSTaxIdx FROM 1 BY 1
               UNTIL WSTaxIdx > WSTaxCount OR WSTaxSlot > 0
           IF WSTaxSlot > 0
               SET WSTaxIdx TO WSTaxSlot
               IF WSTaxCode (WSTaxIdx) = "E"
                   MOVE "E" TO SDTaxStatus
                   MOVE WSTaxRef (WSTaxIdx) TO SDExemptRef
               END-IF
           END-IF.

       FILL-ENTITY-IDENTITY.
           MOVE "E" TO SDIdType
           MOVE CustName TO SDTaxpayerName
           MOVE SPACES TO SDIdNumber
           MOVE 0 TO SDBirthDate
           IF WSEntOpen = "Y"
               MOVE WSWorkCustomer TO EntIDNum
               READ EntityFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EntRegName TO SDTaxpayerName
                       MOVE EntRegNumber TO SDIdNumber
                       MOVE EntIncDate TO SDBirthDate
               END-READ
           END-IF.

       FILL-PERSON-IDENTITY.
      *>     An additional account carries no identity of its own -
      *>     the SSN and birth date come from the owner's record.
           MOVE "P" TO SDIdType
           MOVE SPACES TO WSLastFirst
           STRING LastName DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               FirstName DELIMITED BY SPACE
               INTO WSLastFirst
           END-STRING
           MOVE WSLastFirst TO SDTaxpayerName
           MOVE 0 TO WSOwnerID
           IF CustOwnerID IS NUMERIC
               MOVE CustOwnerID TO WSOwnerID
           END-IF
           IF WSOwnerID NOT = 0
               MOVE WSOwnerID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           MOVE CustSSN TO SDIdNumber
           COMPUTE SDBirthDate = (BirthYear * 10000) +
               (BirthMonth * 100) + BirthDay.

       WRITE-SUBMISSION-REGISTER.
           MOVE WSTaxYear TO TsTaxYear
           MOVE WSWorkCustomer TO TsCustomerID
           MOVE WSWorkInterest TO TsInterest
           MOVE WSWorkWithheld TO TsWithheld
           MOVE WSSubmitType TO TsSubmitType
           MOVE WSBusinessDate TO TsSubmitDate
           OPEN EXTEND TaxSubRegFile
           IF WSSubRegStatus NOT = "00"
               OPEN OUTPUT TaxSubRegFile
           END-IF
           WRITE TaxSubRegRecord
           CLOSE TaxSubRegFile.

       REPORT-RECONCILIATION.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RECONCILIATION - WHOLE TAX YEAR" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSLedgerInterest TO WSMoneyOut
           MOVE WSCertTotal TO WSMoneyOut2
           COMPUTE WSDifference = WSLedgerInterest - WSCertTotal
           MOVE WSDifference TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING "INTEREST    LEDGER " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  CERTREG " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               "  DIFF " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSLedgerWithheld TO WSMoneyOut
           MOVE WSRemitTotal TO WSMoneyOut2
           COMPUTE WSDifference = WSLedgerWithheld - WSRemitTotal
           MOVE WSDifference TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING "WITHHELD    LEDGER " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  REMITTED " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " DIFF " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "CUSTOMERS DIFFERING FROM CERTIFICATE "
               DELIMITED BY SIZE
               WSCertDiffers DELIMITED BY SIZE
               "   NOT SUBMITTED " DELIMITED BY SIZE
               WSNotSubmitted DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSLedgerInterest = WSCertTotal AND
               WSLedgerWithheld = WSRemitTotal AND
               WSCertDiffers = 0 AND WSNotSubmitted = 0
               MOVE "SUBMISSION RECONCILED" TO WSRptLine
           ELSE
               MOVE "SUBMISSION OUT OF BALANCE - INVESTIGATE"
                   TO WSRptLine
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           DISPLAY WSRptLine.
