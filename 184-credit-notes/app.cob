       >> SOURCE FORMAT FREE
       identification division.
       program-id. CREDNOTE.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT RegisterFile ASSIGN TO "InvoiceRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterFileStatus.

           SELECT InvoiceLineFile ASSIGN TO "InvoiceLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLineFileStatus.

           SELECT PaymentFile ASSIGN TO "InvoicePay.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPaymentFileStatus.

           SELECT CreditNoteFile ASSIGN TO "CreditNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCreditFileStatus.

           SELECT CreditLineFile ASSIGN TO "CreditNoteLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCreditLineFileStatus.

           SELECT InvoiceSeqFile ASSIGN TO "InvoiceSeq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSeqFileStatus.

       data division.

       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord.
           02 RegInvoiceNumber PIC 9(6).
           02 RegCustomerRef PIC X(6).
           02 RegInvoiceTotal PIC 9(7)V99.
           02 RegRunDate PIC 9(8).

       FD InvoiceLineFile.
       COPY INVLINE.

       FD PaymentFile.
       01 PaymentRecord.
           02 PayInvoiceNumber PIC 9(6).
           02 PayDate PIC 9(8).
           02 PayAmount PIC 9(7)V99.
           02 PayReference PIC X(20).

       FD CreditNoteFile.
       COPY CREDNOTE.

       FD CreditLineFile.
       COPY CNLINE.

       FD InvoiceSeqFile.
       01 InvoiceSeqRecord.
           02 InvoiceSeqCounter PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WSRegisterFileStatus PIC X(2) VALUE "00".
       01 WSLineFileStatus PIC X(2) VALUE "00".
       01 WSPaymentFileStatus PIC X(2) VALUE "00".
       01 WSCreditFileStatus PIC X(2) VALUE "00".
       01 WSCreditLineFileStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeIssue VALUE "I" "i".
           88 WSModeRegister VALUE "R" "r".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "CREDNOTE".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSCnInvoice PIC 9(6) VALUE 0.
       01 WSInvoiceSeen PIC A(1) VALUE "N".
       01 WSInvoiceTotal PIC 9(7)V99 VALUE 0.
       01 WSInvoiceRef PIC X(6) VALUE SPACES.
       01 WSInvoiceDate PIC 9(8) VALUE 0.
       01 WSPaidSoFar PIC 9(9)V99 VALUE 0.
       01 WSCreditedSoFar PIC 9(9)V99 VALUE 0.
       01 WSOpenAmount PIC S9(9)V99 VALUE 0.
       01 WSCreditNumber PIC 9(6) VALUE 0.
       01 WSCreditReason PIC X(30) VALUE SPACES.
       01 WSCreditScope PIC X(1) VALUE SPACE.
           88 WSCreditAll VALUE "A" "a".
           88 WSCreditSelected VALUE "S" "s".
       01 WSConfirm PIC X(1) VALUE SPACE.
           88 WSConfirmYes VALUE "Y" "y".
       01 WSPickDone PIC A(1) VALUE "N".
       01 WSPickLine PIC 9(3) VALUE 0.
       01 WSPickQty PIC 9(5) VALUE 0.
       01 WSRemainQty PIC 9(5) VALUE 0.
       01 WSLinesCredited PIC 9(3) VALUE 0.
       01 WSCreditLineNumber PIC 9(3) VALUE 0.

      *>   The invoice's lines as billed, what earlier credit notes
      *>   have already given back on each, and what this credit
      *>   note gives back. Slot = invoice line number.
       01 WSLineTable.
           02 WSLnEntry OCCURS 200 TIMES INDEXED BY WSLnIdx.
               03 WSLnItemCode PIC X(8).
               03 WSLnDescription PIC X(30).
               03 WSLnQuantity PIC 9(5).
               03 WSLnUnitOfMeasure PIC X(4).
               03 WSLnUnitPrice PIC 9(4)V99.
               03 WSLnNet PIC 9(7)V99.
               03 WSLnDiscount PIC 9(7)V99.
               03 WSLnJurisdiction PIC X(4).
               03 WSLnTaxRate PIC V999.
               03 WSLnTax PIC 9(7)V99.
               03 WSLnGross PIC 9(7)V99.
               03 WSLnCrQuantity PIC 9(5).
               03 WSLnCrNet PIC 9(7)V99.
               03 WSLnCrDiscount PIC 9(7)V99.
               03 WSLnCrTax PIC 9(7)V99.
               03 WSLnThisQuantity PIC 9(5).
               03 WSLnThisNet PIC 9(7)V99.
               03 WSLnThisDiscount PIC 9(7)V99.
               03 WSLnThisTax PIC 9(7)V99.
       01 WSLineCount PIC 999 VALUE 0.

       01 WSCreditNet PIC 9(7)V99 VALUE 0.
       01 WSCreditTax PIC 9(7)V99 VALUE 0.
       01 WSCreditGross PIC 9(7)V99 VALUE 0.

      *>   Tax given back summarized by jurisdiction, as the
      *>   invoice prints it.
       01 WSTaxTable.
           02 WSTaxEntry OCCURS 10 TIMES INDEXED BY WSTaxIdx.
               03 WSTaxJurisdiction PIC X(4).
               03 WSTaxTotal PIC 9(7)V99.
       01 WSTaxCount PIC 99 VALUE 0.
       01 WSTaxSlot PIC 99 VALUE 0.

      *>   Monthly credit note register.
       01 WSRegisterMonth PIC 9(6) VALUE 0.
       01 WSDateWork PIC 9(8) VALUE 0.
       01 WSDateParts REDEFINES WSDateWork.
           02 WSDateYearMonth PIC 9(6).
           02 WSDateDay PIC 9(2).
       01 WSRegisterCount PIC 9(5) VALUE 0.
       01 WSRegisterNet PIC 9(9)V99 VALUE 0.
       01 WSRegisterTax PIC 9(9)V99 VALUE 0.
       01 WSRegisterGross PIC 9(9)V99 VALUE 0.

       01 WSQuantityOut PIC ZZZZ9.
       01 WSQuantityOut2 PIC ZZZZ9.
       01 WSUnitPriceOut PIC Z,ZZ9.99.
       01 WSRateOut PIC .999.
       01 WSMoneyOut PIC Z,ZZZ,ZZ9.99.
       01 WSMoneyOut2 PIC Z,ZZZ,ZZ9.99.
       01 WSMoneyOut3 PIC Z,ZZZ,ZZ9.99.
       01 WSSignedOut PIC +Z(7)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Credit notes against the invoice register - a credit
      *>   note references the original RegInvoiceNumber and gives
      *>   back all the invoice's lines or a chosen quantity of
      *>   some of them, with the tax at the rate each line was
      *>   charged (kept on InvoiceLines.dat by the invoice run).
      *>   What earlier credit notes gave back is summed per line
      *>   so nothing is credited twice. The number comes off
      *>   InvoiceSeq.dat with the invoices, the note prints like
      *>   an invoice, and receivables takes the gross off the
      *>   invoice's open amount. A monthly register lists the
      *>   credit notes issued in a month with their totals.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       PERFORM RUN-ONE-CREDIT-MODE UNTIL WSModeExit.

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

       RUN-ONE-CREDIT-MODE.
           DISPLAY SPACES
           DISPLAY "Credit notes - (I)ssue credit note, (R)egister "
               "for a month, e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeIssue PERFORM ISSUE-CREDIT-NOTE
               WHEN WSModeRegister PERFORM PRINT-CREDIT-REGISTER
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose I, R or X"
           END-EVALUATE.

       ISSUE-CREDIT-NOTE.
           DISPLAY "Invoice number: " WITH NO ADVANCING
           ACCEPT WSCnInvoice
           PERFORM FIND-INVOICE
           IF WSInvoiceSeen = "N"
               DISPLAY "Invoice " WSCnInvoice
                   " is not on the register - nothing credited"
           ELSE
               PERFORM LOAD-INVOICE-LINES
               IF WSLineCount = 0
                   DISPLAY "Invoice " WSCnInvoice " has no line "
                       "detail on file - credit it by journal"
               ELSE
                   PERFORM LOAD-PRIOR-CREDITS
                   PERFORM CHOOSE-LINES-TO-CREDIT
               END-IF
           END-IF.

       FIND-INVOICE.
           MOVE "N" TO WSInvoiceSeen
           MOVE "N" TO WSScanEOF
           OPEN INPUT RegisterFile
           IF WSRegisterFileStatus = "00"
               PERFORM CHECK-ONE-INVOICE UNTIL WSScanEOF = "Y"
               CLOSE RegisterFile
           END-IF.

       CHECK-ONE-INVOICE.
           READ RegisterFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF RegInvoiceNumber = WSCnInvoice
                       MOVE "Y" TO WSInvoiceSeen
                       MOVE RegInvoiceTotal TO WSInvoiceTotal
                       MOVE RegCustomerRef TO WSInvoiceRef
                       MOVE RegRunDate TO WSInvoiceDate
                   END-IF
           END-READ.

       LOAD-INVOICE-LINES.
           INITIALIZE WSLineTable
           MOVE 0 TO WSLineCount
           MOVE "N" TO WSScanEOF
           OPEN INPUT InvoiceLineFile
           IF WSLineFileStatus = "00"
               PERFORM LOAD-ONE-INVOICE-LINE UNTIL WSScanEOF = "Y"
               CLOSE InvoiceLineFile
           END-IF.

       LOAD-ONE-INVOICE-LINE.
           READ InvoiceLineFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF IlInvoiceNumber = WSCnInvoice
                       IF IlLineNumber > 200 OR IlLineNumber = 0
                           DISPLAY "Invoice line " IlLineNumber
                               " is beyond the 200-line table"
                       ELSE
                           PERFORM STORE-INVOICE-LINE
                       END-IF
                   END-IF
           END-READ.

       STORE-INVOICE-LINE.
           SET WSLnIdx TO IlLineNumber
           IF IlLineNumber > WSLineCount
               MOVE IlLineNumber TO WSLineCount
           END-IF
           MOVE IlItemCode TO WSLnItemCode (WSLnIdx)
           MOVE IlDescription TO WSLnDescription (WSLnIdx)
           MOVE IlQuantity TO WSLnQuantity (WSLnIdx)
           MOVE IlUnitOfMeasure TO WSLnUnitOfMeasure (WSLnIdx)
           MOVE IlUnitPrice TO WSLnUnitPrice (WSLnIdx)
           MOVE IlNetAmount TO WSLnNet (WSLnIdx)
           MOVE IlDiscount TO WSLnDiscount (WSLnIdx)
           MOVE IlJurisdiction TO WSLnJurisdiction (WSLnIdx)
           MOVE IlTaxRate TO WSLnTaxRate (WSLnIdx)
           MOVE IlTaxAmount TO WSLnTax (WSLnIdx)
           MOVE IlGrossAmount TO WSLnGross (WSLnIdx)
           MOVE 0 TO WSLnCrQuantity (WSLnIdx)
           MOVE 0 TO WSLnCrNet (WSLnIdx)
           MOVE 0 TO WSLnCrDiscount (WSLnIdx)
           MOVE 0 TO WSLnCrTax (WSLnIdx)
           MOVE 0 TO WSLnThisQuantity (WSLnIdx)
           MOVE 0 TO WSLnThisNet (WSLnIdx)
           MOVE 0 TO WSLnThisDiscount (WSLnIdx)
           MOVE 0 TO WSLnThisTax (WSLnIdx).

       LOAD-PRIOR-CREDITS.
           MOVE 0 TO WSCreditedSoFar
           MOVE "N" TO WSScanEOF
           OPEN INPUT CreditLineFile
           IF WSCreditLineFileStatus = "00"
               PERFORM LOAD-ONE-PRIOR-CREDIT UNTIL WSScanEOF = "Y"
               CLOSE CreditLineFile
           END-IF.

       LOAD-ONE-PRIOR-CREDIT.
           READ CreditLineFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF ClInvoiceNumber = WSCnInvoice
                       ADD ClGrossAmount TO WSCreditedSoFar
                       IF ClLineNumber > 0 AND
                          ClLineNumber NOT > WSLineCount
                           SET WSLnIdx TO ClLineNumber
                           ADD ClQuantity
                               TO WSLnCrQuantity (WSLnIdx)
                           ADD ClNetAmount TO WSLnCrNet (WSLnIdx)
                           ADD ClDiscount
                               TO WSLnCrDiscount (WSLnIdx)
                           ADD ClTaxAmount TO WSLnCrTax (WSLnIdx)
                       END-IF
                   END-IF
           END-READ.

       CHOOSE-LINES-TO-CREDIT.
           MOVE WSInvoiceTotal TO WSMoneyOut
           DISPLAY "Invoice " WSCnInvoice " customer " WSInvoiceRef
               " of " WSInvoiceDate " total " WSMoneyOut
           DISPLAY " LN ITEM     DESCRIPTION                      "
               "QTY CREDITED"
           PERFORM SHOW-ONE-INVOICE-LINE
               VARYING WSLnIdx FROM 1 BY 1
               UNTIL WSLnIdx > WSLineCount
           DISPLAY "Credit (A)ll that remains or (S)elected lines: "
               WITH NO ADVANCING
           ACCEPT WSCreditScope
           EVALUATE TRUE
               WHEN WSCreditAll
                   PERFORM CREDIT-LINE-REMAINDER
                       VARYING WSLnIdx FROM 1 BY 1
                       UNTIL WSLnIdx > WSLineCount
               WHEN WSCreditSelected
                   MOVE "N" TO WSPickDone
                   PERFORM PICK-ONE-LINE UNTIL WSPickDone = "Y"
               WHEN OTHER
                   DISPLAY "Please choose A or S - nothing credited"
           END-EVALUATE
           PERFORM TOTAL-CREDIT-NOTE
           IF WSLinesCredited = 0
               IF WSCreditAll OR WSCreditSelected
                   DISPLAY "Nothing left to credit on invoice "
                       WSCnInvoice " - no credit note issued"
               END-IF
           ELSE
               PERFORM CONFIRM-CREDIT-NOTE
           END-IF.

       SHOW-ONE-INVOICE-LINE.
           MOVE WSLnIdx TO WSPickLine
           MOVE WSLnQuantity (WSLnIdx) TO WSQuantityOut
           MOVE WSLnCrQuantity (WSLnIdx) TO WSQuantityOut2
           DISPLAY WSPickLine " " WSLnItemCode (WSLnIdx) " "
               WSLnDescription (WSLnIdx) " " WSQuantityOut "    "
               WSQuantityOut2.

       CREDIT-LINE-REMAINDER.
           COMPUTE WSRemainQty = WSLnQuantity (WSLnIdx)
               - WSLnCrQuantity (WSLnIdx)
           MOVE WSRemainQty TO WSPickQty
           IF WSPickQty > 0
               PERFORM PRICE-LINE-CREDIT
           END-IF.

       PICK-ONE-LINE.
           DISPLAY "Line to credit (0 when done): "
               WITH NO ADVANCING
           ACCEPT WSPickLine
           IF WSPickLine = 0
               MOVE "Y" TO WSPickDone
           ELSE
           IF WSPickLine > WSLineCount
               DISPLAY "Invoice " WSCnInvoice " has no line "
                   WSPickLine
           ELSE
               SET WSLnIdx TO WSPickLine
               COMPUTE WSRemainQty = WSLnQuantity (WSLnIdx)
                   - WSLnCrQuantity (WSLnIdx)
               MOVE WSRemainQty TO WSQuantityOut
               DISPLAY "Quantity to credit (up to " WSQuantityOut
                   "): " WITH NO ADVANCING
               ACCEPT WSPickQty
               EVALUATE TRUE
                   WHEN WSRemainQty = 0
                       DISPLAY "Line " WSPickLine " is already "
                           "credited in full"
                   WHEN WSPickQty = 0
                       DISPLAY "Zero quantity - line not credited"
                   WHEN WSPickQty > WSRemainQty
                       DISPLAY "Only " WSQuantityOut " left to "
                           "credit on line " WSPickLine
                   WHEN OTHER
                       PERFORM PRICE-LINE-CREDIT
               END-EVALUATE
           END-IF
           END-IF.

       PRICE-LINE-CREDIT.
      *>     Crediting everything left on the line gives back
      *>     exactly what is left of its amounts, so a line
      *>     credited in pieces never drifts by a rounding cent;
      *>     a part quantity takes its share of the net and the
      *>     discount and the tax at the rate the line carried.
           MOVE WSPickQty TO WSLnThisQuantity (WSLnIdx)
           IF WSPickQty = WSRemainQty
               COMPUTE WSLnThisNet (WSLnIdx) =
                   WSLnNet (WSLnIdx) - WSLnCrNet (WSLnIdx)
               COMPUTE WSLnThisDiscount (WSLnIdx) =
                   WSLnDiscount (WSLnIdx) - WSLnCrDiscount (WSLnIdx)
               COMPUTE WSLnThisTax (WSLnIdx) =
                   WSLnTax (WSLnIdx) - WSLnCrTax (WSLnIdx)
           ELSE
               COMPUTE WSLnThisNet (WSLnIdx) ROUNDED =
                   WSLnNet (WSLnIdx) * WSPickQty
                   / WSLnQuantity (WSLnIdx)
               COMPUTE WSLnThisDiscount (WSLnIdx) ROUNDED =
                   WSLnDiscount (WSLnIdx) * WSPickQty
                   / WSLnQuantity (WSLnIdx)
               COMPUTE WSLnThisTax (WSLnIdx) ROUNDED =
                   WSLnThisNet (WSLnIdx) * WSLnTaxRate (WSLnIdx)
           END-IF.

       TOTAL-CREDIT-NOTE.
           MOVE 0 TO WSLinesCredited
           MOVE 0 TO WSCreditNet
           MOVE 0 TO WSCreditTax
           PERFORM TOTAL-ONE-CREDIT-LINE
               VARYING WSLnIdx FROM 1 BY 1
               UNTIL WSLnIdx > WSLineCount
           COMPUTE WSCreditGross = WSCreditNet + WSCreditTax.

       TOTAL-ONE-CREDIT-LINE.
           IF WSLnThisQuantity (WSLnIdx) > 0
               ADD 1 TO WSLinesCredited
               ADD WSLnThisNet (WSLnIdx) TO WSCreditNet
               ADD WSLnThisTax (WSLnIdx) TO WSCreditTax
           END-IF.

       CONFIRM-CREDIT-NOTE.
           PERFORM SUM-PAYMENTS-FOR-INVOICE
           COMPUTE WSOpenAmount =
               WSInvoiceTotal - WSPaidSoFar - WSCreditedSoFar
           MOVE WSCreditNet TO WSMoneyOut
           MOVE WSCreditTax TO WSMoneyOut2
           MOVE WSCreditGross TO WSMoneyOut3
           DISPLAY "Credit: net " WSMoneyOut "  tax " WSMoneyOut2
               "  total " WSMoneyOut3
           MOVE WSOpenAmount TO WSSignedOut
           DISPLAY "Invoice open amount before the credit: "
               WSSignedOut
           IF WSCreditGross > WSOpenAmount
               DISPLAY "Credit exceeds the open amount - the "
                   "difference is due back to the customer"
           END-IF
           DISPLAY "Reason for the credit: " WITH NO ADVANCING
           ACCEPT WSCreditReason
           IF WSCreditReason = SPACES
               DISPLAY "A reason is required - no credit note issued"
           ELSE
               DISPLAY "Issue this credit note (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WSConfirm
               IF WSConfirmYes
                   PERFORM WRITE-CREDIT-NOTE
                   PERFORM PRINT-CREDIT-NOTE
               ELSE
                   DISPLAY "No credit note issued"
               END-IF
           END-IF.

       SUM-PAYMENTS-FOR-INVOICE.
           MOVE 0 TO WSPaidSoFar
           MOVE "N" TO WSScanEOF
           OPEN INPUT PaymentFile
           IF WSPaymentFileStatus = "00"
               PERFORM SUM-ONE-PAYMENT UNTIL WSScanEOF = "Y"
               CLOSE PaymentFile
           END-IF.

       SUM-ONE-PAYMENT.
           READ PaymentFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF PayInvoiceNumber = WSCnInvoice
                       ADD PayAmount TO WSPaidSoFar
                   END-IF
           END-READ.

       WRITE-CREDIT-NOTE.
           PERFORM NEXT-CREDIT-NUMBER
           MOVE 0 TO WSCreditLineNumber
           OPEN EXTEND CreditLineFile
           IF WSCreditLineFileStatus NOT = "00"
               OPEN OUTPUT CreditLineFile
           END-IF
           PERFORM WRITE-ONE-CREDIT-LINE
               VARYING WSLnIdx FROM 1 BY 1
               UNTIL WSLnIdx > WSLineCount
           CLOSE CreditLineFile
           MOVE WSCreditNumber TO CnNumber
           MOVE WSCnInvoice TO CnInvoiceNumber
           MOVE WSInvoiceRef TO CnCustomerRef
           MOVE WSBusinessDate TO CnDate
           MOVE WSCreditNet TO CnNetTotal
           MOVE WSCreditTax TO CnTaxTotal
           MOVE WSCreditGross TO CnGrossTotal
           MOVE WSCreditReason TO CnReason
           MOVE WSOperatorID TO CnOperator
           OPEN EXTEND CreditNoteFile
           IF WSCreditFileStatus NOT = "00"
               OPEN OUTPUT CreditNoteFile
           END-IF
           WRITE CreditNoteRecord
           CLOSE CreditNoteFile
           DISPLAY "Credit note " WSCreditNumber " issued against "
               "invoice " WSCnInvoice.

       WRITE-ONE-CREDIT-LINE.
           IF WSLnThisQuantity (WSLnIdx) > 0
               MOVE WSLnIdx TO WSCreditLineNumber
               MOVE WSCreditNumber TO ClCreditNumber
               MOVE WSCnInvoice TO ClInvoiceNumber
               MOVE WSCreditLineNumber TO ClLineNumber
               MOVE WSBusinessDate TO ClCreditDate
               MOVE WSLnItemCode (WSLnIdx) TO ClItemCode
               MOVE WSLnDescription (WSLnIdx) TO ClDescription
               MOVE WSLnThisQuantity (WSLnIdx) TO ClQuantity
               MOVE WSLnThisNet (WSLnIdx) TO ClNetAmount
               MOVE WSLnThisDiscount (WSLnIdx) TO ClDiscount
               MOVE WSLnJurisdiction (WSLnIdx) TO ClJurisdiction
               MOVE WSLnTaxRate (WSLnIdx) TO ClTaxRate
               MOVE WSLnThisTax (WSLnIdx) TO ClTaxAmount
               COMPUTE ClGrossAmount =
                   WSLnThisNet (WSLnIdx) + WSLnThisTax (WSLnIdx)
               WRITE CreditLineRecord
           END-IF.

       NEXT-CREDIT-NUMBER.
      *>     Credit notes take their numbers off InvoiceSeq.dat
      *>     with the invoices - read, bump, write back.
           MOVE 0 TO WSCreditNumber
           OPEN INPUT InvoiceSeqFile
           IF WSSeqFileStatus = "00"
               READ InvoiceSeqFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE InvoiceSeqCounter TO WSCreditNumber
               END-READ
               CLOSE InvoiceSeqFile
           END-IF
           ADD 1 TO WSCreditNumber
           MOVE WSCreditNumber TO InvoiceSeqCounter
           OPEN OUTPUT InvoiceSeqFile
               WRITE InvoiceSeqRecord
           CLOSE InvoiceSeqFile.

       PRINT-CREDIT-NOTE.
      *>     Laid out the way the invoice run prints an invoice.
           MOVE SPACES TO WSRptName
           STRING "CreditNote" DELIMITED BY SIZE
               WSCreditNumber DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WSRptName
           END-STRING
           MOVE "O" TO WSRptAction
           MOVE "CUSTOMER CREDIT NOTE" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "CREDIT NOTE " DELIMITED BY SIZE
               WSCreditNumber DELIMITED BY SIZE
               "  CUSTOMER " DELIMITED BY SIZE
               WSInvoiceRef DELIMITED BY SIZE
               "  DATE " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "AGAINST INVOICE " DELIMITED BY SIZE
               WSCnInvoice DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WSInvoiceDate DELIMITED BY SIZE
               "  REASON " DELIMITED BY SIZE
               WSCreditReason DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "  ITEM     DESCRIPTION                      QTY UNIT"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "    UNIT PRICE       PRICE  JUR PRICE WITH TAX  RATE"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE 0 TO WSTaxCount
           PERFORM PRINT-CREDIT-NOTE-LINE
               VARYING WSLnIdx FROM 1 BY 1
               UNTIL WSLnIdx > WSLineCount
           MOVE WSCreditNet TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  SUBTOTAL:                 " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-TAX-LINE
               VARYING WSTaxIdx FROM 1 BY 1
               UNTIL WSTaxIdx > WSTaxCount
           MOVE WSCreditGross TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  CREDIT NOTE TOTAL:        " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           DISPLAY "Credit note written to " WSRptName.

       PRINT-CREDIT-NOTE-LINE.
           IF WSLnThisQuantity (WSLnIdx) > 0
               MOVE WSLnThisQuantity (WSLnIdx) TO WSQuantityOut
               MOVE SPACES TO WSRptLine
               STRING "  " DELIMITED BY SIZE
                   WSLnItemCode (WSLnIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSLnDescription (WSLnIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSQuantityOut DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WSLnUnitOfMeasure (WSLnIdx) DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE WSLnUnitPrice (WSLnIdx) TO WSUnitPriceOut
               MOVE WSLnThisNet (WSLnIdx) TO WSMoneyOut
               COMPUTE WSMoneyOut2 =
                   WSLnThisNet (WSLnIdx) + WSLnThisTax (WSLnIdx)
               MOVE WSLnTaxRate (WSLnIdx) TO WSRateOut
               MOVE SPACES TO WSRptLine
               STRING "    " DELIMITED BY SIZE
                   WSUnitPriceOut DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSLnJurisdiction (WSLnIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSMoneyOut2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WSRateOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               PERFORM TALLY-LINE-TAX
           END-IF.

       TALLY-LINE-TAX.
           MOVE 0 TO WSTaxSlot
           PERFORM FIND-TAX-SLOT
               VARYING WSTaxIdx FROM 1 BY 1
               UNTIL WSTaxIdx > WSTaxCount OR WSTaxSlot > 0
           IF WSTaxSlot = 0 AND WSTaxCount < 10
               ADD 1 TO WSTaxCount
               MOVE WSTaxCount TO WSTaxSlot
               SET WSTaxIdx TO WSTaxSlot
               MOVE WSLnJurisdiction (WSLnIdx)
                   TO WSTaxJurisdiction (WSTaxIdx)
               MOVE 0 TO WSTaxTotal (WSTaxIdx)
           END-IF
           IF WSTaxSlot > 0
               SET WSTaxIdx TO WSTaxSlot
               ADD WSLnThisTax (WSLnIdx) TO WSTaxTotal (WSTaxIdx)
           END-IF.

       FIND-TAX-SLOT.
           IF WSTaxJurisdiction (WSTaxIdx) =
              WSLnJurisdiction (WSLnIdx)
               MOVE WSTaxIdx TO WSTaxSlot
           END-IF.

       PRINT-ONE-TAX-LINE.
           MOVE WSTaxTotal (WSTaxIdx) TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  TAX (" DELIMITED BY SIZE
               WSTaxJurisdiction (WSTaxIdx) DELIMITED BY SIZE
               "):                " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-CREDIT-REGISTER.
           DISPLAY "Register month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WSRegisterMonth
           MOVE 0 TO WSRegisterCount
           MOVE 0 TO WSRegisterNet
           MOVE 0 TO WSRegisterTax
           MOVE 0 TO WSRegisterGross
           MOVE SPACES TO WSRptName
           STRING "CreditNoteReg" DELIMITED BY SIZE
               WSRegisterMonth DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WSRptName
           END-STRING
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "CREDIT NOTE REGISTER FOR " DELIMITED BY SIZE
               WSRegisterMonth DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "NUMBER DATE     INVOICE CUST            NET"
                   DELIMITED BY SIZE
               "          TAX        TOTAL OPERATOR" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE "N" TO WSEOF
           OPEN INPUT CreditNoteFile
           IF WSCreditFileStatus = "00"
               PERFORM REGISTER-ONE-CREDIT-NOTE UNTIL WSEOF = "Y"
               CLOSE CreditNoteFile
           END-IF
           MOVE WSRegisterNet TO WSMoneyOut
           MOVE WSRegisterTax TO WSMoneyOut2
           MOVE WSRegisterGross TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING "TOTAL  " DELIMITED BY SIZE
               WSRegisterCount DELIMITED BY SIZE
               " NOTES             " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           DISPLAY "Credit notes in the month: " WSRegisterCount
           DISPLAY "Register written to " WSRptName.

       REGISTER-ONE-CREDIT-NOTE.
           READ CreditNoteFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE CnDate TO WSDateWork
                   IF WSDateYearMonth = WSRegisterMonth
                       PERFORM PRINT-REGISTER-LINE
                   END-IF
           END-READ.

       PRINT-REGISTER-LINE.
           ADD 1 TO WSRegisterCount
           ADD CnNetTotal TO WSRegisterNet
           ADD CnTaxTotal TO WSRegisterTax
           ADD CnGrossTotal TO WSRegisterGross
           MOVE CnNetTotal TO WSMoneyOut
           MOVE CnTaxTotal TO WSMoneyOut2
           MOVE CnGrossTotal TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING CnNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CnDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CnInvoiceNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CnCustomerRef DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CnOperator DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
