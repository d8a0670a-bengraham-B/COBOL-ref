       >> SOURCE FORMAT FREE
       identification division.
       program-id. SALESTAX.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT RegisterFile ASSIGN TO "InvoiceRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterFileStatus.

           SELECT InvoiceLineFile ASSIGN TO "InvoiceLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLineFileStatus.

           SELECT CreditNoteFile ASSIGN TO "CreditNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCreditFileStatus.

           SELECT CreditLineFile ASSIGN TO "CreditNoteLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCreditLineFileStatus.

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

       FD CreditNoteFile.
       COPY CREDNOTE.

       FD CreditLineFile.
       COPY CNLINE.

       WORKING-STORAGE SECTION.
       01 WSRegisterFileStatus PIC X(2) VALUE "00".
       01 WSLineFileStatus PIC X(2) VALUE "00".
       01 WSCreditFileStatus PIC X(2) VALUE "00".
       01 WSCreditLineFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSFromDate PIC 9(8) VALUE 0.
       01 WSToDate PIC 9(8) VALUE 0.

      *>   Invoices on the register in the period, with what their
      *>   line detail adds up to, for the reconciliation.
       01 WSInvoiceTable.
           02 WSInvEntry OCCURS 3000 TIMES INDEXED BY WSInvIdx.
               03 WSInvNumber PIC 9(6).
               03 WSInvTotal PIC 9(7)V99.
               03 WSInvLineGross PIC 9(9)V99.
               03 WSInvHasLines PIC A(1).
       01 WSInvCount PIC 9(4) VALUE 0.
       01 WSInvSlot PIC 9(4) VALUE 0.

      *>   Return buckets - one per jurisdiction and rate charged.
      *>   Sales at list price and contract-discounted sales are
      *>   kept apart, and so are the credit notes against each.
       01 WSBucketTable.
           02 WSBkEntry OCCURS 100 TIMES INDEXED BY WSBkIdx.
               03 WSBkJurisdiction PIC X(4).
               03 WSBkRate PIC V999.
               03 WSBkListNet PIC S9(9)V99.
               03 WSBkListTax PIC S9(9)V99.
               03 WSBkContractNet PIC S9(9)V99.
               03 WSBkContractTax PIC S9(9)V99.
               03 WSBkDiscountGiven PIC S9(9)V99.
               03 WSBkListCrNet PIC S9(9)V99.
               03 WSBkListCrTax PIC S9(9)V99.
               03 WSBkContractCrNet PIC S9(9)V99.
               03 WSBkContractCrTax PIC S9(9)V99.
       01 WSBkCount PIC 999 VALUE 0.
       01 WSBkSlot PIC 999 VALUE 0.
       01 WSFindJurisdiction PIC X(4) VALUE SPACES.
       01 WSFindRate PIC V999 VALUE 0.

       01 WSJurisdictionTable.
           02 WSJurEntry OCCURS 20 TIMES INDEXED BY WSJurIdx.
               03 WSJurCode PIC X(4).
       01 WSJurCount PIC 99 VALUE 0.
       01 WSJurSlot PIC 99 VALUE 0.

      *>   Period totals for the reconciliation.
       01 WSRegisterTotal PIC 9(11)V99 VALUE 0.
       01 WSMatchedNet PIC 9(11)V99 VALUE 0.
       01 WSMatchedTax PIC 9(11)V99 VALUE 0.
       01 WSMatchedGross PIC 9(11)V99 VALUE 0.
       01 WSOrphanLines PIC 9(5) VALUE 0.
       01 WSOrphanGross PIC 9(11)V99 VALUE 0.
       01 WSRegisterTax PIC S9(11)V99 VALUE 0.
       01 WSDifference PIC S9(11)V99 VALUE 0.
       01 WSExceptionCount PIC 9(5) VALUE 0.
       01 WSCnCount PIC 9(5) VALUE 0.
       01 WSCnTaxTotal PIC 9(11)V99 VALUE 0.
       01 WSCnGrossTotal PIC 9(11)V99 VALUE 0.
       01 WSClTaxTotal PIC 9(11)V99 VALUE 0.
       01 WSClGrossTotal PIC 9(11)V99 VALUE 0.
       01 WSReturnTaxDue PIC S9(11)V99 VALUE 0.

      *>   One rate block or jurisdiction total on a schedule.
       01 WSRateNet PIC S9(9)V99 VALUE 0.
       01 WSRateTax PIC S9(9)V99 VALUE 0.
       01 WSJurNet PIC S9(11)V99 VALUE 0.
       01 WSJurTax PIC S9(11)V99 VALUE 0.
       01 WSScheduleLabel PIC X(34) VALUE SPACES.
       01 WSScheduleValue PIC S9(11)V99 VALUE 0.
       01 WSScheduleTax PIC S9(11)V99 VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSRateOut PIC .999.
       01 WSMoneyOut PIC +Z(9)9.99.
       01 WSMoneyOut2 PIC +Z(9)9.99.
       01 WSMoneyOut3 PIC +Z(9)9.99.
       01 WSMoneyOut4 PIC +Z(9)9.99.
       01 WSMoneyOut5 PIC +Z(9)9.99.
       01 WSCountOut PIC ZZZZ9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE SPACES.
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Sales tax return for a chosen period - the invoice
      *>   lines and credit note lines dated in the period are
      *>   summed per jurisdiction and per rate actually charged,
      *>   with sales at list price and contract-discounted sales
      *>   (and the credits against each) kept apart. Each
      *>   jurisdiction gets its own return schedule ready for
      *>   filing; the summary carries every jurisdiction and
      *>   reconciles the tax to the invoice register invoice by
      *>   invoice and the credits to the credit note file, so
      *>   month-end no longer adds up the applied-rate report by
      *>   hand.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       DISPLAY "Return period from (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSFromDate
       MOVE WSFromDate TO WSDcDate1
       PERFORM VALIDATE-PERIOD-DATE
       IF WSDcStatus NOT = 0
           DISPLAY "Period start is not a valid date - "
               "no return produced"
           STOP RUN
       END-IF
       DISPLAY "Return period to (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSToDate
       MOVE WSToDate TO WSDcDate1
       PERFORM VALIDATE-PERIOD-DATE
       IF WSDcStatus NOT = 0
           DISPLAY "Period end is not a valid date - "
               "no return produced"
           STOP RUN
       END-IF
       IF WSToDate < WSFromDate
           DISPLAY "Period ends before it starts - "
               "no return produced"
           STOP RUN
       END-IF

       PERFORM LOAD-PERIOD-REGISTER
       PERFORM SWEEP-INVOICE-LINES
       PERFORM SWEEP-CREDIT-LINES
       PERFORM TOTAL-CREDIT-NOTES

       MOVE 0 TO WSReturnTaxDue
       PERFORM PRINT-JURISDICTION-SCHEDULE
           VARYING WSJurIdx FROM 1 BY 1
           UNTIL WSJurIdx > WSJurCount
       PERFORM PRINT-RETURN-SUMMARY

       MOVE WSReturnTaxDue TO WSMoneyOut
       DISPLAY "Jurisdictions on the return: " WSJurCount
       DISPLAY "Tax payable for the period:  " WSMoneyOut
       DISPLAY "Reconciliation exceptions:   " WSExceptionCount
       DISPLAY "Return summary written to " WSRptName.

       STOP RUN.

       VALIDATE-PERIOD-DATE.
           MOVE "V" TO WSDcAction
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus.

       LOAD-PERIOD-REGISTER.
           MOVE 0 TO WSInvCount
           MOVE 0 TO WSRegisterTotal
           MOVE "N" TO WSEOF
           OPEN INPUT RegisterFile
           IF WSRegisterFileStatus NOT = "00"
               DISPLAY "No invoice register on file yet"
           ELSE
               PERFORM LOAD-ONE-REGISTER-ENTRY UNTIL WSEOF = "Y"
               CLOSE RegisterFile
           END-IF.

       LOAD-ONE-REGISTER-ENTRY.
           READ RegisterFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF RegRunDate NOT < WSFromDate AND
                      RegRunDate NOT > WSToDate
                       ADD RegInvoiceTotal TO WSRegisterTotal
                       IF WSInvCount >= 3000
                           DISPLAY "Register table full at 3000 "
                               "invoices - " RegInvoiceNumber
                               " not reconciled"
                       ELSE
                           ADD 1 TO WSInvCount
                           SET WSInvIdx TO WSInvCount
                           MOVE RegInvoiceNumber
                               TO WSInvNumber (WSInvIdx)
                           MOVE RegInvoiceTotal
                               TO WSInvTotal (WSInvIdx)
                           MOVE 0 TO WSInvLineGross (WSInvIdx)
                           MOVE "N" TO WSInvHasLines (WSInvIdx)
                       END-IF
                   END-IF
           END-READ.

       SWEEP-INVOICE-LINES.
           MOVE "N" TO WSEOF
           OPEN INPUT InvoiceLineFile
           IF WSLineFileStatus = "00"
               PERFORM SWEEP-ONE-INVOICE-LINE UNTIL WSEOF = "Y"
               CLOSE InvoiceLineFile
           END-IF.

       SWEEP-ONE-INVOICE-LINE.
           READ InvoiceLineFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF IlInvoiceDate NOT < WSFromDate AND
                      IlInvoiceDate NOT > WSToDate
                       PERFORM TAKE-INVOICE-LINE
                   END-IF
           END-READ.

       TAKE-INVOICE-LINE.
           MOVE 0 TO WSInvSlot
           PERFORM FIND-PERIOD-INVOICE
               VARYING WSInvIdx FROM 1 BY 1
               UNTIL WSInvIdx > WSInvCount OR WSInvSlot > 0
           IF WSInvSlot = 0
               ADD 1 TO WSOrphanLines
               ADD IlGrossAmount TO WSOrphanGross
           ELSE
               SET WSInvIdx TO WSInvSlot
               ADD IlGrossAmount TO WSInvLineGross (WSInvIdx)
               MOVE "Y" TO WSInvHasLines (WSInvIdx)
               ADD IlNetAmount TO WSMatchedNet
               ADD IlTaxAmount TO WSMatchedTax
               ADD IlGrossAmount TO WSMatchedGross
           END-IF
           MOVE IlJurisdiction TO WSFindJurisdiction
           MOVE IlTaxRate TO WSFindRate
           PERFORM FIND-BUCKET
           IF WSBkSlot > 0
               SET WSBkIdx TO WSBkSlot
               IF IlDiscount > 0
                   ADD IlNetAmount TO WSBkContractNet (WSBkIdx)
                   ADD IlTaxAmount TO WSBkContractTax (WSBkIdx)
                   ADD IlDiscount TO WSBkDiscountGiven (WSBkIdx)
               ELSE
                   ADD IlNetAmount TO WSBkListNet (WSBkIdx)
                   ADD IlTaxAmount TO WSBkListTax (WSBkIdx)
               END-IF
           END-IF.

       FIND-PERIOD-INVOICE.
           IF WSInvNumber (WSInvIdx) = IlInvoiceNumber
               MOVE WSInvIdx TO WSInvSlot
           END-IF.

       SWEEP-CREDIT-LINES.
           MOVE 0 TO WSClTaxTotal
           MOVE 0 TO WSClGrossTotal
           MOVE "N" TO WSEOF
           OPEN INPUT CreditLineFile
           IF WSCreditLineFileStatus = "00"
               PERFORM SWEEP-ONE-CREDIT-LINE UNTIL WSEOF = "Y"
               CLOSE CreditLineFile
           END-IF.

       SWEEP-ONE-CREDIT-LINE.
           READ CreditLineFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ClCreditDate NOT < WSFromDate AND
                      ClCreditDate NOT > WSToDate
                       PERFORM TAKE-CREDIT-LINE
                   END-IF
           END-READ.

       TAKE-CREDIT-LINE.
      *>     A credit gives the tax back in the jurisdiction and at
      *>     the rate the invoice line was charged, so it comes off
      *>     that bucket even when the rate has changed since.
           ADD ClTaxAmount TO WSClTaxTotal
           ADD ClGrossAmount TO WSClGrossTotal
           MOVE ClJurisdiction TO WSFindJurisdiction
           MOVE ClTaxRate TO WSFindRate
           PERFORM FIND-BUCKET
           IF WSBkSlot > 0
               SET WSBkIdx TO WSBkSlot
               IF ClDiscount > 0
                   ADD ClNetAmount TO WSBkContractCrNet (WSBkIdx)
                   ADD ClTaxAmount TO WSBkContractCrTax (WSBkIdx)
               ELSE
                   ADD ClNetAmount TO WSBkListCrNet (WSBkIdx)
                   ADD ClTaxAmount TO WSBkListCrTax (WSBkIdx)
               END-IF
           END-IF.

       FIND-BUCKET.
           MOVE 0 TO WSBkSlot
           PERFORM CHECK-ONE-BUCKET
               VARYING WSBkIdx FROM 1 BY 1
               UNTIL WSBkIdx > WSBkCount OR WSBkSlot > 0
           IF WSBkSlot = 0
               IF WSBkCount >= 100
                   DISPLAY "Return table full at 100 jurisdiction "
                       "rates - " WSFindJurisdiction " left off"
               ELSE
                   ADD 1 TO WSBkCount
                   MOVE WSBkCount TO WSBkSlot
                   SET WSBkIdx TO WSBkSlot
                   MOVE WSFindJurisdiction
                       TO WSBkJurisdiction (WSBkIdx)
                   MOVE WSFindRate TO WSBkRate (WSBkIdx)
                   MOVE 0 TO WSBkListNet (WSBkIdx)
                   MOVE 0 TO WSBkListTax (WSBkIdx)
                   MOVE 0 TO WSBkContractNet (WSBkIdx)
                   MOVE 0 TO WSBkContractTax (WSBkIdx)
                   MOVE 0 TO WSBkDiscountGiven (WSBkIdx)
                   MOVE 0 TO WSBkListCrNet (WSBkIdx)
                   MOVE 0 TO WSBkListCrTax (WSBkIdx)
                   MOVE 0 TO WSBkContractCrNet (WSBkIdx)
                   MOVE 0 TO WSBkContractCrTax (WSBkIdx)
                   PERFORM NOTE-JURISDICTION
               END-IF
           END-IF.

       CHECK-ONE-BUCKET.
           IF WSBkJurisdiction (WSBkIdx) = WSFindJurisdiction AND
              WSBkRate (WSBkIdx) = WSFindRate
               MOVE WSBkIdx TO WSBkSlot
           END-IF.

       NOTE-JURISDICTION.
           MOVE 0 TO WSJurSlot
           PERFORM CHECK-ONE-JURISDICTION
               VARYING WSJurIdx FROM 1 BY 1
               UNTIL WSJurIdx > WSJurCount OR WSJurSlot > 0
           IF WSJurSlot = 0
               IF WSJurCount >= 20
                   DISPLAY "More than 20 jurisdictions - "
                       WSFindJurisdiction " has no schedule"
               ELSE
                   ADD 1 TO WSJurCount
                   SET WSJurIdx TO WSJurCount
                   MOVE WSFindJurisdiction TO WSJurCode (WSJurIdx)
               END-IF
           END-IF.

       CHECK-ONE-JURISDICTION.
           IF WSJurCode (WSJurIdx) = WSFindJurisdiction
               MOVE WSJurIdx TO WSJurSlot
           END-IF.

       TOTAL-CREDIT-NOTES.
           MOVE 0 TO WSCnCount
           MOVE 0 TO WSCnTaxTotal
           MOVE 0 TO WSCnGrossTotal
           MOVE "N" TO WSEOF
           OPEN INPUT CreditNoteFile
           IF WSCreditFileStatus = "00"
               PERFORM TOTAL-ONE-CREDIT-NOTE UNTIL WSEOF = "Y"
               CLOSE CreditNoteFile
           END-IF.

       TOTAL-ONE-CREDIT-NOTE.
           READ CreditNoteFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF CnDate NOT < WSFromDate AND
                      CnDate NOT > WSToDate
                       ADD 1 TO WSCnCount
                       ADD CnTaxTotal TO WSCnTaxTotal
                       ADD CnGrossTotal TO WSCnGrossTotal
                   END-IF
           END-READ.

       PRINT-JURISDICTION-SCHEDULE.
           MOVE SPACES TO WSRptName
           STRING "SalesTax" DELIMITED BY SIZE
               WSJurCode (WSJurIdx) DELIMITED BY SPACE
               WSFromDate DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WSRptName
           END-STRING
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "SALES TAX RETURN - JURISDICTION " DELIMITED BY SIZE
               WSJurCode (WSJurIdx) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "PERIOD " DELIMITED BY SIZE
               WSFromDate DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSToDate DELIMITED BY SIZE
               "  PREPARED " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "                                     " DELIMITED
                   BY SIZE
               "TAXABLE VALUE             TAX" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE 0 TO WSJurNet
           MOVE 0 TO WSJurTax
           PERFORM PRINT-RATE-BLOCK
               VARYING WSBkIdx FROM 1 BY 1
               UNTIL WSBkIdx > WSBkCount
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "TOTAL FOR THE JURISDICTION" TO WSScheduleLabel
           MOVE WSJurNet TO WSScheduleValue
           MOVE WSJurTax TO WSScheduleTax
           PERFORM PRINT-SCHEDULE-LINE
           MOVE WSJurTax TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "TAX PAYABLE TO " DELIMITED BY SIZE
               WSJurCode (WSJurIdx) DELIMITED BY SIZE
               "                                 " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           ADD WSJurTax TO WSReturnTaxDue
           DISPLAY "Return schedule written to " WSRptName.

       PRINT-RATE-BLOCK.
           IF WSBkJurisdiction (WSBkIdx) = WSJurCode (WSJurIdx)
               MOVE WSBkRate (WSBkIdx) TO WSRateOut
               MOVE SPACES TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               STRING "RATE " DELIMITED BY SIZE
                   WSRateOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE "  SALES AT LIST PRICE" TO WSScheduleLabel
               MOVE WSBkListNet (WSBkIdx) TO WSScheduleValue
               MOVE WSBkListTax (WSBkIdx) TO WSScheduleTax
               PERFORM PRINT-SCHEDULE-LINE
               MOVE "  CONTRACT-DISCOUNTED SALES" TO WSScheduleLabel
               MOVE WSBkContractNet (WSBkIdx) TO WSScheduleValue
               MOVE WSBkContractTax (WSBkIdx) TO WSScheduleTax
               PERFORM PRINT-SCHEDULE-LINE
               MOVE WSBkDiscountGiven (WSBkIdx) TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "    (CONTRACT DISCOUNT GIVEN " DELIMITED
                       BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               MOVE "  LESS CREDITS ON LIST SALES" TO WSScheduleLabel
               COMPUTE WSScheduleValue = 0 - WSBkListCrNet (WSBkIdx)
               COMPUTE WSScheduleTax = 0 - WSBkListCrTax (WSBkIdx)
               PERFORM PRINT-SCHEDULE-LINE
               MOVE "  LESS CREDITS ON CONTRACT SALES"
                   TO WSScheduleLabel
               COMPUTE WSScheduleValue =
                   0 - WSBkContractCrNet (WSBkIdx)
               COMPUTE WSScheduleTax =
                   0 - WSBkContractCrTax (WSBkIdx)
               PERFORM PRINT-SCHEDULE-LINE
               PERFORM NET-RATE-BLOCK
               MOVE "  NET AT THIS RATE" TO WSScheduleLabel
               MOVE WSRateNet TO WSScheduleValue
               MOVE WSRateTax TO WSScheduleTax
               PERFORM PRINT-SCHEDULE-LINE
               ADD WSRateNet TO WSJurNet
               ADD WSRateTax TO WSJurTax
           END-IF.

       NET-RATE-BLOCK.
           COMPUTE WSRateNet = WSBkListNet (WSBkIdx)
               + WSBkContractNet (WSBkIdx)
               - WSBkListCrNet (WSBkIdx)
               - WSBkContractCrNet (WSBkIdx)
           COMPUTE WSRateTax = WSBkListTax (WSBkIdx)
               + WSBkContractTax (WSBkIdx)
               - WSBkListCrTax (WSBkIdx)
               - WSBkContractCrTax (WSBkIdx).

       PRINT-SCHEDULE-LINE.
           MOVE WSScheduleValue TO WSMoneyOut
           MOVE WSScheduleTax TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING WSScheduleLabel DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-RETURN-SUMMARY.
           MOVE SPACES TO WSRptName
           STRING "SalesTaxSummary" DELIMITED BY SIZE
               WSFromDate DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WSRptName
           END-STRING
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "SALES TAX RETURN SUMMARY " DELIMITED BY SIZE
               WSFromDate DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WSToDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "JUR  RATE    NET TAXABLE       LIST TAX"
                   DELIMITED BY SIZE
               "   CONTRACT TAX     CREDIT TAX        TAX DUE"
                   DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           PERFORM PRINT-SUMMARY-LINE
               VARYING WSBkIdx FROM 1 BY 1
               UNTIL WSBkIdx > WSBkCount
           MOVE WSReturnTaxDue TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "TAX PAYABLE, ALL JURISDICTIONS" DELIMITED BY SIZE
               "                                        "
                   DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-RECONCILIATION
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-SUMMARY-LINE.
           PERFORM NET-RATE-BLOCK
           MOVE WSBkRate (WSBkIdx) TO WSRateOut
           MOVE WSRateNet TO WSMoneyOut
           MOVE WSBkListTax (WSBkIdx) TO WSMoneyOut2
           MOVE WSBkContractTax (WSBkIdx) TO WSMoneyOut3
           COMPUTE WSMoneyOut4 = 0 - WSBkListCrTax (WSBkIdx)
               - WSBkContractCrTax (WSBkIdx)
           MOVE WSRateTax TO WSMoneyOut5
           MOVE SPACES TO WSRptLine
           STRING WSBkJurisdiction (WSBkIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSRateOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut5 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-RECONCILIATION.
      *>     The register carries only invoice totals, so the tax
      *>     it implies is its total less the net of the lines
      *>     billed on those invoices. Every invoice whose lines do
      *>     not add up to its register total is listed - an
      *>     invoice from before line detail was kept shows here
      *>     with no lines.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RECONCILIATION TO THE INVOICE REGISTER" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSInvCount TO WSCountOut
           MOVE WSRegisterTotal TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  INVOICES ON THE REGISTER IN THE PERIOD "
                   DELIMITED BY SIZE
               WSCountOut DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           COMPUTE WSRegisterTax = WSRegisterTotal - WSMatchedNet
           MOVE WSMatchedNet TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  NET OF THEIR LINES                " DELIMITED
                   BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSRegisterTax TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  TAX PER THE REGISTER              " DELIMITED
                   BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSMatchedTax TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  TAX CHARGED PER THE LINES         " DELIMITED
                   BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           COMPUTE WSDifference = WSRegisterTotal - WSMatchedGross
           MOVE WSDifference TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  DIFFERENCE                        " DELIMITED
                   BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE 0 TO WSExceptionCount
           PERFORM CHECK-ONE-PERIOD-INVOICE
               VARYING WSInvIdx FROM 1 BY 1
               UNTIL WSInvIdx > WSInvCount
           IF WSOrphanLines > 0
               ADD 1 TO WSExceptionCount
               MOVE WSOrphanLines TO WSCountOut
               MOVE WSOrphanGross TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "  ** " DELIMITED BY SIZE
                   WSCountOut DELIMITED BY SIZE
                   " LINES WITH NO INVOICE ON THE REGISTER IN THE "
                       DELIMITED BY SIZE
                   "PERIOD " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RECONCILIATION TO THE CREDIT NOTES" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSCnCount TO WSCountOut
           MOVE WSCnGrossTotal TO WSMoneyOut
           MOVE WSCnTaxTotal TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "  CREDIT NOTES IN THE PERIOD " DELIMITED BY SIZE
               WSCountOut DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSClGrossTotal TO WSMoneyOut
           MOVE WSClTaxTotal TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "  CREDIT NOTE LINES IN THE PERIOD    TOTAL "
                   DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSCnTaxTotal NOT = WSClTaxTotal OR
              WSCnGrossTotal NOT = WSClGrossTotal
               ADD 1 TO WSExceptionCount
               MOVE "  ** CREDIT NOTES AND THEIR LINES DO NOT AGREE"
                   TO WSRptLine
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSExceptionCount = 0
               MOVE "RETURN RECONCILES TO THE REGISTER" TO WSRptLine
           ELSE
               MOVE SPACES TO WSRptLine
               STRING "RETURN DOES NOT RECONCILE - INVESTIGATE "
                       DELIMITED BY SIZE
                   "BEFORE FILING" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       CHECK-ONE-PERIOD-INVOICE.
           IF WSInvLineGross (WSInvIdx) NOT = WSInvTotal (WSInvIdx)
               ADD 1 TO WSExceptionCount
               MOVE WSInvTotal (WSInvIdx) TO WSMoneyOut
               MOVE WSInvLineGross (WSInvIdx) TO WSMoneyOut2
               MOVE SPACES TO WSRptLine
               IF WSInvHasLines (WSInvIdx) = "N"
                   STRING "  ** INVOICE " DELIMITED BY SIZE
                       WSInvNumber (WSInvIdx) DELIMITED BY SIZE
                       " REGISTER " DELIMITED BY SIZE
                       WSMoneyOut DELIMITED BY SIZE
                       "  NO LINE DETAIL - NOT ON THE RETURN"
                           DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
               ELSE
                   STRING "  ** INVOICE " DELIMITED BY SIZE
                       WSInvNumber (WSInvIdx) DELIMITED BY SIZE
                       " REGISTER " DELIMITED BY SIZE
                       WSMoneyOut DELIMITED BY SIZE
                       "  LINES " DELIMITED BY SIZE
                       WSMoneyOut2 DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
               END-IF
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.
