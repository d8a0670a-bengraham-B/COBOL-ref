           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPaymentFileStatus.

           SELECT CreditNoteFile ASSIGN TO "CreditNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCreditFileStatus.

       data division.

       FILE SECTION.
           02 PayAmount PIC 9(7)V99.
           02 PayReference PIC X(20).

      *> Credit notes issued against an invoice take their gross
      *> total off its open amount as a payment does.
       FD CreditNoteFile.
       COPY CREDNOTE.

       WORKING-STORAGE SECTION.
       01 WSRegisterFileStatus PIC X(2) VALUE "00".
       01 WSPaymentFileStatus PIC X(2) VALUE "00".
       01 WSCreditFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
       01 WSInvoiceRef PIC X(6) VALUE SPACES.
       01 WSInvoiceDate PIC 9(8) VALUE 0.
       01 WSPaidSoFar PIC 9(9)V99 VALUE 0.
       01 WSCreditedSoFar PIC 9(9)V99 VALUE 0.
       01 WSOpenAmount PIC S9(9)V99 VALUE 0.
       01 WSStatementRef PIC X(6) VALUE SPACES.
       01 WSDaysOld PIC S9(5) VALUE 0.
      *>   reference at current/30/60/90 days, and a statement of
      *>   account per reference lists open invoices and the
      *>   payments against them - billing's notebook retires.
      *>   Credit notes against an invoice reduce its open amount
      *>   alongside the payments.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate

                   " is not on the register - nothing captured"
           ELSE
               PERFORM SUM-PAYMENTS-FOR-INVOICE
               PERFORM SUM-CREDITS-FOR-INVOICE
               COMPUTE WSOpenAmount = WSInvoiceTotal
                   - WSPaidSoFar - WSCreditedSoFar
               MOVE WSOpenAmount TO WSMoneyOut
               DISPLAY "Open amount on the invoice: " WSMoneyOut
               DISPLAY "Payment amount: " WITH NO ADVANCING
                   END-IF
           END-READ.

       SUM-CREDITS-FOR-INVOICE.
           MOVE 0 TO WSCreditedSoFar
           MOVE "N" TO WSScanEOF
           OPEN INPUT CreditNoteFile
           IF WSCreditFileStatus = "00"
               PERFORM SUM-ONE-CREDIT UNTIL WSScanEOF = "Y"
               CLOSE CreditNoteFile
           END-IF.

       SUM-ONE-CREDIT.
           READ CreditNoteFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF CnInvoiceNumber = WSPayInvoice
                       ADD CnGrossTotal TO WSCreditedSoFar
                   END-IF
           END-READ.

       PRINT-AGED-RECEIVABLES.
           MOVE 0 TO WSAgeCount
           MOVE "N" TO WSEOF
                   MOVE RegCustomerRef TO WSInvoiceRef
                   MOVE RegRunDate TO WSInvoiceDate
                   PERFORM SUM-PAYMENTS-FOR-INVOICE
                   PERFORM SUM-CREDITS-FOR-INVOICE
                   COMPUTE WSOpenAmount = WSInvoiceTotal
                       - WSPaidSoFar - WSCreditedSoFar
                   IF WSOpenAmount > 0
                       PERFORM BUCKET-OPEN-AMOUNT
                   END-IF
                       MOVE RegInvoiceNumber TO WSPayInvoice
                       MOVE RegInvoiceTotal TO WSInvoiceTotal
                       PERFORM SUM-PAYMENTS-FOR-INVOICE
                       PERFORM SUM-CREDITS-FOR-INVOICE
                       COMPUTE WSOpenAmount = WSInvoiceTotal
                           - WSPaidSoFar - WSCreditedSoFar
                       MOVE WSInvoiceTotal TO WSMoneyOut
                       MOVE WSPaidSoFar TO WSMoneyOut2
                       MOVE WSOpenAmount TO WSMoneyOut3
                       END-STRING
                       CALL 'RPTWRITE' USING WSRptAction,
                           WSRptName, WSRptLine
                       IF WSCreditedSoFar > 0
                           MOVE WSCreditedSoFar TO WSMoneyOut
                           MOVE SPACES TO WSRptLine
                           STRING "    LESS CREDIT NOTES "
                                   DELIMITED BY SIZE
                               WSMoneyOut DELIMITED BY SIZE
                               INTO WSRptLine
                           END-STRING
                           CALL 'RPTWRITE' USING WSRptAction,
                               WSRptName, WSRptLine
                       END-IF
                   END-IF
           END-READ.
