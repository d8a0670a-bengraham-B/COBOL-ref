           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterFileStatus.

           SELECT InvoiceLineFile ASSIGN TO "InvoiceLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLineFileStatus.

       data division.

       FILE SECTION.
       FD PricedFile.
       01 PricedRecord.
           02 PrPrice PIC 9(7)V99.
           02 FILLER PIC X(1).
           02 PrJurisdiction PIC X(4).
           02 FILLER PIC X(1).
           02 PrFullPrice PIC 9(7)V99.
           02 FILLER PIC X(1).
           02 PrCustomerRef PIC X(6).
      *> Contract discount the pricing run gave on the line -
      *> PrPrice is already net of it.
           02 FILLER PIC X(1).
           02 PrDiscount PIC 9(7)V99.
      *> What was bought - item, description, quantity, unit and
      *> unit list price. Blank on an old-style line priced
      *> without an item code.
           02 FILLER PIC X(1).
           02 PrItemCode PIC X(8).
           02 FILLER PIC X(1).
           02 PrDescription PIC X(30).
           02 FILLER PIC X(1).
           02 PrQuantity PIC 9(5).
           02 FILLER PIC X(1).
           02 PrUnitOfMeasure PIC X(4).
           02 FILLER PIC X(1).
           02 PrUnitPrice PIC 9(4)V99.
      *> Tax rate charged on the line.
           02 FILLER PIC X(1).
           02 PrTaxRate PIC V999.

       SD SortWorkFile.
       01 SortRecord.
           02 SortCustomerRef PIC X(6).
           02 SortPrice PIC 9(7)V99.
           02 SortJurisdiction PIC X(4).
           02 SortFullPrice PIC 9(7)V99.
           02 SortItemCode PIC X(8).
           02 SortDescription PIC X(30).
           02 SortQuantity PIC 9(5).
           02 SortUnitOfMeasure PIC X(4).
           02 SortUnitPrice PIC 9(4)V99.
           02 SortDiscount PIC 9(7)V99.
           02 SortTaxRate PIC V999.

       FD InvoiceSeqFile.
       01 InvoiceSeqRecord.
           02 RegInvoiceTotal PIC 9(7)V99.
           02 RegRunDate PIC 9(8).

       FD InvoiceLineFile.
       COPY INVLINE.

       WORKING-STORAGE SECTION.
       01 WSPricedFileStatus PIC X(2) VALUE "00".
       01 WSSeqFileStatus PIC X(2) VALUE "00".
       01 WSRegisterFileStatus PIC X(2) VALUE "00".
       01 WSLineFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSCurrentRef PIC X(6) VALUE SPACES.
       01 WSInvoiceOpen PIC A(1) VALUE "N".
       01 WSInvoiceNumber PIC 9(6) VALUE 0.
       01 WSInvoiceLineNumber PIC 9(3) VALUE 0.
       01 WSRunDate PIC 9(8) VALUE 0.

       01 WSLineSubtotal PIC 9(7)V99 VALUE 0.
       01 WSInvoiceTotal PIC 9(7)V99 VALUE 0.
       01 WSLineTax PIC 9(7)V99 VALUE 0.
       01 WSQuantityOut PIC ZZZZ9.
       01 WSUnitPriceOut PIC Z,ZZ9.99.

      *>   Tax summarized by jurisdiction within the invoice.
       01 WSTaxTable.
      *>   invoice total. Invoice numbers come off InvoiceSeq.dat
      *>   the way TranSeq.dat issues transaction sequences, and
      *>   every invoice lands on the register with run totals at
      *>   the end. Each printed line is also kept on
      *>   InvoiceLines.dat with the tax rate it was charged, for
      *>   credit notes against the invoice.
       PROCEDURE DIVISION.
       ACCEPT WSRunDate FROM DATE YYYYMMDD

       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       OPEN EXTEND InvoiceLineFile
       IF WSLineFileStatus NOT = "00"
           OPEN OUTPUT InvoiceLineFile
       END-IF

       SORT SortWorkFile
           ON ASCENDING KEY SortCustomerRef
           INPUT PROCEDURE IS FEED-PRICED-LINES
           OUTPUT PROCEDURE IS PRINT-INVOICES

       CLOSE InvoiceLineFile

       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

                   MOVE PrPrice TO SortPrice
                   MOVE PrJurisdiction TO SortJurisdiction
                   MOVE PrFullPrice TO SortFullPrice
                   MOVE PrItemCode TO SortItemCode
                   MOVE PrDescription TO SortDescription
                   IF PrQuantity IS NUMERIC AND PrQuantity > 0
                       MOVE PrQuantity TO SortQuantity
                   ELSE
                       MOVE 1 TO SortQuantity
                   END-IF
                   MOVE PrUnitOfMeasure TO SortUnitOfMeasure
                   IF PrUnitPrice IS NUMERIC
                       MOVE PrUnitPrice TO SortUnitPrice
                   ELSE
                       MOVE PrPrice TO SortUnitPrice
                   END-IF
                   IF PrDiscount IS NUMERIC
                       MOVE PrDiscount TO SortDiscount
                   ELSE
                       MOVE 0 TO SortDiscount
                   END-IF
                   IF PrTaxRate IS NUMERIC
                       MOVE PrTaxRate TO SortTaxRate
                   ELSE
                       MOVE 0 TO SortTaxRate
                   END-IF
                   RELEASE SortRecord
           END-READ.

           MOVE 0 TO WSLineSubtotal
           MOVE 0 TO WSInvoiceTotal
           MOVE 0 TO WSTaxCount
           MOVE 0 TO WSInvoiceLineNumber
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "  ITEM     DESCRIPTION                      QTY UNIT"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "    UNIT PRICE       PRICE  JUR PRICE WITH TAX"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-INVOICE-LINE.
      *>     Two print lines per item - what was bought, then what
      *>     it cost.
           MOVE SortQuantity TO WSQuantityOut
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               SortItemCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SortDescription DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSQuantityOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SortUnitOfMeasure DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SortUnitPrice TO WSUnitPriceOut
           MOVE SortPrice TO WSMoneyOut
           MOVE SortFullPrice TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "    " DELIMITED BY SIZE
               WSUnitPriceOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SortJurisdiction DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           ADD SortPrice TO WSLineSubtotal
           ADD SortFullPrice TO WSInvoiceTotal
           COMPUTE WSLineTax = SortFullPrice - SortPrice
           PERFORM TALLY-LINE-TAX
           PERFORM WRITE-INVOICE-LINE.

       WRITE-INVOICE-LINE.
           ADD 1 TO WSInvoiceLineNumber
           MOVE WSInvoiceNumber TO IlInvoiceNumber
           MOVE WSInvoiceLineNumber TO IlLineNumber
           MOVE WSCurrentRef TO IlCustomerRef
           MOVE WSRunDate TO IlInvoiceDate
           MOVE SortItemCode TO IlItemCode
           MOVE SortDescription TO IlDescription
           MOVE SortQuantity TO IlQuantity
           MOVE SortUnitOfMeasure TO IlUnitOfMeasure
           MOVE SortUnitPrice TO IlUnitPrice
           MOVE SortPrice TO IlNetAmount
           MOVE SortDiscount TO IlDiscount
           MOVE SortJurisdiction TO IlJurisdiction
           MOVE SortTaxRate TO IlTaxRate
           MOVE WSLineTax TO IlTaxAmount
           MOVE SortFullPrice TO IlGrossAmount
           WRITE InvoiceLineRecord.

       TALLY-LINE-TAX.
           MOVE 0 TO WSTaxSlot
