           organization is line sequential
           file status is WSContractStatus.

           select ItemFile assign to "Items.dat"
           organization is line sequential
           file status is WSItemStatus.

       data division.
       file section.

      *> the priced file so the invoice program can group the lines
      *> instead of billing retyping them.
           02 InCustomerRef PIC X(6).
      *> Item sold and how many - the list price in force comes off
      *> the item master and is extended by the quantity. A line
      *> with no item code is an old-style line: InPrice is the
      *> unit price and a blank quantity reads as one.
           02 InItemCode PIC X(8).
           02 InQuantity PIC 9(5).

      *> OutPrice, OutFullPrice and OutDiscount are for the whole
      *> line - unit price times quantity.
       FD PriceOutFile.
       01 PriceOutRecord.
           02 OutPrice PIC 9(7)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutJurisdiction PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutFullPrice PIC 9(7)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutCustomerRef PIC X(6).
      *> Contract discount given on the line - OutPrice is the NET
      *> off the list price, so the register finally matches what
      *> was actually charged.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutDiscount PIC 9(7)V99.
      *> What was bought, carried through for the invoice to print.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutItemCode PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutDescription PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutQuantity PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutUnitOfMeasure PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutUnitPrice PIC 9(4)V99.
      *> The tax rate the line was charged - a credit note against
      *> the invoice gives the tax back at this rate, whatever the
      *> jurisdiction charges by then.
           02 FILLER PIC X(1) VALUE SPACE.
           02 OutTaxRate PIC V999.

      *> Contract pricing per customer reference - a negotiated
      *> discount percent or an outright contract unit price,
           02 TaxRateEffDate PIC 9(8).
           02 TaxRateValue PIC V999.

       FD ItemFile.
       COPY ITEMREC.

       working-storage section.
       01 Price PIC 9(7)V99.
       01 Jurisdiction PIC X(4).
       01 TaxRate PIC V999 VALUE .075.
       01 WSDefaultTaxRate PIC V999 VALUE .075.
       01 FullPrice PIC 9(7)V99.

       01 WSPriceInStatus PIC X(2) VALUE "00".
       01 WSTaxRateStatus PIC X(2) VALUE "00".
       01 WSContractStatus PIC X(2) VALUE "00".
       01 WSItemStatus PIC X(2) VALUE "00".

      *>   Item master - every effective-dated price record, so the
      *>   price in force on the pricing date can be picked.
       01 WSItemTable.
           02 WSItemEntry OCCURS 500 TIMES
                   INDEXED BY WSItemIdx.
               03 WSItmCode PIC X(8).
               03 WSItmEffDate PIC 9(8).
               03 WSItmDescription PIC X(30).
               03 WSItmUnit PIC X(4).
               03 WSItmPrice PIC 9(4)V99.
       01 WSItemCount PIC 9(3) VALUE 0.
       01 WSItemSub PIC 9(3) COMP VALUE 0.
       01 WSItemFound PIC A(1) VALUE "N".
       01 WSItemEffDate PIC 9(8) VALUE 0.
       01 WSQuantity PIC 9(5) VALUE 0.
       01 WSDescription PIC X(30) VALUE SPACES.
       01 WSUnitOfMeasure PIC X(4) VALUE SPACES.
       01 WSLinesRejected PIC 9(5) VALUE 0.

      *>   Contract pricing table and the per-customer discount
      *>   summary the sales manager signs off.
       01 WSContractSub PIC 9(3) COMP VALUE 0.
       01 WSContractFound PIC A(1) VALUE "N".
       01 WSListPrice PIC 9(4)V99 VALUE 0.
       01 WSLineDiscount PIC 9(7)V99 VALUE 0.

       01 WSDiscTable.
           02 WSDiscEntry OCCURS 50 TIMES

       PERFORM LOAD-TAX-RATE-TABLE
       PERFORM LOAD-CONTRACT-TABLE
       PERFORM LOAD-ITEM-TABLE

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "PRICE       JUR   RATE  EFFECTIVE  FULL PRICE  ITEM"
           TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       display "Prices calculated: " WSLinesPriced
       display "Lines not priced:  " WSLinesRejected
       display "Applied-rate report written to " WSRptName.

       stop run.
           READ PriceInFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   PERFORM SET-LINE-UNIT-PRICE
                   IF WSItemFound = "Y"
                       PERFORM PRICE-ONE-LINE
                   ELSE
                       PERFORM REPORT-UNPRICED-LINE
                   END-IF
           END-READ.

       SET-LINE-UNIT-PRICE.
      *>     An item line takes the list price in force off the item
      *>     master; an old-style line keeps its own unit price.
           IF InQuantity IS NUMERIC AND InQuantity > 0
               MOVE InQuantity TO WSQuantity
           ELSE
               MOVE 1 TO WSQuantity
           END-IF
           MOVE SPACES TO WSDescription
           MOVE SPACES TO WSUnitOfMeasure
           IF InItemCode = SPACES
               MOVE "Y" TO WSItemFound
               MOVE InPrice TO WSListPrice
           ELSE
               PERFORM FIND-ITEM-PRICE-IN-FORCE
           END-IF.

       PRICE-ONE-LINE.
           MOVE WSListPrice TO Price
           MOVE InJurisdiction TO Jurisdiction
           PERFORM APPLY-CONTRACT-PRICE
           COMPUTE Price = Price * WSQuantity
           PERFORM FIND-TAX-RATE-FOR-JURISDICTION
           compute FullPrice ROUNDED = Price + (Price * TaxRate)
      *>     The FD record's FILLER bytes start as low-values, which
      *>     a line sequential WRITE refuses - blank the record
      *>     before filling it.
           MOVE SPACES TO PriceOutRecord
           MOVE Price TO OutPrice
           MOVE Jurisdiction TO OutJurisdiction
           MOVE FullPrice TO OutFullPrice
           MOVE InCustomerRef TO OutCustomerRef
           MOVE WSLineDiscount TO OutDiscount
           MOVE InItemCode TO OutItemCode
           MOVE WSDescription TO OutDescription
           MOVE WSQuantity TO OutQuantity
           MOVE WSUnitOfMeasure TO OutUnitOfMeasure
           MOVE WSListPrice TO OutUnitPrice
           MOVE TaxRate TO OutTaxRate
           WRITE PriceOutRecord
           ADD 1 TO WSLinesPriced
           PERFORM REPORT-APPLIED-RATE.

       REPORT-UNPRICED-LINE.
      *>     No price in force for the item on the pricing date -
      *>     the line is held back for billing to correct rather
      *>     than invoiced at a guess.
           ADD 1 TO WSLinesRejected
           MOVE SPACES TO WSRptLine
           STRING "*** ITEM " DELIMITED BY SIZE
               InItemCode DELIMITED BY SIZE
               " CUSTOMER " DELIMITED BY SIZE
               InCustomerRef DELIMITED BY SIZE
               " - NO LIST PRICE IN FORCE, LINE NOT PRICED"
               DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       LOAD-ITEM-TABLE.
      *>     With no item master on disk only old-style lines can be
      *>     priced.
           OPEN INPUT ItemFile
           IF WSItemStatus = "00"
               PERFORM LOAD-ONE-ITEM UNTIL WSEOF = "Y"
               CLOSE ItemFile
               MOVE "N" TO WSEOF
           END-IF.

       LOAD-ONE-ITEM.
           READ ItemFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSItemCount >= 500
                       DISPLAY "Item table full at 500 entries"
                   ELSE
                       ADD 1 TO WSItemCount
                       MOVE ItemCode TO WSItmCode (WSItemCount)
                       MOVE ItemEffDate TO
                           WSItmEffDate (WSItemCount)
                       MOVE ItemDescription TO
                           WSItmDescription (WSItemCount)
                       MOVE ItemUnitOfMeasure TO
                           WSItmUnit (WSItemCount)
                       MOVE ItemListPrice TO
                           WSItmPrice (WSItemCount)
                   END-IF
           END-READ.

       FIND-ITEM-PRICE-IN-FORCE.
      *>     The item's record with the latest effective date not
      *>     after the pricing date wins, the same rule the tax
      *>     rates follow.
           MOVE "N" TO WSItemFound
           MOVE 0 TO WSItemEffDate
           MOVE 0 TO WSListPrice
           IF WSItemCount > 0
               PERFORM CHECK-ITEM-ROW
                   VARYING WSItemSub FROM 1 BY 1
                   UNTIL WSItemSub > WSItemCount
           END-IF.

       CHECK-ITEM-ROW.
           IF WSItmCode (WSItemSub) = InItemCode AND
               WSItmEffDate (WSItemSub) <= WSPricingDate AND
               (WSItemFound = "N" OR
                WSItmEffDate (WSItemSub) > WSItemEffDate)
               MOVE WSItmPrice (WSItemSub) TO WSListPrice
               MOVE WSItmDescription (WSItemSub) TO WSDescription
               MOVE WSItmUnit (WSItemSub) TO WSUnitOfMeasure
               MOVE WSItmEffDate (WSItemSub) TO WSItemEffDate
               MOVE "Y" TO WSItemFound
           END-IF.

       REPORT-APPLIED-RATE.
           MOVE TaxRate TO WSRateOut
           MOVE SPACES TO WSRptLine
                   WSAppliedEffDate DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FullPrice DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   InItemCode DELIMITED BY SIZE
                   " X " DELIMITED BY SIZE
                   WSQuantity DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
                   WSRateOut DELIMITED BY SIZE
                   "  DEFAULT   " DELIMITED BY SIZE
                   FullPrice DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   InItemCode DELIMITED BY SIZE
                   " X " DELIMITED BY SIZE
                   WSQuantity DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
                   UNTIL WSContractSub > WSContractCount
                   OR WSContractFound = "Y"
           END-IF
           COMPUTE WSLineDiscount = WSLineDiscount * WSQuantity
           IF WSContractFound = "Y"
               IF WSLineDiscount > 0
                   PERFORM TALLY-DISCOUNT-GIVEN
