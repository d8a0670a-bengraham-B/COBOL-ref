       COPY PRODREC.

       FD NewProductFile.
       01 NewProductRecord PIC X(100).

      *> Before and after images on every change - the fat-fingered
      *> rate that once paid a month of wrong interest is exactly
           02 PrATime PIC 9(8).
           02 PrAOperator PIC X(8).
           02 PrAAction PIC X(8).
           02 PrABefore PIC X(100).
           02 PrAAfter PIC X(100).

       WORKING-STORAGE SECTION.
       01 WSProdFileStatus PIC X(2) VALUE "00".

       01 WSTargetCode PIC X(3) VALUE SPACES.
       01 WSTargetSeen PIC A(1) VALUE "N".
       01 WSTargetCurrency PIC X(3) VALUE SPACES.
       01 WSBeforeImage PIC X(100) VALUE SPACES.
       01 WSAfterImage PIC X(100) VALUE SPACES.
       01 WSAuditAction PIC X(8) VALUE SPACES.
       01 WSFieldsValid PIC A(1) VALUE "N".
       01 WSProdCount PIC 9(3) VALUE 0.
       01 WSNewDaily PIC 9(9)V99 VALUE 0.
       01 WSNewTerm PIC 9(3) VALUE 0.
       01 WSNewMatRate PIC 9V9999 VALUE 0.
       01 WSNewBreakRate PIC 9V9999 VALUE 0.
       01 WSNewBreakPenalty PIC 9(9)V99 VALUE 0.
       01 WSNewBaseCode PIC X(4) VALUE SPACES.
       01 WSNewMargin PIC S9V9999 VALUE 0.
       01 WSLinkedRate PIC S9V9999 VALUE 0.
       01 WSNewCurrency PIC X(3) VALUE SPACES.
       01 WSNewPassbook PIC X(1) VALUE SPACE.
       01 WSCurrencyValid PIC A(1) VALUE "Y".

       01 WSFxMidRate PIC 9(5)V9999 VALUE 0.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSBaseRate PIC 9V9999 VALUE 0.
       01 WSBaseEffDate PIC 9(8) VALUE 0.
       01 WSBaseStatus PIC 99 VALUE 0.
           88 WSBaseFound VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "ProductCatalog.rpt".
               "sign-on role does not allow it"
           STOP RUN
       END-IF
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-PROD-MODE UNTIL WSModeExit.

           DISPLAY "Term in months (0 for cheque-style): "
               WITH NO ADVANCING
           ACCEPT WSNewTerm
           DISPLAY "Passbook savings product (Y/N): "
               WITH NO ADVANCING
           ACCEPT WSNewPassbook
           IF WSNewPassbook = "y"
               MOVE "Y" TO WSNewPassbook
           END-IF
           IF WSNewPassbook NOT = "Y"
               MOVE SPACE TO WSNewPassbook
           END-IF
           DISPLAY "Maturity rate (0 unless a term product): "
               WITH NO ADVANCING
           ACCEPT WSNewMatRate
           MOVE 0 TO WSNewBreakRate
           MOVE 0 TO WSNewBreakPenalty
           IF WSNewTerm > 0
               DISPLAY "Early-break rate (0 to charge a penalty "
                   "instead): " WITH NO ADVANCING
               ACCEPT WSNewBreakRate
               IF WSNewBreakRate = 0
                   DISPLAY "Early-break penalty amount: "
                       WITH NO ADVANCING
                   ACCEPT WSNewBreakPenalty
               END-IF
           END-IF
           DISPLAY "Base rate code (blank for a fixed rate): "
               WITH NO ADVANCING
           ACCEPT WSNewBaseCode
           MOVE 0 TO WSNewMargin
           IF WSNewBaseCode NOT = SPACES
               INSPECT WSNewBaseCode CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Margin over base (e.g. 0.0150, -0.0050): "
                   WITH NO ADVANCING
               ACCEPT WSNewMargin
           END-IF

           MOVE "Y" TO WSFieldsValid
           IF WSNewName = SPACES
           IF WSNewTerm > 0 AND WSNewMatRate = 0
               DISPLAY "A term product needs a maturity rate"
               MOVE "N" TO WSFieldsValid
           END-IF
           IF WSNewTerm > 0 AND WSNewPassbook = "Y"
               DISPLAY "A term product cannot be a passbook product"
               MOVE "N" TO WSFieldsValid
           END-IF
           IF WSNewBreakRate > WSNewMatRate
               DISPLAY "The early-break rate cannot be above the "
                   "maturity rate"
               MOVE "N" TO WSFieldsValid
           END-IF
           IF WSCurrencyValid = "N"
               MOVE "N" TO WSFieldsValid
           END-IF
           IF WSNewBaseCode NOT = SPACES
               PERFORM PRICE-OFF-BASE-RATE
           END-IF.

      *>   The currency is set once, when the product is added -
      *>   accounts opened on it hold their balances in it, so an
      *>   update cannot move them into another currency. A foreign
      *>   currency needs a rate on file before anything can be
      *>   charged, paid or reported in it.
       CAPTURE-PRODUCT-CURRENCY.
           DISPLAY "Account currency (blank for home currency ZAR): "
               WITH NO ADVANCING
           ACCEPT WSNewCurrency
           INSPECT WSNewCurrency CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WSNewCurrency = SPACES
               MOVE "ZAR" TO WSNewCurrency
           END-IF
           MOVE "Y" TO WSCurrencyValid
           CALL 'FXRATE' USING WSNewCurrency, WSToday, WSFxMidRate,
               WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               DISPLAY "No exchange rate is on file for "
                   WSNewCurrency " - load it through rate "
                   "maintenance first"
               MOVE "N" TO WSCurrencyValid
           END-IF.

      *>   A linked product's rate is never keyed - it is the base
      *>   in force today plus the margin, exactly what the
      *>   repricing run will set it to when the base next moves.
       PRICE-OFF-BASE-RATE.
           CALL 'BASELOOK' USING WSNewBaseCode, WSToday, WSBaseRate,
               WSBaseEffDate, WSBaseStatus
           IF NOT WSBaseFound
               DISPLAY "No base rate " WSNewBaseCode
                   " is in force - enter it through base-rate "
                   "maintenance first"
               MOVE "N" TO WSFieldsValid
           ELSE
               COMPUTE WSLinkedRate = WSBaseRate + WSNewMargin
               IF WSLinkedRate < 0
                   MOVE 0 TO WSLinkedRate
               END-IF
               MOVE WSLinkedRate TO WSNewRate
               DISPLAY "Base " WSNewBaseCode " at " WSBaseRate
                   " plus margin gives interest rate " WSNewRate
           END-IF.

       BUILD-PRODUCT-RECORD.
           MOVE WSNewDaily TO ProdDailyLimit
           MOVE WSNewTerm TO ProdTermMonths
           MOVE WSNewMatRate TO ProdMaturityRate
           MOVE WSNewBreakRate TO ProdBreakRate
           MOVE WSNewBreakPenalty TO ProdBreakPenalty
           MOVE WSNewBaseCode TO ProdBaseCode
           MOVE WSNewMargin TO ProdBaseMargin
           MOVE WSNewCurrency TO ProdCurrency
           MOVE WSNewPassbook TO ProdPassbook
           MOVE "A" TO ProdStatus.

       ADD-PRODUCT.
               DISPLAY "Product " WSTargetCode " already exists - "
                   "use Update"
           ELSE
               PERFORM CAPTURE-PRODUCT-CURRENCY
               PERFORM CAPTURE-PRODUCT-FIELDS
               IF WSFieldsValid = "Y"
                   PERFORM BUILD-PRODUCT-RECORD
               NOT AT END
                   IF ProdCode = WSTargetCode
                       MOVE "Y" TO WSTargetSeen
                       MOVE ProdCurrency TO WSTargetCurrency
                   END-IF
           END-READ.

               DISPLAY "Product " WSTargetCode " is not on the "
                   "catalog"
           ELSE
               MOVE WSTargetCurrency TO WSNewCurrency
               IF WSNewCurrency = SPACES
                   MOVE "ZAR" TO WSNewCurrency
               END-IF
               MOVE "Y" TO WSCurrencyValid
               DISPLAY "Account currency " WSNewCurrency
                   " (fixed when the product was added)"
               PERFORM CAPTURE-PRODUCT-FIELDS
               IF WSFieldsValid = "Y"
                   MOVE "UPDATE" TO WSAuditAction
           MOVE "PRODUCT CATALOG LISTING" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
           MOVE "CODE CCY NAME                 RATE   FEE          F&
      &LOOR         DAILY        TERM MATRATE ST BRKRATE BASE"
               TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           MOVE 0 TO WSProdCount
               NOT AT END
                   ADD 1 TO WSProdCount
                   MOVE SPACES TO WSRptLine
                   MOVE ProdCurrency TO WSNewCurrency
                   IF WSNewCurrency = SPACES
                       MOVE "ZAR" TO WSNewCurrency
                   END-IF
                   STRING ProdCode DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSNewCurrency DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ProdName DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ProdInterestRate DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ProdMonthlyFee DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ProdOverdraftFloor DELIMITED BY SIZE
                       ProdMaturityRate DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ProdStatus DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ProdBreakRate DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ProdBaseCode DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
