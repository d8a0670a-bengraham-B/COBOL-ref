       >> SOURCE FORMAT FREE
       identification division.
       program-id. PENMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT PenaltyRateFile ASSIGN TO "PenaltyRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT PenAuditFile ASSIGN TO "PenaltyAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

       data division.

       FILE SECTION.
       FD PenaltyRateFile.
       COPY PENRATE.

       FD PenAuditFile.
       01 PenAuditRecord.
           02 PNADate PIC 9(8).
           02 PNATime PIC 9(8).
           02 PNAOperator PIC X(8).
           02 PNAProduct PIC X(3).
           02 PNAEffDate PIC 9(8).
           02 PNARate PIC 9V9999.

       FD ProductFile.
       COPY PRODREC.

       WORKING-STORAGE SECTION.
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "PENMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSNewProduct PIC X(3) VALUE SPACES.
       01 WSNewEffDate PIC 9(8) VALUE 0.
       01 WSNewRate PIC 9V9999 VALUE 0.
       01 WSRateCount PIC 9(5) VALUE 0.
       01 WSProductSeen PIC A(1) VALUE "N".

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Penalty rate maintenance - the annual rate the nightly
      *>   penalty run charges, per day, on each loan installment
      *>   left unpaid past its due date. One rate per product,
      *>   appended with an effective date the way the
      *>   provisioning rates are, so a new tariff keyed ahead of
      *>   time takes over on its own day and the old ones stay on
      *>   file for the auditors. The product must be on the
      *>   catalog. Adding is supervisor-only; every change lands
      *>   on PenaltyAudit.dat with who keyed it and when.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK

       PERFORM RUN-ONE-RATE-MODE UNTIL WSModeExit.

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

       RUN-ONE-RATE-MODE.
           DISPLAY SPACES
           DISPLAY "Penalty Rates - (A)dd rate, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-PENALTY-RATE
               WHEN WSModeList PERFORM LIST-PENALTY-RATES
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, L or X"
           END-EVALUATE.

       ADD-PENALTY-RATE.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Changing penalty rates is supervisor-only "
                   "- sign-on role does not allow it"
           ELSE
               PERFORM CAPTURE-PENALTY-RATE
           END-IF.

       CAPTURE-PENALTY-RATE.
           DISPLAY "Product code: " WITH NO ADVANCING
           ACCEPT WSNewProduct
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSNewEffDate
           DISPLAY "Annual penalty rate (e.g. 0.0500 for 5%): "
               WITH NO ADVANCING
           ACCEPT WSNewRate

           PERFORM CHECK-PRODUCT-ON-CATALOG
           MOVE "V" TO WSDcAction
           MOVE WSNewEffDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           EVALUATE TRUE
               WHEN WSNewProduct = SPACES
                   DISPLAY "A product code is required - "
                       "nothing added"
               WHEN WSProductSeen = "N"
                   DISPLAY "Product " WSNewProduct " is not on the "
                       "catalog - nothing added"
               WHEN WSDcStatus NOT = 0
                   DISPLAY "Effective date is not a valid date - "
                       "nothing added"
               WHEN WSNewRate > 1
                   DISPLAY "A rate cannot exceed 1.0000 (100%) - "
                       "nothing added"
               WHEN OTHER
                   PERFORM APPEND-PENALTY-RATE
           END-EVALUATE.

       CHECK-PRODUCT-ON-CATALOG.
           MOVE "N" TO WSProductSeen
           MOVE "N" TO WSEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM CHECK-ONE-PRODUCT
                   UNTIL WSEOF = "Y" OR WSProductSeen = "Y"
               CLOSE ProductFile
           END-IF.

       CHECK-ONE-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ProdCode = WSNewProduct
                       MOVE "Y" TO WSProductSeen
                   END-IF
           END-READ.

       APPEND-PENALTY-RATE.
           MOVE WSNewProduct TO PnProductCode
           MOVE WSNewEffDate TO PnEffDate
           MOVE WSNewRate TO PnAnnualRate
           OPEN EXTEND PenaltyRateFile
           IF WSRateFileStatus NOT = "00"
               OPEN OUTPUT PenaltyRateFile
           END-IF
           WRITE PenaltyRateRecord
           CLOSE PenaltyRateFile
           PERFORM WRITE-PENALTY-AUDIT
           DISPLAY "Penalty rate for product " WSNewProduct
               " effective " WSNewEffDate " set to " WSNewRate.

       WRITE-PENALTY-AUDIT.
           ACCEPT PNADate FROM DATE YYYYMMDD
           ACCEPT PNATime FROM TIME
           MOVE WSOperatorID TO PNAOperator
           MOVE WSNewProduct TO PNAProduct
           MOVE WSNewEffDate TO PNAEffDate
           MOVE WSNewRate TO PNARate
           OPEN EXTEND PenAuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT PenAuditFile
           END-IF
           WRITE PenAuditRecord
           CLOSE PenAuditFile.

       LIST-PENALTY-RATES.
           MOVE 0 TO WSRateCount
           MOVE "N" TO WSEOF
           OPEN INPUT PenaltyRateFile
           IF WSRateFileStatus NOT = "00"
               DISPLAY "No penalty rates are on file yet"
           ELSE
               DISPLAY "PRODUCT  EFFECTIVE  RATE"
               PERFORM LIST-ONE-PENALTY-RATE UNTIL WSEOF = "Y"
               CLOSE PenaltyRateFile
               DISPLAY "Rate records on file: " WSRateCount
           END-IF.

       LIST-ONE-PENALTY-RATE.
           READ PenaltyRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSRateCount
                   DISPLAY PnProductCode "      " PnEffDate "   "
                       PnAnnualRate
           END-READ.
