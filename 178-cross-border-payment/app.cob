       >> SOURCE FORMAT FREE
       identification division.
       program-id. XBPAY.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CrossBorderFile ASSIGN TO "CrossBorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSXbFileStatus.

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

           SELECT ExchangeRateFile ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT BlocklistFile ASSIGN TO "Blocklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBlockFileStatus.

       data division.

       FILE SECTION.
       FD CrossBorderFile.
       COPY XBPAYREC.

       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

       FD ExchangeRateFile.
       COPY EXRATE.

       FD BlocklistFile.
       COPY BLOCKREC.

       WORKING-STORAGE SECTION.
       01 WSXbFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSBlockFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeCapture VALUE "C" "c".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "XBPAY".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSSuspenseID PIC 9(5) VALUE 99999.

      *>   The payment being captured. Every field the
      *>   correspondent's message needs is required except the
      *>   second address line.
       01 WSCustomerID PIC 9(5) VALUE 0.
       01 WSCustomerName PIC X(35) VALUE SPACES.
       01 WSCurrency PIC X(3) VALUE SPACES.
       01 WSAmount PIC 9(9)V99 VALUE 0.
       01 WSHomeAmount PIC 9(9)V99 VALUE 0.
       01 WSBenName PIC X(35) VALUE SPACES.
       01 WSBenAccount PIC X(34) VALUE SPACES.
       01 WSBenBankID PIC X(11) VALUE SPACES.
       01 WSBenAddress1 PIC X(35) VALUE SPACES.
       01 WSBenAddress2 PIC X(35) VALUE SPACES.
       01 WSBenCountry PIC X(2) VALUE SPACES.
       01 WSPurposeCode PIC X(4) VALUE SPACES.
       01 WSChargesChoice PIC X(1) VALUE SPACE.
           88 WSChargesOur VALUE "O" "o".
           88 WSChargesShared VALUE "S" "s".
           88 WSChargesBen VALUE "B" "b".
       01 WSCharges PIC X(3) VALUE SPACES.
       01 WSConfirm PIC X(1) VALUE SPACE.
       01 WSCaptureOK PIC A(1) VALUE "Y".
       01 WSBankIDSpaces PIC 99 VALUE 0.
       01 WSBankIDTail PIC 99 VALUE 0.

      *>   Ask side of the rate in force per currency - the latest
      *>   effective date not in the future, the teller program's
      *>   selection. We SELL the customer the foreign currency,
      *>   so the ask applies; rate lines from before the spread
      *>   existed fall back to the mid.
       01 WSRateTable.
           02 WSRateEntry OCCURS 20 TIMES INDEXED BY WSRateIdx.
               03 WSRateCurrency PIC X(3).
               03 WSRateAsk PIC 9(5)V9999.
               03 WSRateEffDate PIC 9(8).
       01 WSRateCount PIC 99 VALUE 0.
       01 WSRateSlot PIC 99 VALUE 0.
       01 WSFoundRate PIC 9(5)V9999 VALUE 0.
       01 WSRateFound PIC A(1) VALUE "N".

      *>   The ordering account may itself run in a foreign
      *>   currency. It is debited the payment amount when it runs
      *>   in the payment currency, otherwise the home amount at
      *>   the mid rate in force for the account's currency.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

      *>   Beneficiary screening against the blocklist, exact name
      *>   or surname SOUNDEX, as the teller path screens a party.
       01 WSScreenName PIC X(50) VALUE SPACES.
       01 WSScreenFirst PIC X(50) VALUE SPACES.
       01 WSScreenSurname PIC X(50) VALUE SPACES.
       01 WSScreenPointer PIC 99 VALUE 1.
       01 WSScreenSoundex PIC X(4) VALUE SPACES.
       01 WSScreenHit PIC A(1) VALUE "N".
       01 WSScreenRef PIC X(20) VALUE SPACES.

       01 WSListCount PIC 9(5) VALUE 0.
       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSHomeOut PIC +Z(8)9.99.

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

      *>   Cross-border payment capture - a foreign-currency
      *>   payment to a beneficiary at a foreign bank is keyed
      *>   here instead of being retyped into the correspondent's
      *>   portal from the teller journal. The ordering customer
      *>   must be an active account; the beneficiary's name,
      *>   account, bank identifier (an 8 or 11 character BIC),
      *>   address, country, purpose code and the charges option
      *>   (OUR, SHAred, BENeficiary) are captured, the name is
      *>   screened against the blocklist, and the customer is
      *>   debited the home-currency equivalent at our ASK rate in
      *>   force. The debit leg posts in the payment currency with
      *>   its home amount, and the payment goes on CrossBorder.dat
      *>   for the cross-border message run (XBMSG) to send to the
      *>   correspondent; the correspondent's status file is
      *>   applied by the cross-border status run (XBSTAT).
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM LOAD-FX-RATES

       PERFORM RUN-ONE-PAYMENT-MODE UNTIL WSModeExit.

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

       RUN-ONE-PAYMENT-MODE.
           DISPLAY SPACES
           DISPLAY "Cross-Border Payments - (C)apture, (L)ist "
               "today's, e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeCapture PERFORM CAPTURE-ONE-PAYMENT
               WHEN WSModeList PERFORM LIST-TODAYS-PAYMENTS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose C, L or X"
           END-EVALUATE.

       LOAD-FX-RATES.
           MOVE 0 TO WSRateCount
           MOVE "N" TO WSEOF
           OPEN INPUT ExchangeRateFile
           IF WSRateFileStatus = "00"
               PERFORM LOAD-ONE-FX-RATE UNTIL WSEOF = "Y"
               CLOSE ExchangeRateFile
           END-IF.

       LOAD-ONE-FX-RATE.
           READ ExchangeRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EREffDate <= WSBusinessDate
                       PERFORM STORE-ONE-FX-RATE
                   END-IF
           END-READ.

       STORE-ONE-FX-RATE.
           MOVE 0 TO WSRateSlot
           PERFORM FIND-FX-RATE-SLOT
               VARYING WSRateIdx FROM 1 BY 1
               UNTIL WSRateIdx > WSRateCount OR WSRateSlot > 0
           IF WSRateSlot = 0
               IF WSRateCount < 20
                   ADD 1 TO WSRateCount
                   MOVE WSRateCount TO WSRateSlot
                   SET WSRateIdx TO WSRateSlot
                   MOVE ERCurrency TO WSRateCurrency (WSRateIdx)
                   PERFORM STORE-FX-RATE-ASK
                   MOVE EREffDate TO WSRateEffDate (WSRateIdx)
               END-IF
           ELSE
               SET WSRateIdx TO WSRateSlot
               IF EREffDate >= WSRateEffDate (WSRateIdx)
                   PERFORM STORE-FX-RATE-ASK
                   MOVE EREffDate TO WSRateEffDate (WSRateIdx)
               END-IF
           END-IF.

       STORE-FX-RATE-ASK.
           IF ERAskRate IS NUMERIC AND ERAskRate NOT = 0
               MOVE ERAskRate TO WSRateAsk (WSRateIdx)
           ELSE
               MOVE ERRate TO WSRateAsk (WSRateIdx)
           END-IF.

       FIND-FX-RATE-SLOT.
           IF WSRateCurrency (WSRateIdx) = ERCurrency
               MOVE WSRateIdx TO WSRateSlot
           END-IF.

       FIND-ASK-RATE.
           IF WSRateCurrency (WSRateIdx) = WSCurrency
               MOVE WSRateAsk (WSRateIdx) TO WSFoundRate
               MOVE "Y" TO WSRateFound
           END-IF.

       CAPTURE-ONE-PAYMENT.
           MOVE "Y" TO WSCaptureOK
           OPEN I-O CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "nothing captured"
           ELSE
               PERFORM CAPTURE-ORDERING-CUSTOMER
               IF WSCaptureOK = "Y"
                   PERFORM CAPTURE-PAYMENT-AMOUNT
               END-IF
               IF WSCaptureOK = "Y"
                   PERFORM CAPTURE-BENEFICIARY
               END-IF
               IF WSCaptureOK = "Y"
                   PERFORM CAPTURE-PAYMENT-TERMS
               END-IF
               IF WSCaptureOK = "Y"
                   PERFORM CONFIRM-AND-POST-PAYMENT
               END-IF
               CLOSE CustomerFile
           END-IF.

       CAPTURE-ORDERING-CUSTOMER.
           DISPLAY "Ordering customer account number: "
               WITH NO ADVANCING
           ACCEPT WSCustomerID
           IF WSCustomerID = 0 OR WSCustomerID = WSSuspenseID
               MOVE "N" TO WSCaptureOK
               DISPLAY "A cross-border payment must be ordered by "
                   "one of our accounts"
           ELSE
               MOVE WSCustomerID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       MOVE "N" TO WSCaptureOK
                       DISPLAY "Account " WSCustomerID
                           " not on Customer.dat - nothing captured"
                   NOT INVALID KEY
                       IF NOT AcctActive
                           MOVE "N" TO WSCaptureOK
                           DISPLAY "Account " WSCustomerID
                               " is not active - nothing captured"
                       ELSE
                           MOVE SPACES TO WSCustomerName
                           STRING FirstName DELIMITED BY SPACE
                               SPACE
                               LastName DELIMITED BY SIZE
                               INTO WSCustomerName
                           DISPLAY "Ordering customer: "
                               WSCustomerName
                       END-IF
               END-READ
           END-IF.

       CAPTURE-PAYMENT-AMOUNT.
           DISPLAY "Payment currency: " WITH NO ADVANCING
           ACCEPT WSCurrency
           MOVE "N" TO WSRateFound
           IF WSCurrency NOT = "ZAR"
               PERFORM FIND-ASK-RATE
                   VARYING WSRateIdx FROM 1 BY 1
                   UNTIL WSRateIdx > WSRateCount
                   OR WSRateFound = "Y"
           END-IF
           IF WSRateFound = "N"
               MOVE "N" TO WSCaptureOK
               DISPLAY "No rate in force for " WSCurrency
                   " - payment refused; a foreign payment must be "
                   "in a rated foreign currency"
           ELSE
               DISPLAY "Amount in " WSCurrency ": " WITH NO ADVANCING
               ACCEPT WSAmount
               IF WSAmount = 0
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "A zero payment is not captured"
               ELSE
                   COMPUTE WSHomeAmount ROUNDED =
                       WSAmount * WSFoundRate
               END-IF
           END-IF.

       CAPTURE-BENEFICIARY.
           DISPLAY "Beneficiary name: " WITH NO ADVANCING
           ACCEPT WSBenName
           DISPLAY "Beneficiary account / IBAN: " WITH NO ADVANCING
           ACCEPT WSBenAccount
           DISPLAY "Beneficiary bank BIC: " WITH NO ADVANCING
           ACCEPT WSBenBankID
           DISPLAY "Beneficiary address line 1: " WITH NO ADVANCING
           ACCEPT WSBenAddress1
           DISPLAY "Beneficiary address line 2: " WITH NO ADVANCING
           ACCEPT WSBenAddress2
           DISPLAY "Beneficiary country code: " WITH NO ADVANCING
           ACCEPT WSBenCountry
           EVALUATE TRUE
               WHEN WSBenName = SPACES
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "The beneficiary name is required"
               WHEN WSBenAccount = SPACES
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "The beneficiary account is required"
               WHEN WSBenAddress1 = SPACES
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "The beneficiary address is required"
               WHEN WSBenCountry (1:1) = SPACE OR
                   WSBenCountry (2:1) = SPACE
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "The beneficiary country is two letters"
               WHEN OTHER
                   PERFORM CHECK-BANK-IDENTIFIER
           END-EVALUATE
           IF WSCaptureOK = "Y"
               PERFORM SCREEN-BENEFICIARY
           END-IF.

       CHECK-BANK-IDENTIFIER.
      *>     A BIC is 8 characters, or 11 with the branch code -
      *>     anything else bounces at the correspondent.
           MOVE 0 TO WSBankIDSpaces
           MOVE 0 TO WSBankIDTail
           INSPECT WSBenBankID (1:8) TALLYING WSBankIDSpaces
               FOR ALL SPACE
           INSPECT WSBenBankID (9:3) TALLYING WSBankIDTail
               FOR ALL SPACE
           IF WSBankIDSpaces > 0 OR
               (WSBankIDTail NOT = 0 AND WSBankIDTail NOT = 3)
               MOVE "N" TO WSCaptureOK
               DISPLAY "Bank identifier " WSBenBankID " is not an "
                   "8 or 11 character BIC"
           END-IF.

       SCREEN-BENEFICIARY.
           MOVE WSBenName TO WSScreenName
           MOVE SPACES TO WSScreenFirst
           MOVE SPACES TO WSScreenSurname
           MOVE 1 TO WSScreenPointer
           UNSTRING WSScreenName DELIMITED BY ALL SPACE
               INTO WSScreenFirst
               WITH POINTER WSScreenPointer
           IF WSScreenPointer <= 50
               MOVE WSScreenName (WSScreenPointer:)
                   TO WSScreenSurname
           ELSE
               MOVE WSScreenFirst TO WSScreenSurname
           END-IF
           CALL 'SOUNDEX' USING WSScreenSurname, WSScreenSoundex
           MOVE "N" TO WSScreenHit
           MOVE "N" TO WSEOF
           OPEN INPUT BlocklistFile
           IF WSBlockFileStatus = "00"
               PERFORM CHECK-ONE-BLOCK-ENTRY
                   UNTIL WSEOF = "Y" OR WSScreenHit = "Y"
               CLOSE BlocklistFile
           END-IF
           IF WSScreenHit = "Y"
               MOVE "N" TO WSCaptureOK
               DISPLAY "Beneficiary " WSBenName " matches the "
                   "blocklist (" WSScreenRef ") - payment refused, "
                   "refer to compliance"
           END-IF.

       CHECK-ONE-BLOCK-ENTRY.
           READ BlocklistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF BlkActive
                       IF BlkName = WSScreenName (1:30) OR
                          BlkSoundex = WSScreenSoundex
                           MOVE "Y" TO WSScreenHit
                           MOVE BlkReference TO WSScreenRef
                       END-IF
                   END-IF
           END-READ.

       CAPTURE-PAYMENT-TERMS.
           DISPLAY "Purpose code: " WITH NO ADVANCING
           ACCEPT WSPurposeCode
           DISPLAY "Charges - (O)urs, (S)hared, (B)eneficiary: "
               WITH NO ADVANCING
           ACCEPT WSChargesChoice
           EVALUATE TRUE
               WHEN WSPurposeCode = SPACES
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "The purpose code is required"
               WHEN WSChargesOur
                   MOVE "OUR" TO WSCharges
               WHEN WSChargesShared
                   MOVE "SHA" TO WSCharges
               WHEN WSChargesBen
                   MOVE "BEN" TO WSCharges
               WHEN OTHER
                   MOVE "N" TO WSCaptureOK
                   DISPLAY "Please choose O, S or B for the charges"
           END-EVALUATE.

       CONFIRM-AND-POST-PAYMENT.
      *>     CustomerData still holds the ordering customer - the
      *>     screening and terms capture read no customer since.
           PERFORM SET-ACCOUNT-AMOUNT
           IF NOT WSFxFound
               DISPLAY "No rate on file for account currency "
                   WSAcctCurrency " - nothing captured"
           ELSE
               PERFORM CONFIRM-ACCOUNT-DEBIT
           END-IF.

       CONFIRM-ACCOUNT-DEBIT.
           MOVE WSAmount TO WSMoneyOut
           MOVE WSAcctAmount TO WSHomeOut
           DISPLAY SPACES
           DISPLAY "Pay " WSCurrency " " WSMoneyOut " to "
               WSBenName
           DISPLAY "  at " WSBenBankID " account " WSBenAccount
           DISPLAY "  rate " WSFoundRate " - debit " WSAcctCurrency
               " " WSHomeOut " from " WSCustomerID ", charges "
               WSCharges
           IF WSAcctAmount > CustBalance
               DISPLAY "Account " WSCustomerID " has insufficient "
                   "funds - nothing captured"
           ELSE
               DISPLAY "Send this payment? (Y/N) " WITH NO ADVANCING
               ACCEPT WSConfirm
               IF WSConfirm = "Y" OR WSConfirm = "y"
                   PERFORM POST-PAYMENT-DEBIT
               ELSE
                   DISPLAY "Payment abandoned - nothing posted"
               END-IF
           END-IF.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the customer record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSFxFound
               IF WSAcctCurrency = WSCurrency
                   MOVE WSAmount TO WSAcctAmount
               ELSE
                   COMPUTE WSAcctAmount ROUNDED =
                       WSHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       POST-PAYMENT-DEBIT.
           SUBTRACT WSAcctAmount FROM CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to debit " WSCustomerID
                       " - nothing posted"
                   MOVE "N" TO WSCaptureOK
           END-REWRITE
           IF WSCaptureOK = "Y"
               PERFORM BUILD-PAYMENT-TRANSACTION-ID
               PERFORM WRITE-PAYMENT-LEG
               PERFORM WRITE-PAYMENT-REGISTER
               DISPLAY "Payment " WSTransactionID " captured - it "
                   "goes to the correspondent on the next message run"
           END-IF.

       BUILD-PAYMENT-TRANSACTION-ID.
           CALL 'TRANSEQ' USING WSSeqCounter
           MOVE WSBusinessDate TO WSSystemDate
           MOVE WSSystemDay TO WSTranDay
           MOVE WSSystemMonth TO WSTranMonth
           MOVE WSSystemYear TO WSTranYear
           DIVIDE WSSeqCounter BY 1000
               GIVING WSTranProtocol
               REMAINDER WSTranCode
           ADD 3000 TO WSTranCode.

       WRITE-PAYMENT-LEG.
      *>     A one-sided transfer debit, in the payment currency
      *>     with its home amount - the credit side is the
      *>     correspondent's, never a leg of ours, so nothing here
      *>     reaches the domestic settlement extract.
           MOVE WSTransactionID TO TranID
           MOVE WSAmount TO TranAmount
           MOVE WSCustomerName TO TranSender
           MOVE WSBenName TO TranReceiver
           MOVE ZERO TO TranOriginalID
           MOVE WSOperatorID TO TranOperator
           MOVE WSCurrency TO TranCurrency
           MOVE WSHomeAmount TO TranHomeAmount
           MOVE WSTransactionID TO TranTransferID
           MOVE "D" TO TranLegType
           MOVE "T" TO TranType
           MOVE WSCustomerID TO TranSenderID
           MOVE ZERO TO TranReceiverID
           MOVE WSOperatorBranch TO TranBranch
           MOVE SPACE TO TranExtracted
           OPEN I-O TransactionFile
           IF WSTranFileStatus NOT = "00"
               OPEN OUTPUT TransactionFile
           END-IF
           WRITE TransactionRecord
           CLOSE TransactionFile.

       WRITE-PAYMENT-REGISTER.
           MOVE SPACES TO CrossBorderRecord
           MOVE WSTransactionID TO XbPaymentID
           MOVE WSBusinessDate TO XbCaptureDate
           MOVE WSOperatorID TO XbOperator
           MOVE WSOperatorBranch TO XbBranch
           MOVE WSCustomerID TO XbCustomerID
           MOVE WSCustomerName TO XbCustomerName
           MOVE WSCurrency TO XbCurrency
           MOVE WSAmount TO XbAmount
           MOVE WSFoundRate TO XbAskRate
           MOVE WSHomeAmount TO XbHomeAmount
           MOVE WSBenName TO XbBenName
           MOVE WSBenAccount TO XbBenAccount
           MOVE WSBenBankID TO XbBenBankID
           MOVE WSBenAddress1 TO XbBenAddress1
           MOVE WSBenAddress2 TO XbBenAddress2
           MOVE WSBenCountry TO XbBenCountry
           MOVE WSPurposeCode TO XbPurposeCode
           MOVE WSCharges TO XbCharges
           SET XbCaptured TO TRUE
           MOVE 0 TO XbSentDate
           MOVE 0 TO XbResponseDate
           OPEN EXTEND CrossBorderFile
           IF WSXbFileStatus NOT = "00"
               OPEN OUTPUT CrossBorderFile
           END-IF
           WRITE CrossBorderRecord
           CLOSE CrossBorderFile.

       LIST-TODAYS-PAYMENTS.
           MOVE 0 TO WSListCount
           MOVE "N" TO WSEOF
           OPEN INPUT CrossBorderFile
           IF WSXbFileStatus NOT = "00"
               DISPLAY "No cross-border payments are on file"
           ELSE
               DISPLAY "PAYMENT ID        CCY AMOUNT        "
                   "BENEFICIARY            ST"
               PERFORM LIST-ONE-PAYMENT UNTIL WSEOF = "Y"
               CLOSE CrossBorderFile
               DISPLAY "PAYMENTS CAPTURED TODAY: " WSListCount
           END-IF.

       LIST-ONE-PAYMENT.
           READ CrossBorderFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF XbCaptureDate = WSBusinessDate
                       ADD 1 TO WSListCount
                       MOVE XbAmount TO WSMoneyOut
                       DISPLAY XbPaymentID "  " XbCurrency " "
                           WSMoneyOut " " XbBenName (1:22) " "
                           XbStatus
                   END-IF
           END-READ.
