       >> SOURCE FORMAT FREE
       identification division.
       program-id. XBMSG.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CrossBorderFile ASSIGN TO "CrossBorder.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSXbFileStatus.

           SELECT NewCrossBorderFile ASSIGN TO "CrossBorderNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewXbStatus.

           SELECT MessageFile ASSIGN TO WSMessageFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMessageFileStatus.

       data division.

       FILE SECTION.
       FD CrossBorderFile.
       COPY XBPAYREC.

       FD NewCrossBorderFile.
       01 NewCrossBorderRecord PIC X(306).

      *> Outbound payment messages for the correspondent - "H"
      *> header, one "D" per payment carrying the ordering
      *> customer, the beneficiary and its bank, the purpose code
      *> and who bears the charges, and a "T" trailer with count,
      *> control sum of the payment amounts and hash, the way the
      *> settlement extract proves its file.
       FD MessageFile.
       01 MessageLine PIC X(250).
       01 MessageHeader REDEFINES MessageLine.
           02 MHRecordType PIC X(1).
           02 MHFileDate PIC 9(8).
           02 MHOriginBank PIC X(8).
           02 FILLER PIC X(233).
       01 MessageDetail REDEFINES MessageLine.
           02 MDRecordType PIC X(1).
           02 MDPaymentID PIC 9(16).
           02 MDValueDate PIC 9(8).
           02 MDCurrency PIC X(3).
           02 MDAmount PIC 9(9)V99.
           02 MDOrderingAccount PIC 9(5).
           02 MDOrderingName PIC X(35).
           02 MDBenBankID PIC X(11).
           02 MDBenAccount PIC X(34).
           02 MDBenName PIC X(35).
           02 MDBenAddress1 PIC X(35).
           02 MDBenAddress2 PIC X(35).
           02 MDBenCountry PIC X(2).
           02 MDPurposeCode PIC X(4).
           02 MDCharges PIC X(3).
           02 FILLER PIC X(12).
       01 MessageTrailer REDEFINES MessageLine.
           02 MTRecordType PIC X(1).
           02 MTItemCount PIC 9(7).
           02 MTControlSum PIC 9(13)V99.
           02 MTHashTotal PIC 9(9).
           02 FILLER PIC X(218).

       WORKING-STORAGE SECTION.
       01 WSXbFileStatus PIC X(2) VALUE "00".
       01 WSNewXbStatus PIC X(2) VALUE "00".
       01 WSMessageFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSMessageFileName PIC X(30) VALUE SPACES.
       01 WSBusinessDate PIC 9(8) VALUE 0.

       01 WSItemCount PIC 9(7) VALUE 0.
       01 WSControlSum PIC 9(13)V99 VALUE 0.
       01 WSHashTotal PIC 9(9) VALUE 0.
       01 WSHomeTotal PIC 9(13)V99 VALUE 0.

      *>   The payment ID is a TranID - its code and protocol
      *>   hash the way the settlement extract hashes its items.
       01 WSHashID.
           02 FILLER PIC 9(8).
           02 WSHashCode PIC 9(4).
           02 WSHashProtocol PIC 9(4).

      *>   Cross-border payment message run - every payment
      *>   captured since the last run (CrossBorder.dat, status
      *>   captured) goes onto the day's structured payment
      *>   message file for the correspondent bank,
      *>   XBPayOut<date>.dat, and is marked sent so it can never
      *>   be sent twice. The register is copy-swapped through
      *>   CrossBorderNew.dat. The correspondent's confirmations,
      *>   rejections and returns come back through the
      *>   cross-border status run (XBSTAT).
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE SPACES TO WSMessageFileName
       STRING "XBPayOut" DELIMITED BY SIZE
           WSBusinessDate DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WSMessageFileName
       END-STRING

       OPEN INPUT CrossBorderFile
       IF WSXbFileStatus NOT = "00"
           DISPLAY "No cross-border payments on file - "
               "no message file written"
           STOP RUN
       END-IF
       OPEN OUTPUT NewCrossBorderFile
       OPEN OUTPUT MessageFile

       MOVE SPACES TO MessageLine
       MOVE "H" TO MHRecordType
       MOVE WSBusinessDate TO MHFileDate
       MOVE "OURBANK" TO MHOriginBank
       WRITE MessageLine

       PERFORM SEND-ONE-PAYMENT UNTIL WSEOF = "Y"

       MOVE SPACES TO MessageLine
       MOVE "T" TO MTRecordType
       MOVE WSItemCount TO MTItemCount
       MOVE WSControlSum TO MTControlSum
       MOVE WSHashTotal TO MTHashTotal
       WRITE MessageLine

       CLOSE CrossBorderFile
       CLOSE NewCrossBorderFile
       CLOSE MessageFile
       PERFORM SWAP-REGISTER-BACK

       DISPLAY "CROSS-BORDER PAYMENT MESSAGES " WSMessageFileName
       DISPLAY "PAYMENTS SENT:   " WSItemCount
       DISPLAY "CONTROL SUM:     " WSControlSum
       DISPLAY "HOME EQUIVALENT: " WSHomeTotal
       DISPLAY "HASH TOTAL:      " WSHashTotal
       DISPLAY "(sign off against the correspondent's receipt)".

       STOP RUN.

       SEND-ONE-PAYMENT.
           READ CrossBorderFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF XbCaptured
                       PERFORM WRITE-PAYMENT-MESSAGE
                       SET XbSent TO TRUE
                       MOVE WSBusinessDate TO XbSentDate
                   END-IF
                   MOVE CrossBorderRecord TO NewCrossBorderRecord
                   WRITE NewCrossBorderRecord
           END-READ.

       WRITE-PAYMENT-MESSAGE.
           MOVE SPACES TO MessageLine
           MOVE "D" TO MDRecordType
           MOVE XbPaymentID TO MDPaymentID
           MOVE WSBusinessDate TO MDValueDate
           MOVE XbCurrency TO MDCurrency
           MOVE XbAmount TO MDAmount
           MOVE XbCustomerID TO MDOrderingAccount
           MOVE XbCustomerName TO MDOrderingName
           MOVE XbBenBankID TO MDBenBankID
           MOVE XbBenAccount TO MDBenAccount
           MOVE XbBenName TO MDBenName
           MOVE XbBenAddress1 TO MDBenAddress1
           MOVE XbBenAddress2 TO MDBenAddress2
           MOVE XbBenCountry TO MDBenCountry
           MOVE XbPurposeCode TO MDPurposeCode
           MOVE XbCharges TO MDCharges
           WRITE MessageLine
           ADD 1 TO WSItemCount
           ADD XbAmount TO WSControlSum
           ADD XbHomeAmount TO WSHomeTotal
           MOVE XbPaymentID TO WSHashID
           ADD WSHashCode TO WSHashTotal
           ADD WSHashProtocol TO WSHashTotal.

       SWAP-REGISTER-BACK.
           OPEN INPUT NewCrossBorderFile
           OPEN OUTPUT CrossBorderFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-PAYMENT UNTIL WSEOF = "Y"
           CLOSE NewCrossBorderFile
           CLOSE CrossBorderFile.

       COPY-BACK-ONE-PAYMENT.
           READ NewCrossBorderFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewCrossBorderRecord TO CrossBorderRecord
                   WRITE CrossBorderRecord
           END-READ.
