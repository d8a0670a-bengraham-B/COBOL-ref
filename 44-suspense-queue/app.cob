       01 WSLegSender PIC X(50) VALUE SPACES.
       01 WSLegReceiver PIC X(50) VALUE SPACES.
       01 WSResTransferID PIC 9(16) VALUE ZERO.

      *>   Suspense is a home-currency account and the pair posts in
      *>   home currency; a matched customer whose account runs in
      *>   another currency moves by the equivalent at the day's
      *>   mid, and is not matched while no rate is on file.
       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSSystemDate.
           02 WSSystemYear PIC 9(4).
           02 WSSystemMonth PIC 99.
                       SPACE
                       LastName DELIMITED BY SIZE
                       INTO WSMatchedName
                   PERFORM FIND-MATCHED-MID-RATE
           END-READ
           IF WSActionOK = "Y"
               PERFORM APPLY-RESOLUTION-TO-FILE
           END-IF.

       FIND-MATCHED-MID-RATE.
      *>     Works on the matched customer's record just read.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           CALL 'BUSDATE' USING WSBusinessDate
           CALL 'FXRATE' USING WSAcctCurrency, WSBusinessDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF NOT WSFxFound
               MOVE "N" TO WSActionOK
               DISPLAY "No rate on file for " WSAcctCurrency
                   " - nothing matched"
           END-IF.

       REVERSE-ONE-ITEM.
           DISPLAY "Item number to reverse: " WITH NO ADVANCING
           ACCEPT WSTargetItem
               MOVE "SUSPENSE ACCOUNT" TO WSLegSender
               MOVE WSMatchedName TO WSLegReceiver
           END-IF
           COMPUTE WSAcctAmount ROUNDED = SuspAmount / WSFxMidRate
           PERFORM BUILD-RESOLUTION-TRAN-ID
           MOVE WSTransactionID TO WSResTransferID
           MOVE "D" TO WSLegType
               INVALID KEY
                   DISPLAY "Customer " WSTargetCustomer " vanished"
               NOT INVALID KEY
                   SUBTRACT WSAcctAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY DISPLAY "Unable to update customer"
                   END-REWRITE
               INVALID KEY
                   DISPLAY "Customer " WSTargetCustomer " vanished"
               NOT INVALID KEY
                   ADD WSAcctAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY DISPLAY "Unable to update customer"
                   END-REWRITE
