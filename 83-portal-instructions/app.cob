       01 WSBirthFull PIC 9(8) VALUE 0.
       01 WSMinorCap PIC 9(9)V99 VALUE 200.00.

      *>   Instructions are in home currency and the legs stay
      *>   there, the way a standing order posts; each account
      *>   moves by its own-currency equivalent at the day's mid.
      *>   No rate on file for either side rejects the instruction.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSSenderAmount PIC S9(9)V99 VALUE 0.
       01 WSReceiverAmount PIC S9(9)V99 VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
           MOVE "Y" TO WSGateOK
           MOVE SPACES TO WSGateReason
           PERFORM CHECK-SENDER-EXISTS
           IF WSGateOK = "Y"
               PERFORM CHECK-ACCOUNT-RATES
           END-IF
           IF WSGateOK = "Y"
               PERFORM CHECK-MINOR-RESTRICTIONS
           END-IF
                   END-IF
           END-READ.

       CHECK-ACCOUNT-RATES.
           MOVE PISenderID TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM SET-ACCOUNT-AMOUNT
                   MOVE WSAcctAmount TO WSSenderAmount
           END-READ
           IF NOT WSFxFound
               MOVE "N" TO WSGateOK
               MOVE "NORATE" TO WSGateReason
           END-IF
           MOVE PIAmount TO WSReceiverAmount
           IF WSGateOK = "Y" AND PIReceiverID NOT = 0
               MOVE PIReceiverID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-ACCOUNT-AMOUNT
                       MOVE WSAcctAmount TO WSReceiverAmount
                       IF NOT WSFxFound
                           MOVE "N" TO WSGateOK
                           MOVE "NORATE" TO WSGateReason
                       END-IF
               END-READ
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
               COMPUTE WSAcctAmount ROUNDED = PIAmount / WSFxMidRate
           END-IF.

       CHECK-MINOR-RESTRICTIONS.
      *>     Same minor test the teller path runs through the
      *>     shared DATECALC service - 216 months on the birth
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WSBalanceAfter = CustBalance
                       - WSHoldsTotal - WSSenderAmount
                   IF WSBalanceAfter < WSCreditFloor
                       MOVE "N" TO WSGateOK
                       MOVE "LIMIT" TO WSGateReason
                   DISPLAY "Sender " PISenderID
                       " not found for balance update"
               NOT INVALID KEY
                   SUBTRACT WSSenderAmount FROM CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to debit sender "
                   DISPLAY "Receiver " PIReceiverID
                       " not found for balance update"
               NOT INVALID KEY
                   ADD WSReceiverAmount TO CustBalance
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to credit receiver "
