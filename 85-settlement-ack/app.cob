       COPY SETTLREG.

       FD NewSettleRegFile.
       01 NewSettleRegRecord PIC X(60).

       FD CustomerFile.
       COPY CUSTREC.
       01 WSOrigSender PIC X(50) VALUE SPACES.
       01 WSOrigReceiver PIC X(50) VALUE SPACES.
       01 WSOrigID PIC 9(16) VALUE 0.
       01 WSRecredited PIC A(1) VALUE "Y".

      *>   The sender is re-credited in its account's own currency.
      *>   Where that differs from the returned item's currency the
      *>   home amount converts at the mid on the item's own date
      *>   (the date part of its TranID), giving back what was
      *>   taken; with no rate on file the return is reported for
      *>   review instead.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSAcctAmount PIC S9(9)V99 VALUE 0.
       01 WSOrigTranKey.
           02 WSOrigTranDay PIC 99.
           02 WSOrigTranMonth PIC 99.
           02 WSOrigTranYear PIC 9(4).
           02 FILLER PIC 9(8).
       01 WSFxAsOfDate PIC 9(8) VALUE 0.
       01 WSFxAsOfParts REDEFINES WSFxAsOfDate.
           02 WSFxAsOfYear PIC 9(4).
           02 WSFxAsOfMonth PIC 99.
           02 WSFxAsOfDay PIC 99.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
                   WSRptLine
           ELSE
               PERFORM RECREDIT-ORIGINAL-SENDER
               SET SRReturned TO TRUE
               MOVE WSBusinessDate TO SRResponseDate
               ADD 1 TO WSReturnedCount
               IF WSRecredited = "Y"
                   PERFORM POST-RETURN-REVERSAL
                   ADD WSOrigHomeAmount TO WSRecreditTotal
                   MOVE SPACES TO WSRptLine
                   STRING SRTranID DELIMITED BY SIZE
                       "  RETURNED - SENDER " DELIMITED BY SIZE
                       WSOrigSenderID DELIMITED BY SIZE
                       " RE-CREDITED" DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
               ELSE
                   MOVE SPACES TO WSRptLine
                   STRING SRTranID DELIMITED BY SIZE
                       "  RETURNED - NO " DELIMITED BY SIZE
                       WSAcctCurrency DELIMITED BY SIZE
                       " RATE - SENDER " DELIMITED BY SIZE
                       WSOrigSenderID DELIMITED BY SIZE
                       " NOT RE-CREDITED - REVIEW"
                       DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
               END-IF
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.
           END-IF.

       RECREDIT-ORIGINAL-SENDER.
           MOVE "Y" TO WSRecredited
           MOVE WSOrigCurrency TO WSAcctCurrency
           MOVE WSOrigAmount TO WSAcctAmount
           IF WSOrigSenderID NOT = 0
               MOVE WSOrigSenderID TO IDNum
               READ CustomerFile
                       DISPLAY "Sender " WSOrigSenderID
                           " not found for re-credit"
                   NOT INVALID KEY
                       PERFORM SET-ACCOUNT-AMOUNT
                       IF WSFxFound
                           PERFORM APPLY-SENDER-RECREDIT
                       ELSE
                           MOVE "N" TO WSRecredited
                       END-IF
               END-READ
           END-IF.

       APPLY-SENDER-RECREDIT.
           ADD WSAcctAmount TO CustBalance
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Unable to re-credit " WSOrigSenderID
           END-REWRITE.

       SET-ACCOUNT-AMOUNT.
      *>     Works on the sender's record just read. An account in
      *>     the item's own currency takes the item amount as it
      *>     stands.
           MOVE CustCurrency TO WSAcctCurrency
           IF WSAcctCurrency = SPACES
               MOVE "ZAR" TO WSAcctCurrency
           END-IF
           MOVE WSOrigID TO WSOrigTranKey
           MOVE WSOrigTranYear TO WSFxAsOfYear
           MOVE WSOrigTranMonth TO WSFxAsOfMonth
           MOVE WSOrigTranDay TO WSFxAsOfDay
           CALL 'FXRATE' USING WSAcctCurrency, WSFxAsOfDate,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           IF WSAcctCurrency = WSOrigCurrency
               MOVE 0 TO WSFxStatus
               MOVE WSOrigAmount TO WSAcctAmount
           ELSE
               IF WSFxFound
                   COMPUTE WSAcctAmount ROUNDED =
                       WSOrigHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       POST-RETURN-REVERSAL.
      *>     Same 9000 code band and TranOriginalID linkage the
      *>     teller program's reversals carry, so downstream
               REMAINDER WSTranCode
           ADD 9000 TO WSTranCode
           MOVE WSTransactionID TO TranID
           MOVE WSAcctAmount TO TranAmount
           MOVE "SETTLEMENT RETURN" TO TranSender
           MOVE WSOrigSender TO TranReceiver
           MOVE WSOrigID TO TranOriginalID
           MOVE "SETTLACK" TO TranOperator
           MOVE WSAcctCurrency TO TranCurrency
           MOVE WSOrigHomeAmount TO TranHomeAmount
           MOVE ZERO TO TranTransferID
           MOVE "C" TO TranLegType
