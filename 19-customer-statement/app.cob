
       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT TransactionFile ASSIGN TO "Transactions.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD TransactionFile.
       COPY TRANREC.

           02 SortReceiver PIC X(50).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSRunningBalance PIC S9(11)V99 VALUE 0.
       01 WSLineCount PIC 9(5) VALUE 0.

      *>   A foreign-currency account's statement runs in its own
      *>   currency - items in another currency convert from their
      *>   home amount at the mid rate of the item date - and ends
      *>   with the balance revalued into home currency at today's
      *>   mid rate.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSToday PIC 9(8) VALUE 0.
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.
       01 WSHomeBalance PIC S9(11)V99 VALUE 0.
       01 WSRateOut PIC Z(4)9.9999.

       PROCEDURE DIVISION.
       DISPLAY "Account number for statement" WITH NO ADVANCING
       ACCEPT WSAccountID
       ACCEPT WSIncludeHistory

       PERFORM LOAD-TRANCODE-TABLE
       PERFORM GET-ACCOUNT-CURRENCY

       SORT SortWorkFile
           ON ASCENDING KEY SortYear SortMonth SortDay
       MOVE WSRunningBalance TO WSBalanceOut
       MOVE SPACES TO WSRptLine
       STRING "ENDING BALANCE: " DELIMITED BY SIZE
           WSBalanceOut DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSAcctCurrency DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       IF WSAcctCurrency NOT = "ZAR"
           PERFORM PRINT-HOME-EQUIVALENT
       END-IF
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       DISPLAY "Statement written to " WSRptName.

       STOP RUN.

       GET-ACCOUNT-CURRENCY.
           CALL 'BUSDATE' USING WSToday
           MOVE "ZAR" TO WSAcctCurrency
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSAccountID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustCurrency NOT = SPACES
                           MOVE CustCurrency TO WSAcctCurrency
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       PRINT-HOME-EQUIVALENT.
           CALL 'FXRATE' USING WSAcctCurrency, WSToday,
               WSFxMidRate, WSFxEffDate, WSFxStatus
           MOVE SPACES TO WSRptLine
           IF WSFxFound
               COMPUTE WSHomeBalance ROUNDED =
                   WSRunningBalance * WSFxMidRate
               MOVE WSHomeBalance TO WSBalanceOut
               MOVE WSFxMidRate TO WSRateOut
               STRING "HOME EQUIVALENT: " DELIMITED BY SIZE
                   WSBalanceOut DELIMITED BY SIZE
                   " ZAR AT " DELIMITED BY SIZE
                   WSRateOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               STRING "HOME EQUIVALENT: NO " DELIMITED BY SIZE
                   WSAcctCurrency DELIMITED BY SIZE
                   " RATE IN FORCE" DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       FEED-STATEMENT-LINES.
      *>     Archived periods feed first so the sort sees the whole
      *>     history when the operator asks for it - the month-end
           MOVE TranMonth TO SortMonth
           MOVE TranDay TO SortDay
           MOVE TranCode TO SortCode
           PERFORM SET-ITEM-ACCOUNT-AMOUNT
           MOVE TranSenderID TO SortSenderID
           MOVE TranSender TO SortSender
           MOVE TranReceiver TO SortReceiver
           RELEASE SortRecord.

       SET-ITEM-ACCOUNT-AMOUNT.
           IF TranCurrency = WSAcctCurrency OR
              (TranCurrency = SPACES AND WSAcctCurrency = "ZAR")
               MOVE TranAmount TO SortAmount
           ELSE
               IF WSAcctCurrency = "ZAR"
                   MOVE TranHomeAmount TO SortAmount
               ELSE
                   COMPUTE WSFxDate = (TranYear * 10000)
                       + (TranMonth * 100) + TranDay
                   CALL 'FXRATE' USING WSAcctCurrency, WSFxDate,
                       WSFxMidRate, WSFxEffDate, WSFxStatus
                   IF NOT WSFxFound
                       MOVE 1 TO WSFxMidRate
                   END-IF
                   COMPUTE SortAmount ROUNDED =
                       TranHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       PRINT-STATEMENT.
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "STATEMENT FOR ACCOUNT " DELIMITED BY SIZE
               WSAccountID DELIMITED BY SIZE
               " - AMOUNTS IN " DELIMITED BY SIZE
               WSAcctCurrency DELIMITED BY SIZE INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "H" TO WSRptAction
