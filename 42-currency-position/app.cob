           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       FD ExchangeRateFile.
       COPY EXRATE.

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSTranFileStatus PIC X(2) VALUE "00".
       01 WSPosFileStatus PIC X(2) VALUE "00".
       01 WSUnrealized PIC S9(11)V99 VALUE 0.
       01 WSTotalUnrealized PIC S9(11)V99 VALUE 0.

      *>   Customer balances held in foreign currency - what we owe
      *>   depositors in each currency, in the original units and
      *>   revalued to home at the rate in force, beside the
      *>   dealing position above.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSCustEOF PIC A(1) VALUE "N".
       01 WSAcctTable.
           02 WSAcctEntry OCCURS 20 TIMES INDEXED BY WSAcctIdx.
               03 WSAcctCurrency PIC X(3).
               03 WSAcctCount PIC 9(5).
               03 WSAcctBalance PIC S9(11)V99.
       01 WSAcctTotCount PIC 99 VALUE 0.
       01 WSAcctSlot PIC 99 VALUE 0.
       01 WSAcctHome PIC S9(11)V99 VALUE 0.
       01 WSAcctHomeTotal PIC S9(11)V99 VALUE 0.

      *>   End-of-day currency position and revaluation - rolls the
      *>   day's transactions into the per-currency position ledger
      *>   (foreign units and the ZAR they were booked at), then
           "CURRENT (ZAR)  UNREALIZED G/L"
       PERFORM REVALUE-ONE-POSITION
           VARYING WSPosIdx FROM 1 BY 1 UNTIL WSPosIdx > WSPosCount
       DISPLAY "TOTAL UNREALIZED G/L: " WSTotalUnrealized

       PERFORM TALLY-FOREIGN-ACCOUNTS
       IF WSAcctTotCount > 0
           DISPLAY SPACES
           DISPLAY "CUSTOMER FOREIGN-CURRENCY ACCOUNTS"
           DISPLAY "CCY  ACCOUNTS  BALANCE (FGN)  CURRENT (ZAR)"
           PERFORM REVALUE-ONE-ACCOUNT-CURRENCY
               VARYING WSAcctIdx FROM 1 BY 1
               UNTIL WSAcctIdx > WSAcctTotCount
           DISPLAY "TOTAL CUSTOMER FOREIGN BALANCES (ZAR): "
               WSAcctHomeTotal
       END-IF.

       STOP RUN.

               MOVE WSRateValue (WSRateIdx) TO WSFoundRate
               MOVE "Y" TO WSRateFound
           END-IF.

       TALLY-FOREIGN-ACCOUNTS.
           MOVE 0 TO WSAcctTotCount
           MOVE "N" TO WSCustEOF
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               PERFORM TALLY-ONE-CUSTOMER UNTIL WSCustEOF = "Y"
               CLOSE CustomerFile
           END-IF.

       TALLY-ONE-CUSTOMER.
           READ CustomerFile NEXT
               AT END MOVE "Y" TO WSCustEOF
               NOT AT END
                   IF CustCurrency NOT = SPACES AND
                      CustCurrency NOT = "ZAR" AND
                      NOT AcctClosed
                       PERFORM ROLL-INTO-ACCOUNT-TABLE
                   END-IF
           END-READ.

       ROLL-INTO-ACCOUNT-TABLE.
           MOVE 0 TO WSAcctSlot
           PERFORM FIND-ACCOUNT-CURRENCY-SLOT
               VARYING WSAcctIdx FROM 1 BY 1
               UNTIL WSAcctIdx > WSAcctTotCount OR WSAcctSlot > 0
           IF WSAcctSlot = 0
               IF WSAcctTotCount >= 20
                   DISPLAY "Account currency table full at 20 - "
                       CustCurrency " not totaled"
               ELSE
                   ADD 1 TO WSAcctTotCount
                   MOVE WSAcctTotCount TO WSAcctSlot
                   SET WSAcctIdx TO WSAcctSlot
                   MOVE CustCurrency TO WSAcctCurrency (WSAcctIdx)
                   MOVE 0 TO WSAcctCount (WSAcctIdx)
                   MOVE 0 TO WSAcctBalance (WSAcctIdx)
               END-IF
           END-IF
           IF WSAcctSlot > 0
               SET WSAcctIdx TO WSAcctSlot
               ADD 1 TO WSAcctCount (WSAcctIdx)
               ADD CustBalance TO WSAcctBalance (WSAcctIdx)
           END-IF.

       FIND-ACCOUNT-CURRENCY-SLOT.
           IF WSAcctCurrency (WSAcctIdx) = CustCurrency
               MOVE WSAcctIdx TO WSAcctSlot
           END-IF.

       REVALUE-ONE-ACCOUNT-CURRENCY.
           MOVE "N" TO WSRateFound
           MOVE 0 TO WSFoundRate
           PERFORM CHECK-ACCOUNT-RATE-SLOT
               VARYING WSRateIdx FROM 1 BY 1
               UNTIL WSRateIdx > WSRateCount OR WSRateFound = "Y"
           IF WSRateFound = "N"
               DISPLAY WSAcctCurrency (WSAcctIdx) "  "
                   WSAcctCount (WSAcctIdx) "  "
                   WSAcctBalance (WSAcctIdx)
                   "  NO RATE IN FORCE - NOT REVALUED"
           ELSE
               COMPUTE WSAcctHome ROUNDED =
                   WSAcctBalance (WSAcctIdx) * WSFoundRate
               ADD WSAcctHome TO WSAcctHomeTotal
               DISPLAY WSAcctCurrency (WSAcctIdx) "  "
                   WSAcctCount (WSAcctIdx) "  "
                   WSAcctBalance (WSAcctIdx) "  " WSAcctHome
           END-IF.

       CHECK-ACCOUNT-RATE-SLOT.
           IF WSRateCurrency (WSRateIdx) =
               WSAcctCurrency (WSAcctIdx)
               MOVE WSRateValue (WSRateIdx) TO WSFoundRate
               MOVE "Y" TO WSRateFound
           END-IF.
