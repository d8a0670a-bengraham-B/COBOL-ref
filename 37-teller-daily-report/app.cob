
       01 WSTypeName PIC X(10) VALUE SPACES.
       01 WSPrintIdx PIC 9 VALUE 0.
       01 WSCountOut PIC Z(6)9.
       01 WSMoneyOut PIC +Z(10)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "TellerDaily.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Daily teller totals - breaks the day's transactions down
      *>   per TranOperator: count and amount by transaction type,
      *>   orders the day's postings the same way). The grand total
      *>   line carries the same count, amount, and hash TRANTOTL
      *>   computes, so the two reports must agree to the cent.
      *>   Written through RPTWRITE, each operator's block opening
      *>   with its OPERATOR line, so the report is cataloged and
      *>   can be cut into each branch's part by operator.
       PROCEDURE DIVISION.
       DISPLAY "Run teller totals for today's date? (Y/N)"
           WITH NO ADVANCING
       PERFORM TALLY-ONE-TRANSACTION UNTIL WSEOF = "Y"
       CLOSE TransactionFile

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "DAILY TELLER TOTALS FOR " DELIMITED BY SIZE
           WSControlMonth "/" WSControlDay "/" WSControlYear
           DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction
       PERFORM PRINT-ONE-OPERATOR
           VARYING WSOperIdx FROM 1 BY 1
           UNTIL WSOperIdx > WSOperCount

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSTotalCount TO WSCountOut
       MOVE SPACES TO WSRptLine
       STRING "GRAND TOTAL ITEMS:  " DELIMITED BY SIZE
           WSCountOut DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE WSAmountTotal TO WSMoneyOut
       MOVE SPACES TO WSRptLine
       STRING "GRAND TOTAL AMOUNT: " DELIMITED BY SIZE
           WSMoneyOut DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "GRAND HASH TOTAL:   " DELIMITED BY SIZE
           WSHashTotal DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "DAILY TELLER TOTALS FOR " WSControlMonth "/"
           WSControlDay "/" WSControlYear
       DISPLAY "GRAND TOTAL ITEMS:  " WSTotalCount
       DISPLAY "GRAND TOTAL AMOUNT: " WSAmountTotal
       DISPLAY "GRAND HASH TOTAL:   " WSHashTotal
       DISPLAY "(must agree with TRANTOTL daily control totals)"
       DISPLAY "Teller totals report written to " WSRptName.

       STOP RUN.

           END-EVALUATE.

       PRINT-ONE-OPERATOR.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "OPERATOR: " DELIMITED BY SIZE
               WSOperID (WSOperIdx) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM PRINT-ONE-TYPE-LINE
               VARYING WSPrintIdx FROM 1 BY 1 UNTIL WSPrintIdx > 6
           MOVE WSOperLargest (WSOperIdx) TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "  LARGEST ITEM:  " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  FIRST POSTING: " DELIMITED BY SIZE
               WSOperFirstSeq (WSOperIdx) DELIMITED BY SIZE
               "  LAST POSTING: " DELIMITED BY SIZE
               WSOperLastSeq (WSOperIdx) DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-TYPE-LINE.
           IF WSTypeCount (WSOperIdx, WSPrintIdx) > 0
                   WHEN 5 MOVE "REVERSAL" TO WSTypeName
                   WHEN 6 MOVE "INTEREST" TO WSTypeName
               END-EVALUATE
               MOVE WSTypeCount (WSOperIdx, WSPrintIdx) TO WSCountOut
               MOVE WSTypeAmount (WSOperIdx, WSPrintIdx) TO WSMoneyOut
               MOVE SPACES TO WSRptLine
               STRING "  " DELIMITED BY SIZE
                   WSTypeName DELIMITED BY SIZE
                   " COUNT " DELIMITED BY SIZE
                   WSCountOut DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WSMoneyOut DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           END-IF.
