           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLoanFileStatus.

           SELECT RestructHistFile ASSIGN TO "RestructHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

       data division.

       FILE SECTION.
       FD LoanFile.
       COPY LOANREC.

       FD RestructHistFile.
       COPY RESTHIST.

       WORKING-STORAGE SECTION.
       01 WSSchedFileStatus PIC X(2) VALUE "00".
       01 WSLoanFileStatus PIC X(2) VALUE "00".
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSToday PIC 9(8) VALUE 0.
       01 WSArrSlot PIC 999 VALUE 0.

       01 WSArrCustomer PIC 9(5) VALUE 0.
       01 WSArrMarker PIC X(2) VALUE SPACES.
       01 WSArrTotal PIC S9(11)V99 VALUE 0.
       01 WSGrand30 PIC S9(11)V99 VALUE 0.
       01 WSGrand60 PIC S9(11)V99 VALUE 0.
       01 WSMoneyOut3 PIC +Z(8)9.99.
       01 WSMoneyOut4 PIC +Z(8)9.99.

      *>   Written-off loans and what collections has got back on
      *>   them since - the book no longer carries them, so they
      *>   print after the aging rather than inside it.
       01 WSWoCount PIC 9(5) VALUE 0.
       01 WSWoNet PIC S9(11)V99 VALUE 0.
       01 WSWoTotal PIC S9(11)V99 VALUE 0.
       01 WSWoRecovered PIC S9(11)V99 VALUE 0.
       01 WSWoNetTotal PIC S9(11)V99 VALUE 0.

      *>   Restructures on file - a restructured loan in arrears
      *>   carries RS on its aging line, and the history prints
      *>   after the write-offs for the credit committee.
       01 WSRsCount PIC 9(5) VALUE 0.
       01 WSRsCapTotal PIC S9(11)V99 VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "LoanArrears.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "LOAN     CUST   CURRENT      30 DAYS      60 DAYS      9&
      &0+ DAYS  RS" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       PERFORM PRINT-WRITE-OFF-RECOVERIES
       PERFORM PRINT-RESTRUCTURE-HISTORY
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY "Loan arrears report written to " WSRptName
       DISPLAY "LOANS IN ARREARS: " WSArrCount
       DISPLAY "LOANS WRITTEN OFF: " WSWoCount
       DISPLAY "RESTRUCTURES:      " WSRsCount.

       STOP RUN.

               WSMoneyOut3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut4 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSArrMarker DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       FIND-ARREAR-CUSTOMER.
           MOVE 0 TO WSArrCustomer
           MOVE SPACES TO WSArrMarker
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM CHECK-ONE-LOAN-ROW
               NOT AT END
                   IF LnNumber = WSArrLoan (WSArrIdx)
                       MOVE LnCustomerID TO WSArrCustomer
                       IF LnIsRestructured
                           MOVE "RS" TO WSArrMarker
                       END-IF
                   END-IF
           END-READ.

       PRINT-WRITE-OFF-RECOVERIES.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "WRITTEN-OFF LOANS AND RECOVERIES" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "LOAN     CUST  OFF DATE   WRITTEN OFF     RECOVERED &
      &     NET LOSS" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "N" TO WSEOF
           OPEN INPUT LoanFile
           IF WSLoanFileStatus = "00"
               PERFORM PRINT-ONE-WRITE-OFF UNTIL WSEOF = "Y"
               CLOSE LoanFile
           END-IF
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSWoTotal TO WSMoneyOut2
           MOVE WSWoRecovered TO WSMoneyOut3
           MOVE WSWoNetTotal TO WSMoneyOut4
           MOVE SPACES TO WSRptLine
           STRING "TOTALS                  " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut4 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-WRITE-OFF.
           READ LoanFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LnWrittenOff
                       ADD 1 TO WSWoCount
                       COMPUTE WSWoNet = LnWrittenOffAmt - LnRecovered
                       ADD LnWrittenOffAmt TO WSWoTotal
                       ADD LnRecovered TO WSWoRecovered
                       ADD WSWoNet TO WSWoNetTotal
                       MOVE LnWrittenOffAmt TO WSMoneyOut2
                       MOVE LnRecovered TO WSMoneyOut3
                       MOVE WSWoNet TO WSMoneyOut4
                       MOVE SPACES TO WSRptLine
                       STRING LnNumber DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           LnCustomerID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LnWriteOffDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WSMoneyOut2 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WSMoneyOut3 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WSMoneyOut4 DELIMITED BY SIZE
                           INTO WSRptLine
                       END-STRING
                       CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                           WSRptLine
                   END-IF
           END-READ.

       PRINT-RESTRUCTURE-HISTORY.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "RESTRUCTURED LOANS" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "LOAN     DATE     T HL OLD INST     NEW INST      CAPI&
      &TALIZED   NEW OUTSTANDING" TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "N" TO WSEOF
           OPEN INPUT RestructHistFile
           IF WSHistFileStatus = "00"
               PERFORM PRINT-ONE-RESTRUCTURE UNTIL WSEOF = "Y"
               CLOSE RestructHistFile
           END-IF
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSRsCapTotal TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING "RESTRUCTURES " DELIMITED BY SIZE
               WSRsCount DELIMITED BY SIZE
               "  INTEREST CAPITALIZED " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-ONE-RESTRUCTURE.
           READ RestructHistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSRsCount
                   ADD RhCapitalized TO WSRsCapTotal
                   MOVE RhOldInstallment TO WSMoneyOut
                   MOVE RhNewInstallment TO WSMoneyOut2
                   MOVE RhCapitalized TO WSMoneyOut3
                   MOVE RhNewOutstanding TO WSMoneyOut4
                   MOVE SPACES TO WSRptLine
                   STRING RhLoanNumber DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RhDate DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RhType DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RhHolidayMonths DELIMITED BY SIZE
                       WSMoneyOut DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSMoneyOut2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSMoneyOut3 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSMoneyOut4 DELIMITED BY SIZE
                       INTO WSRptLine
                   END-STRING
                   CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                       WSRptLine
           END-READ.
