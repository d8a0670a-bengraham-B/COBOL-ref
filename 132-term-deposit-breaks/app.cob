       >> SOURCE FORMAT FREE
       identification division.
       program-id. TDBRKRPT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT TermDepositFile ASSIGN TO "TermDeposits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDepFileStatus.

       data division.

       FILE SECTION.
       FD TermDepositFile.
       COPY TDEPREC.

       WORKING-STORAGE SECTION.
       01 WSDepFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSPeriod PIC 9(6) VALUE 0.
       01 WSClosePeriod PIC 9(6) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "TDBRKRPT".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSBreakCount PIC 9(5) VALUE 0.
       01 WSTotPrincipal PIC S9(11)V99 VALUE 0.
       01 WSTotInterest PIC S9(11)V99 VALUE 0.
       01 WSTotPenalty PIC S9(11)V99 VALUE 0.

       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.
       01 WSMoneyOut3 PIC +Z(8)9.99.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "TermDepositBreaks.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Month-end early-break report - every term deposit
      *>   broken before maturity in the business date's month,
      *>   with what the customer placed, the interest paid on
      *>   the break, the penalty given up against the deposit
      *>   rate and the supervisor who approved it, totalled for
      *>   treasury and product sign-off.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE WSBusinessDate TO WSRunDate
       MOVE "Q" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSRunDone = "Y"
           DISPLAY WSRunStep " already complete for " WSRunDate
               " - step skipped on restart"
           STOP RUN
       END-IF
       MOVE "S" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DIVIDE WSBusinessDate BY 100 GIVING WSPeriod

       MOVE "O" TO WSRptAction
       MOVE SPACES TO WSRptLine
       STRING "TERM DEPOSITS BROKEN EARLY IN PERIOD " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "DEPOSIT  CUST  PRD PLACED   BROKEN     PRINCIPAL     INTE"
      &    "REST       PENALTY    APPROVED" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       MOVE "N" TO WSEOF
       OPEN INPUT TermDepositFile
       IF WSDepFileStatus = "00"
           PERFORM CHECK-ONE-DEPOSIT UNTIL WSEOF = "Y"
           CLOSE TermDepositFile
       END-IF

       PERFORM PRINT-BREAK-SUMMARY
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       MOVE WSBreakCount TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY "TERM DEPOSIT BREAKS FOR PERIOD " WSPeriod
       DISPLAY "DEPOSITS BROKEN:  " WSBreakCount
       DISPLAY "PRINCIPAL PAID:   " WSTotPrincipal
       DISPLAY "INTEREST PAID:    " WSTotInterest
       DISPLAY "PENALTIES:        " WSTotPenalty
       DISPLAY "Break report written to " WSRptName.

       STOP RUN.

       CHECK-ONE-DEPOSIT.
           READ TermDepositFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF TDBroken AND TDCloseDate IS NUMERIC
                       DIVIDE TDCloseDate BY 100
                           GIVING WSClosePeriod
                       IF WSClosePeriod = WSPeriod
                           PERFORM PRINT-ONE-BREAK
                       END-IF
                   END-IF
           END-READ.

       PRINT-ONE-BREAK.
           ADD 1 TO WSBreakCount
           ADD TDPrincipal TO WSTotPrincipal
           ADD TDInterestPaid TO WSTotInterest
           ADD TDPenaltyAmount TO WSTotPenalty
           MOVE TDPrincipal TO WSMoneyOut
           MOVE TDInterestPaid TO WSMoneyOut2
           MOVE TDPenaltyAmount TO WSMoneyOut3
           MOVE SPACES TO WSRptLine
           STRING TDNumber DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TDCustomerID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TDProductCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TDStartDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TDCloseDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSMoneyOut3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TDClosedBy DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-BREAK-SUMMARY.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSTotPrincipal TO WSMoneyOut
           MOVE SPACES TO WSRptLine
           STRING "DEPOSITS BROKEN: " DELIMITED BY SIZE
               WSBreakCount DELIMITED BY SIZE
               "  PRINCIPAL PAID " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE WSTotInterest TO WSMoneyOut
           MOVE WSTotPenalty TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
           STRING "INTEREST PAID " DELIMITED BY SIZE
               WSMoneyOut DELIMITED BY SIZE
               "  PENALTIES " DELIMITED BY SIZE
               WSMoneyOut2 DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
