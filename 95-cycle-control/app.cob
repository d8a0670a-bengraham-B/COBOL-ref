           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegFileStatus.

           SELECT StmtDeliveryFile ASSIGN TO "StmtDelivery.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDlvFileStatus.

       data division.

       FILE SECTION.
           02 SGDate PIC 9(8).
           02 SGCustomerID PIC 9(5).
           02 SGCycle PIC 99.
           02 SGChannel PIC X(1).
               88 SGPrinted VALUE "P" SPACE.
               88 SGElectronic VALUE "E".

       FD StmtDeliveryFile.
       COPY STMTDLV.

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSActiveCount PIC 9(5) VALUE 0.
       01 WSCoveredCount PIC 9(5) VALUE 0.
       01 WSMissedCount PIC 9(5) VALUE 0.
       01 WSHeldCount PIC 9(5) VALUE 0.
       01 WSDoubledCount PIC 9(5) VALUE 0.
       01 WSPortalCovered PIC 9(5) VALUE 0.
       01 WSPortalMissed PIC 9(5) VALUE 0.
       01 WSPortalDoubled PIC 9(5) VALUE 0.
       01 WSUnexpectedCount PIC 9(5) VALUE 0.
       01 WSStatementsSeen PIC 9(3) VALUE 0.
       01 WSPortalSeen PIC 9(3) VALUE 0.
       01 WSCheckID PIC 9(5) VALUE 0.
       01 WSExceptionNote PIC X(30) VALUE SPACES.

      *>   Delivery preferences - a customer with no entry takes
      *>   paper only.
       01 WSDlvFileStatus PIC X(2) VALUE "00".
       01 WSDlvTable.
           02 WSDlvEntry OCCURS 500 TIMES INDEXED BY WSDlvIdx.
               03 WSDlvCustomer PIC 9(5).
               03 WSDlvChannel PIC X(1).
       01 WSDlvCount PIC 999 VALUE 0.
       01 WSDlvEOF PIC A(1) VALUE "N".
       01 WSExpectChannel PIC X(1) VALUE "P".
           88 WSExpectPaper VALUE "P" "B".
           88 WSExpectPortal VALUE "E" "B".

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "CycleControl.rpt".
      *>   got exactly one statement in the month: the register
      *>   the cycle run writes is counted per customer against
      *>   the active book, and anyone missed or doubled prints
      *>   by name for the statement clerk to chase. Printed and
      *>   electronic statements are proved separately against
      *>   the channels each customer has asked for on
      *>   StmtDelivery.dat.
       PROCEDURE DIVISION.
       DISPLAY "Control month (YYYYMM): " WITH NO ADVANCING
       ACCEPT WSControlPeriod
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE "CUST   CYCLE  PRINTED  PORTAL  NOTE" TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM LOAD-DELIVERY-TABLE
       PERFORM PROVE-ONE-CUSTOMER UNTIL WSEOF = "Y"
       CLOSE CustomerFile

       MOVE SPACES TO WSRptLine
       STRING "ACTIVE " DELIMITED BY SIZE
           WSActiveCount DELIMITED BY SIZE
           "  NOT EXPECTED " DELIMITED BY SIZE
           WSUnexpectedCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "PRINTED    COVERED " DELIMITED BY SIZE
           WSCoveredCount DELIMITED BY SIZE
           "  MISSED " DELIMITED BY SIZE
           WSMissedCount DELIMITED BY SIZE
           "  DOUBLED " DELIMITED BY SIZE
           WSDoubledCount DELIMITED BY SIZE
           "  HELD " DELIMITED BY SIZE
           WSHeldCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "ELECTRONIC COVERED " DELIMITED BY SIZE
           WSPortalCovered DELIMITED BY SIZE
           "  MISSED " DELIMITED BY SIZE
           WSPortalMissed DELIMITED BY SIZE
           "  DOUBLED " DELIMITED BY SIZE
           WSPortalDoubled DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY "Cycle control report written to " WSRptName
       DISPLAY "ACTIVE CUSTOMERS: " WSActiveCount
       DISPLAY "PRINTED MISSED:   " WSMissedCount
       DISPLAY "PRINTED DOUBLED:  " WSDoubledCount
       DISPLAY "HELD - MAIL HOLD: " WSHeldCount
       DISPLAY "PORTAL MISSED:    " WSPortalMissed
       DISPLAY "PORTAL DOUBLED:   " WSPortalDoubled
       DISPLAY "NOT EXPECTED:     " WSUnexpectedCount.

       STOP RUN.

                   IF AcctActive AND IDNum NOT = WSSuspenseID
                       ADD 1 TO WSActiveCount
                       MOVE IDNum TO WSCheckID
                       PERFORM FIND-EXPECTED-CHANNEL
                       PERFORM COUNT-CUSTOMER-STATEMENTS
                       IF WSExpectPaper
                           PERFORM PROVE-PRINTED-STATEMENT
                       ELSE
                           IF WSStatementsSeen > 0
                               ADD 1 TO WSUnexpectedCount
                               MOVE "PRINTED BUT NOT EXPECTED"
                                   TO WSExceptionNote
                               PERFORM REPORT-ONE-EXCEPTION
                           END-IF
                       END-IF
                       IF WSExpectPortal
                           PERFORM PROVE-PORTAL-STATEMENT
                       ELSE
                           IF WSPortalSeen > 0
                               ADD 1 TO WSUnexpectedCount
                               MOVE "ELECTRONIC BUT NOT EXPECTED"
                                   TO WSExceptionNote
                               PERFORM REPORT-ONE-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PROVE-PRINTED-STATEMENT.
      *>     A customer whose mail is on hold after returned post
      *>     is held back by the cycle run on purpose - no printed
      *>     statement is not a miss.
           EVALUATE TRUE
               WHEN WSStatementsSeen = 1
                   ADD 1 TO WSCoveredCount
               WHEN WSStatementsSeen = 0 AND CustAddrUnverified
                   ADD 1 TO WSHeldCount
               WHEN WSStatementsSeen = 0
                   ADD 1 TO WSMissedCount
                   MOVE "NO PRINTED STATEMENT" TO WSExceptionNote
                   PERFORM REPORT-ONE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WSDoubledCount
                   MOVE "PRINTED MORE THAN ONCE" TO WSExceptionNote
                   PERFORM REPORT-ONE-EXCEPTION
           END-EVALUATE.

       PROVE-PORTAL-STATEMENT.
           EVALUATE TRUE
               WHEN WSPortalSeen = 1
                   ADD 1 TO WSPortalCovered
               WHEN WSPortalSeen = 0
                   ADD 1 TO WSPortalMissed
                   MOVE "NO ELECTRONIC STATEMENT" TO WSExceptionNote
                   PERFORM REPORT-ONE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WSPortalDoubled
                   MOVE "ELECTRONIC MORE THAN ONCE"
                       TO WSExceptionNote
                   PERFORM REPORT-ONE-EXCEPTION
           END-EVALUATE.

       FIND-EXPECTED-CHANNEL.
           MOVE "P" TO WSExpectChannel
           PERFORM CHECK-ONE-DELIVERY
               VARYING WSDlvIdx FROM 1 BY 1
               UNTIL WSDlvIdx > WSDlvCount.

       CHECK-ONE-DELIVERY.
           IF WSDlvCustomer (WSDlvIdx) = WSCheckID
               AND (WSDlvChannel (WSDlvIdx) = "E"
                OR WSDlvChannel (WSDlvIdx) = "B")
               MOVE WSDlvChannel (WSDlvIdx) TO WSExpectChannel
           END-IF.

       LOAD-DELIVERY-TABLE.
           MOVE 0 TO WSDlvCount
           MOVE "N" TO WSDlvEOF
           OPEN INPUT StmtDeliveryFile
           IF WSDlvFileStatus = "00"
               PERFORM LOAD-ONE-DELIVERY UNTIL WSDlvEOF = "Y"
               CLOSE StmtDeliveryFile
           END-IF.

       LOAD-ONE-DELIVERY.
           READ StmtDeliveryFile
               AT END MOVE "Y" TO WSDlvEOF
               NOT AT END
                   IF WSDlvCount < 500
                       ADD 1 TO WSDlvCount
                       SET WSDlvIdx TO WSDlvCount
                       MOVE SdCustomerID TO WSDlvCustomer (WSDlvIdx)
                       MOVE SdChannel TO WSDlvChannel (WSDlvIdx)
                   END-IF
           END-READ.

       COUNT-CUSTOMER-STATEMENTS.
           MOVE 0 TO WSStatementsSeen
           MOVE 0 TO WSPortalSeen
           OPEN INPUT StmtRegFile
           IF WSRegFileStatus = "00"
               PERFORM COUNT-ONE-REGISTER-ROW
                   DIVIDE SGDate BY 100 GIVING WSRegPeriod
                   IF WSRegPeriod = WSControlPeriod AND
                      SGCustomerID = WSCheckID
                       IF SGElectronic
                           ADD 1 TO WSPortalSeen
                       ELSE
                           ADD 1 TO WSStatementsSeen
                       END-IF
                   END-IF
           END-READ.

               CustStmtCycle DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WSStatementsSeen DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WSPortalSeen DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WSExceptionNote DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
