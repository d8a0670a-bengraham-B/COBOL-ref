      *>   Daily blocklist-hit report - every screening hit the
      *>   teller path and inbound clearing queued, with its
      *>   disposition: still pending, cleared by a supervisor
      *>   (the payment then posted), or rejected. Hits the
      *>   sanctions rescreen found on the existing book are
      *>   listed too - cleared there means a false match and the
      *>   freeze lifted, confirmed means the account stays
      *>   frozen. Compliance reads this each morning.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSReportDate
       DISPLAY "Report every date on file? (Y/N, N = today only)"
           READ ApprovalFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF (AppAction = "SCREEN" OR
                       AppAction = "RESCREEN") AND
                      (WSWantAllDates OR AppDate = WSReportDate)
                       PERFORM PRINT-ONE-HIT
                   END-IF
               WHEN AppApproved
                   MOVE "CLEARED" TO WSDisposition
                   ADD 1 TO WSClearedCount
               WHEN AppRejected AND AppAction = "RESCREEN"
                   MOVE "CONFIRMED" TO WSDisposition
                   ADD 1 TO WSRejectedCount
               WHEN AppRejected
                   MOVE "REJECTED" TO WSDisposition
                   ADD 1 TO WSRejectedCount
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           IF AppAction = "RESCREEN"
               STRING "         " DELIMITED BY SIZE
                   AppSenderName (1:43) DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   AppReceiverName (31:20) DELIMITED BY SIZE
                   " ACCT " DELIMITED BY SIZE
                   AppCustomerID DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           ELSE
               STRING "         " DELIMITED BY SIZE
                   AppSenderName (1:30) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   AppReceiverName (1:30) DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
           END-IF
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.
