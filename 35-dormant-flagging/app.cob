       01 WSFlaggedCount PIC 9(5) VALUE 0.
       01 WSDetailName PIC X(32).

      *>   Dormancy warning letter to each account flagged.
       COPY LTRREQ.
       01 WSLtrStatus PIC 99 VALUE 0.
       01 WSLettersQueued PIC 9(5) VALUE 0.

       01 WSHeading1 PIC X(40) VALUE
           "DORMANT ACCOUNT REPORT".
       01 WSHeading2.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WSDetailMonths PIC ZZZZ9.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "DormantAccounts.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Dormancy flagging - compares every active Customer.dat
      *>   record against the account's activity on Transactions.dat
      *>   (matched on the TranSenderID/TranReceiverID the teller
      *>   flagged dormant, the status change is written through with
      *>   an audit record, and a report line goes to the compliance
      *>   binder. An account with no transactions at all counts as
      *>   inactive since forever and is flagged too. Each account
      *>   flagged is sent the DORMANT warning letter. The report
      *>   goes through RPTWRITE so it is cataloged and can be cut
      *>   into each branch's part.
       PROCEDURE DIVISION.
       DISPLAY "Months of inactivity before dormant (default 12)"
           WITH NO ADVANCING
           STOP RUN
       END-IF

       MOVE "O" TO WSRptAction
       MOVE WSHeading1 TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "H" TO WSRptAction
       MOVE WSHeading2 TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "D" TO WSRptAction

       PERFORM CHECK-ONE-ACCOUNT UNTIL WSEOF = "Y"
       CLOSE CustomerFile

       MOVE SPACES TO WSRptLine
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE SPACES TO WSRptLine
       STRING "ACCOUNTS CHECKED: " DELIMITED BY SIZE
           WSCheckedCount DELIMITED BY SIZE
           "  FLAGGED DORMANT: " DELIMITED BY SIZE
           WSFlaggedCount DELIMITED BY SIZE
           INTO WSRptLine
       END-STRING
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
       MOVE "C" TO WSRptAction
       CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine

       DISPLAY SPACES
       DISPLAY "ACCOUNTS CHECKED: " WSCheckedCount
       DISPLAY "ACCOUNTS FLAGGED DORMANT: " WSFlaggedCount
       DISPLAY "DORMANCY LETTERS REQUESTED: " WSLettersQueued
       DISPLAY "Dormant account report written to " WSRptName.

       STOP RUN.

                       ADD 1 TO WSFlaggedCount
                       PERFORM WRITE-DORMANT-AUDIT
                       PERFORM PRINT-DORMANT-LINE
                       PERFORM QUEUE-DORMANT-LETTER
               END-REWRITE
           END-IF.

           ELSE
               MOVE WSMonthsInactive TO WSDetailMonths
           END-IF
           MOVE WSDetailLine TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       QUEUE-DORMANT-LETTER.
           MOVE SPACES TO LetterRequestRecord
           MOVE IDNum TO LqIDNum
           MOVE "DORMANT" TO LqLetterCode
           MOVE CustBalance TO LqAmount1
           MOVE 0 TO LqAmount2
           MOVE WSSystemDate TO LqDate1
           MOVE "DORMFLAG" TO LqProgram
           CALL 'LTRQUE' USING LetterRequestRecord, WSLtrStatus
           IF WSLtrStatus = 0
               ADD 1 TO WSLettersQueued
           ELSE
               DISPLAY "Dormancy letter for " IDNum
                   " could not be queued - status " WSLtrStatus
           END-IF.

       LOAD-OPEN-ESTATES.
           MOVE 0 TO WSEstateCount
