       01 WSMoneyOut PIC +Z(8)9.99.
       01 WSMoneyOut2 PIC +Z(8)9.99.

      *>   Excess letter to the customer on the first day over the
      *>   floor and again on entering each older bucket.
       COPY LTRREQ.
       01 WSLtrStatus PIC 99 VALUE 0.
       01 WSLettersQueued PIC 9(5) VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "OverdraftExcess.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.
      *>   1-7 / 8-30 / over-30 buckets so credit control works
      *>   the oldest first. The teller enforces the floor; the
      *>   batch paths that post without checking it no longer
      *>   drift unseen. The customer is sent the ODEXCESS letter
      *>   on the first day over and on reaching 8 and 31 days.
       PROCEDURE DIVISION.
       CALL 'BUSDATE' USING WSBusinessDate
       MOVE WSBusinessDate TO WSRunDate

       DISPLAY "OVERDRAFT EXCESS MONITOR FOR " WSBusinessDate
       DISPLAY "ACCOUNTS IN EXCESS: " WSExcessCount
       DISPLAY "LETTERS REQUESTED:  " WSLettersQueued
       DISPLAY "Report written to " WSRptName.

       STOP RUN.
               ADD 1 TO WSExcessCount
               PERFORM PRINT-EXCESS-LINE
               PERFORM WRITE-NEW-COUNTER
               IF WSExcessDays = 1 OR WSExcessDays = 8
                  OR WSExcessDays = 31
                   PERFORM QUEUE-EXCESS-LETTER
               END-IF
           END-IF.

       QUEUE-EXCESS-LETTER.
           MOVE SPACES TO LetterRequestRecord
           MOVE IDNum TO LqIDNum
           MOVE "ODEXCESS" TO LqLetterCode
           MOVE CustBalance TO LqAmount1
           MOVE WSExcessAmount TO LqAmount2
           MOVE WSBusinessDate TO LqDate1
           MOVE WSBucketName TO LqText
           MOVE WSRunStep TO LqProgram
           CALL 'LTRQUE' USING LetterRequestRecord, WSLtrStatus
           IF WSLtrStatus = 0
               ADD 1 TO WSLettersQueued
           ELSE
               DISPLAY "Excess letter for " IDNum
                   " could not be queued - status " WSLtrStatus
           END-IF.

       FIND-FLOOR-IN-FORCE.
