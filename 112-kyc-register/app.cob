       01 WSWarnDays PIC 9(3) VALUE 60.
       01 WSWarnDate PIC 9(8) VALUE 0.
       01 WSExpiringCount PIC 9(5) VALUE 0.
       01 WSSendReminders PIC X(1) VALUE "N".
       01 WSLettersQueued PIC 9(5) VALUE 0.

      *>   KYC expiry reminder letter, one per document reported.
       COPY LTRREQ.
       01 WSLtrStatus PIC 99 VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
      *>   onboarding never kept. Registered here per identity
      *>   customer; the expiring-documents report goes to the
      *>   branches ahead of the teller path's outbound gate
      *>   biting, and on request sends each customer on it the
      *>   KYCEXP reminder letter through the nightly letter run.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           MOVE WSDcDate2 TO WSWarnDate
           DISPLAY "Send each customer listed a reminder letter "
               "(Y/N)? " WITH NO ADVANCING
           ACCEPT WSSendReminders
           MOVE 0 TO WSLettersQueued

           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           DISPLAY "Expiring-documents report written to "
               WSRptName
           IF WSSendReminders = "Y" OR WSSendReminders = "y"
               DISPLAY "Reminder letters requested: "
                   WSLettersQueued
           END-IF.

       CHECK-ONE-EXPIRING.
           READ KycDocFile
                       END-STRING
                       CALL 'RPTWRITE' USING WSRptAction,
                           WSRptName, WSRptLine
                       IF WSSendReminders = "Y"
                          OR WSSendReminders = "y"
                           PERFORM QUEUE-KYC-REMINDER
                       END-IF
                   END-IF
           END-READ.

       QUEUE-KYC-REMINDER.
           MOVE SPACES TO LetterRequestRecord
           MOVE KycIDNum TO LqIDNum
           MOVE "KYCEXP" TO LqLetterCode
           MOVE 0 TO LqAmount1
           MOVE 0 TO LqAmount2
           MOVE KycExpiryDate TO LqDate1
           MOVE KycDocType TO LqText
           MOVE WSProgramName TO LqProgram
           CALL 'LTRQUE' USING LetterRequestRecord, WSLtrStatus
           IF WSLtrStatus = 0
               ADD 1 TO WSLettersQueued
           ELSE
               DISPLAY "Reminder for " KycIDNum
                   " could not be queued - status " WSLtrStatus
           END-IF.
