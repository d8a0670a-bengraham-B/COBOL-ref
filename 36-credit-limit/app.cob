       COPY CREDLIM.

       FD NewCreditLimitFile.
       01 NewCreditLimitRecord PIC X(24).

       WORKING-STORAGE SECTION.
       01 WSLimitFileStatus PIC X(2) VALUE "00".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSTargetID PIC 9(5) VALUE 0.
       01 WSToday PIC 9(8) VALUE 0.

      *>   Check-digit work area for the shared CHKDGT routine -
      *>   a slip of the pen must not grant someone else an
      *>   debit. CreditLimits.dat has no key, so Set and Remove are
      *>   done with the copy-and-swap pattern
      *>   31-operator-maintenance/app.cob uses on Operators.dat.
      *>   A new entry is stamped with the business date it was
      *>   granted; changing an existing limit keeps that date.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-LIMIT-MODE UNTIL WSModeExit.

               OPEN OUTPUT CreditLimitFile
               MOVE WSTargetID TO CLCustomerID
               MOVE WSTargetLimit TO CLLimitAmount
               MOVE WSToday TO CLGrantDate
               WRITE CreditLimitRecord
               CLOSE CreditLimitFile
           ELSE
               IF WSTargetSeen = "N"
                   MOVE WSTargetID TO CLCustomerID
                   MOVE WSTargetLimit TO CLLimitAmount
                   MOVE WSToday TO CLGrantDate
                   MOVE CreditLimitRecord TO NewCreditLimitRecord
                   WRITE NewCreditLimitRecord
               END-IF
