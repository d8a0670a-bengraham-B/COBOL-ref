       >> SOURCE FORMAT FREE
       identification division.
       program-id. PROVMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ProvisionRateFile ASSIGN TO "ProvisionRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

           SELECT ProvAuditFile ASSIGN TO "ProvisionAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

       data division.

       FILE SECTION.
       FD ProvisionRateFile.
       COPY PROVRATE.

       FD ProvAuditFile.
       01 ProvAuditRecord.
           02 PADate PIC 9(8).
           02 PATime PIC 9(8).
           02 PAOperator PIC X(8).
           02 PABook PIC X(1).
           02 PABucket PIC 9(1).
           02 PAEffDate PIC 9(8).
           02 PARate PIC 9V9999.

       WORKING-STORAGE SECTION.
       01 WSRateFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "PROVMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSNewBook PIC X(1) VALUE SPACE.
           88 WSNewBookLoan VALUE "L".
           88 WSNewBookOverdraft VALUE "O".
       01 WSNewBucket PIC 9(1) VALUE 0.
       01 WSNewEffDate PIC 9(8) VALUE 0.
       01 WSNewRate PIC 9V9999 VALUE 0.
       01 WSRateCount PIC 9(5) VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Provisioning rate maintenance - the percentage of each
      *>   aging bucket the month-end run sets aside for credit
      *>   losses. Rates are appended with an effective date, the
      *>   way exchange rates are, so a new policy loaded ahead of
      *>   month-end takes over on its own day and last year's
      *>   rates can still be shown to the auditors. Adding is
      *>   supervisor-only; every change lands on
      *>   ProvisionAudit.dat with who keyed it and when.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK

       PERFORM RUN-ONE-RATE-MODE UNTIL WSModeExit.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Operator ID" WITH NO ADVANCING
           ACCEPT WSOperatorID
           DISPLAY "Password" WITH NO ADVANCING
           ACCEPT WSOperatorPassword
           CALL 'SIGNON' USING WSOperatorID, WSOperatorPassword,
               WSSignOnStatus, WSOperatorRole, WSProgramName,
               WSOperatorBranch
           EVALUATE TRUE
               WHEN WSSignOnOK CONTINUE
               WHEN WSSignOnLocked
                   DISPLAY "Operator locked out - see a supervisor"
               WHEN WSSignOnExpired
                   DISPLAY "Password expired - change it through "
                       "operator maintenance"
               WHEN OTHER
                   DISPLAY "Sign-on denied - check ID and password"
           END-EVALUATE.

       RUN-ONE-RATE-MODE.
           DISPLAY SPACES
           DISPLAY "Provision Rates - (A)dd rate, (L)ist, e(X)it"
               WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-PROVISION-RATE
               WHEN WSModeList PERFORM LIST-PROVISION-RATES
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, L or X"
           END-EVALUATE.

       ADD-PROVISION-RATE.
           IF NOT WSOperatorIsSupervisor
               DISPLAY "Changing provision rates is supervisor-only "
                   "- sign-on role does not allow it"
           ELSE
               PERFORM CAPTURE-PROVISION-RATE
           END-IF.

       CAPTURE-PROVISION-RATE.
           DISPLAY "Book (L loans, O overdrafts): " WITH NO ADVANCING
           ACCEPT WSNewBook
           DISPLAY "Bucket (loans 0-4, overdrafts 1-3): "
               WITH NO ADVANCING
           ACCEPT WSNewBucket
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSNewEffDate
           DISPLAY "Provision rate (e.g. 0.2500 for 25%): "
               WITH NO ADVANCING
           ACCEPT WSNewRate

           MOVE "V" TO WSDcAction
           MOVE WSNewEffDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           EVALUATE TRUE
               WHEN NOT WSNewBookLoan AND NOT WSNewBookOverdraft
                   DISPLAY "Book must be L or O - nothing added"
               WHEN WSNewBookLoan AND WSNewBucket > 4
                   DISPLAY "Loan buckets run 0 to 4 - nothing added"
               WHEN WSNewBookOverdraft AND
                   (WSNewBucket < 1 OR WSNewBucket > 3)
                   DISPLAY "Overdraft buckets run 1 to 3 - "
                       "nothing added"
               WHEN WSDcStatus NOT = 0
                   DISPLAY "Effective date is not a valid date - "
                       "nothing added"
               WHEN WSNewRate > 1
                   DISPLAY "A rate cannot exceed 1.0000 (100%) - "
                       "nothing added"
               WHEN OTHER
                   PERFORM APPEND-PROVISION-RATE
           END-EVALUATE.

       APPEND-PROVISION-RATE.
           MOVE WSNewBook TO PrBook
           MOVE WSNewBucket TO PrBucket
           MOVE WSNewEffDate TO PrEffDate
           MOVE WSNewRate TO PrRate
           OPEN EXTEND ProvisionRateFile
           IF WSRateFileStatus NOT = "00"
               OPEN OUTPUT ProvisionRateFile
           END-IF
           WRITE ProvisionRateRecord
           CLOSE ProvisionRateFile
           PERFORM WRITE-PROVISION-AUDIT
           DISPLAY "Rate for book " WSNewBook " bucket " WSNewBucket
               " effective " WSNewEffDate " set to " WSNewRate.

       WRITE-PROVISION-AUDIT.
           ACCEPT PADate FROM DATE YYYYMMDD
           ACCEPT PATime FROM TIME
           MOVE WSOperatorID TO PAOperator
           MOVE WSNewBook TO PABook
           MOVE WSNewBucket TO PABucket
           MOVE WSNewEffDate TO PAEffDate
           MOVE WSNewRate TO PARate
           OPEN EXTEND ProvAuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT ProvAuditFile
           END-IF
           WRITE ProvAuditRecord
           CLOSE ProvAuditFile.

       LIST-PROVISION-RATES.
           MOVE 0 TO WSRateCount
           MOVE "N" TO WSEOF
           OPEN INPUT ProvisionRateFile
           IF WSRateFileStatus NOT = "00"
               DISPLAY "No provision rates are on file yet"
           ELSE
               DISPLAY "BOOK  BUCKET  EFFECTIVE  RATE"
               PERFORM LIST-ONE-PROVISION-RATE UNTIL WSEOF = "Y"
               CLOSE ProvisionRateFile
               DISPLAY "Rate records on file: " WSRateCount
           END-IF.

       LIST-ONE-PROVISION-RATE.
           READ ProvisionRateFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSRateCount
                   DISPLAY PrBook "     " PrBucket "       "
                       PrEffDate "   " PrRate
           END-READ.
