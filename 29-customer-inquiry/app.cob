           RECORD KEY IS XrefSSN
           FILE STATUS IS WSXrefFileStatus.

           SELECT BalHistFile ASSIGN TO "BalHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BhKey
           FILE STATUS IS WSHistFileStatus.

           SELECT ContactHistFile ASSIGN TO "ContactHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSContactFileStatus.

       data division.

       FILE SECTION.
       COPY CUSTREC.

       FD ArchiveFile.
       01 ArchiveLine PIC X(139).

       FD AuditFile.
       COPY AUDITREC.
       FD SsnXrefFile.
       COPY SSNXREC.

       FD BalHistFile.
       COPY BALHIST.

       FD ContactHistFile.
       COPY CONTHIST.

       WORKING-STORAGE SECTION.
       COPY CUSTWS.

      *>   from the balance on. The work area below re-parses the
      *>   old shape; a line that fits neither shape refuses to
      *>   restore.
       01 WSOldLineWork PIC X(139) VALUE SPACES.
       01 WSOldLineParts REDEFINES WSOldLineWork.
           02 WSOldCommonPart PIC X(95).
           02 WSOldBalance PIC S9999V99.
       01 WSChkStatus PIC 99 VALUE 0.
       01 WSLinkedCount PIC 9(3) VALUE 0.
       01 WSLinkEOF PIC A(1) VALUE "N".
       01 WSLinkHold PIC X(139) VALUE SPACES.
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSDispFileStatus PIC X(2) VALUE "00".
       01 WSStopFileStatus PIC X(2) VALUE "00".
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "CUSTINQ".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.
      *>   SSN and birth date as this operator may see them - in
      *>   full for compliance, last four and year for anyone else.
       01 WSSSNOut PIC X(11) VALUE SPACES.
       01 WSBirthOut PIC X(10) VALUE SPACES.

      *>   Balance as of a past date - read off the nightly
      *>   close-of-business snapshots. A date with no snapshot (a
      *>   weekend or holiday) takes the last close before it, up
      *>   to WSAsOfMaxBack days back.
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSToday PIC 9(8) VALUE 0.
       01 WSAsOfDate PIC 9(8) VALUE 0.
       01 WSAsOfTries PIC 99 VALUE 0.
       01 WSAsOfMaxBack PIC 99 VALUE 10.
       01 WSAsOfFound PIC A(1) VALUE "N".
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Contact history - every address and phone the customer
      *>   has had, each with the dates it was in force, read off
      *>   the changes customer maintenance kept. A value from
      *>   before the first recorded change shows as on file from
      *>   account opening.
       01 WSContactFileStatus PIC X(2) VALUE "00".
       01 WSContactEOF PIC A(1) VALUE "N".
       01 WSContactField PIC X(1) VALUE SPACE.
       01 WSContactFrom PIC 9(8) VALUE 0.

      *>   Simple line-mode inquiry screen - looks a customer up by
      *>   IDNum (a direct keyed READ) or by SSN (Customer.dat is
      *>   archived customer back onto the live file, re-activated,
      *>   with Customer.ctl rolled forward and an audit record cut.
      *>   Customer.dat is opened I-O so a restore can write without
      *>   reopening. The (B)alance mode shows an account's ledger
      *>   and available balance at the close of a past business
      *>   day from BalHistory.dat. The (C)ontact history mode lists
      *>   every address and phone the customer has had and when
      *>   each was in force.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       OPEN I-O CustomerFile
       IF WSFileStatus NOT = "00"

       RUN-ONE-INQUIRY.
           DISPLAY "Look up by (I)D, (S)SN, (N)ame, (A)rchive, "
               "(B)alance as of a date, sto(P) a cheque, "
               "(C)ontact history, or e(X)it: " WITH NO ADVANCING
           ACCEPT WSSearchMode
           MOVE "N" TO WSFound

                   PERFORM RUN-ARCHIVE-INQUIRY
               WHEN WSSearchMode = "P" OR WSSearchMode = "p"
                   PERFORM STOP-A-CHEQUE
               WHEN WSSearchMode = "B" OR WSSearchMode = "b"
                   PERFORM SHOW-BALANCE-AS-OF
               WHEN WSSearchMode = "C" OR WSSearchMode = "c"
                   PERFORM SHOW-CONTACT-HISTORY
               WHEN WSSearchMode = "X" OR WSSearchMode = "x"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter I, S, N, A, B, P, C, or X"
           END-EVALUATE

           IF WSSearchMode NOT = "X" AND WSSearchMode NOT = "x"
               AND WSSearchMode NOT = "A" AND WSSearchMode NOT = "a"
               AND WSSearchMode NOT = "P" AND WSSearchMode NOT = "p"
               AND WSSearchMode NOT = "B" AND WSSearchMode NOT = "b"
               AND WSSearchMode NOT = "C" AND WSSearchMode NOT = "c"
               AND NOT WSSearchByName
               IF WSRecordFound
                   PERFORM DISPLAY-CUSTOMER
               END-IF
           END-IF.

       SHOW-BALANCE-AS-OF.
      *>     Today or later is simply the live balance; an earlier
      *>     date is the snapshot EOD filed for it.
           PERFORM GET-SEARCH-ID
           PERFORM FIND-BY-ID
           IF NOT WSRecordFound
               DISPLAY "No matching customer found"
           ELSE
               DISPLAY "As-of date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WSAsOfDate
               MOVE "V" TO WSDcAction
               MOVE WSAsOfDate TO WSDcDate1
               CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                   WSDcDate2, WSDcAmount, WSDcStatus
               IF WSDcStatus NOT = 0
                   DISPLAY WSAsOfDate " is not a valid date"
               ELSE
                   IF WSAsOfDate >= WSToday
                       PERFORM SUM-CUSTOMER-HOLDS
                       MOVE WSBalance TO WSBalanceOut
                       DISPLAY "Ledger today: " WSBalanceOut
                       COMPUTE WSAvailableBalance =
                           WSBalance - WSHoldsTotal
                       MOVE WSAvailableBalance TO WSBalanceOut
                       DISPLAY "Available:    " WSBalanceOut
                   ELSE
                       PERFORM FIND-BALANCE-SNAPSHOT
                   END-IF
               END-IF
           END-IF.

       FIND-BALANCE-SNAPSHOT.
           OPEN INPUT BalHistFile
           IF WSHistFileStatus NOT = "00"
               DISPLAY "No balance history on file"
           ELSE
               MOVE "N" TO WSAsOfFound
               MOVE 0 TO WSAsOfTries
               PERFORM TRY-ONE-SNAPSHOT-DATE
                   UNTIL WSAsOfFound = "Y"
                   OR WSAsOfTries > WSAsOfMaxBack
               IF WSAsOfFound = "Y"
                   DISPLAY SPACES
                   DISPLAY "Customer " WSIDNum " at close of business "
                       BhDate " (" BhCurrency ")"
                   MOVE BhLedgerBalance TO WSBalanceOut
                   DISPLAY "Ledger:       " WSBalanceOut
                   MOVE BhAvailBalance TO WSBalanceOut
                   DISPLAY "Available:    " WSBalanceOut
               ELSE
                   DISPLAY "No balance on file for customer "
                       WSIDNum " on or just before " WSAsOfDate
               END-IF
               CLOSE BalHistFile
           END-IF.

       TRY-ONE-SNAPSHOT-DATE.
           MOVE WSIDNum TO BhIDNum
           MOVE WSAsOfDate TO BhDate
           READ BalHistFile
               INVALID KEY
                   ADD 1 TO WSAsOfTries
                   MOVE "A" TO WSDcAction
                   MOVE WSAsOfDate TO WSDcDate1
                   MOVE -1 TO WSDcAmount
                   CALL 'DATECALC' USING WSDcAction, WSDcDate1,
                       WSDcDate2, WSDcAmount, WSDcStatus
                   MOVE WSDcDate2 TO WSAsOfDate
               NOT INVALID KEY
                   MOVE "Y" TO WSAsOfFound
           END-READ.

       SHOW-CONTACT-HISTORY.
           PERFORM GET-SEARCH-ID
           PERFORM FIND-BY-ID
           IF NOT WSRecordFound
               DISPLAY "No matching customer found"
           ELSE
               DISPLAY "CONTACT HISTORY FOR " WSSearchIDNum
               DISPLAY "ADDRESSES                        FROM      "
                   "TO"
               MOVE "A" TO WSContactField
               PERFORM LIST-CONTACT-FIELD
               DISPLAY "  " WSAddress " " WSContactFrom "  CURRENT"
               DISPLAY "PHONES                           FROM      "
                   "TO"
               MOVE "P" TO WSContactField
               PERFORM LIST-CONTACT-FIELD
               DISPLAY "  " WSPhone "                   "
                   WSContactFrom "  CURRENT"
               DISPLAY "(FROM 00000000 - on file since the account "
                   "opened)"
           END-IF.

      *>   The file is in the order the changes were made, so each
      *>   change closes the value before it.
       LIST-CONTACT-FIELD.
           MOVE 0 TO WSContactFrom
           MOVE "N" TO WSContactEOF
           OPEN INPUT ContactHistFile
           IF WSContactFileStatus = "00"
               PERFORM LIST-ONE-CONTACT-CHANGE
                   UNTIL WSContactEOF = "Y"
               CLOSE ContactHistFile
           END-IF.

       LIST-ONE-CONTACT-CHANGE.
           READ ContactHistFile
               AT END MOVE "Y" TO WSContactEOF
               NOT AT END
                   IF ChIDNum = WSSearchIDNum AND
                      ChField = WSContactField
                       DISPLAY "  " ChOldValue " " WSContactFrom
                           "  " ChEffDate "  BY " ChOperator
                       MOVE ChEffDate TO WSContactFrom
                   END-IF
           END-READ.

       GET-SEARCH-ID.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WSSearchIDNum
           DISPLAY "Name:         " WSDisplayName
           DISPLAY "Address:      " WSAddress
           DISPLAY "Phone:        " WSPhone
           IF WSMailHold = "U"
               DISPLAY "MAIL ON HOLD since " WSMailHoldDate
                   " - post returned, confirm the address through "
                   "returned-mail handling"
           END-IF
           CALL 'MASKPII' USING WSOperatorRole, WSOperatorID,
               WSProgramName, WSIDNum, WSCustSSN, WSCustBirthDate,
               WSSSNOut, WSBirthOut
           DISPLAY "SSN:          " WSSSNOut
           DISPLAY "Birth date:   " WSBirthOut
           EVALUATE TRUE
               WHEN WSAcctActive DISPLAY "Status:       ACTIVE"
               WHEN WSAcctClosed DISPLAY "Status:       CLOSED"
