       >> SOURCE FORMAT FREE
       identification division.
       program-id. CONTLTR.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ContactHistFile ASSIGN TO "ContactHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSContactFileStatus.

           SELECT NewContactHistFile
               ASSIGN TO "ContactHistoryNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewContactStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

       data division.

       FILE SECTION.
       FD ContactHistFile.
       COPY CONTHIST.

       FD NewContactHistFile.
       01 NewContactHistRecord PIC X(99).

       FD CustomerFile.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WSContactFileStatus PIC X(2) VALUE "00".
       01 WSNewContactStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "CONTLTR ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

       01 WSChangesSeen PIC 9(7) VALUE 0.
       01 WSLettersPrinted PIC 9(7) VALUE 0.
       01 WSLettersHeld PIC 9(7) VALUE 0.
       01 WSNoCustomer PIC 9(7) VALUE 0.
       01 WSCustSeen PIC A(1) VALUE "N".
       01 WSDisplayName PIC X(32) VALUE SPACES.
       01 WSHoldBranch PIC X(4) VALUE SPACES.
       01 WSFieldName PIC X(13) VALUE SPACES.
       01 WSLetterAddress PIC X(30) VALUE SPACES.
       01 WSLetterTo PIC X(12) VALUE SPACES.
       01 WSLetterHeld PIC A(1) VALUE "N".

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "ContactLetters.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Contact-change confirmation letters - for every address
      *>   or phone change customer maintenance recorded since the
      *>   last run, a letter telling the customer what changed and
      *>   when, so a change they did not ask for reaches them. An
      *>   address change writes to the old address and to the new
      *>   one; a phone change writes to the address on file, held
      *>   at the branch when that address is on mail hold. Each
      *>   change is marked sent on ContactHistory.dat through a
      *>   copy-and-swap so a restart never writes it twice.
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

       OPEN INPUT ContactHistFile
       IF WSContactFileStatus NOT = "00"
           DISPLAY "No contact changes on file - no letters"
       ELSE
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "letters not written"
               CLOSE ContactHistFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "CONTACT CHANGE CONFIRMATION LETTERS - "
               DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           OPEN OUTPUT NewContactHistFile
           PERFORM PROCESS-ONE-CHANGE UNTIL WSEOF = "Y"
           CLOSE ContactHistFile
           CLOSE NewContactHistFile
           CLOSE CustomerFile
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM SWAP-CONTACT-FILE-BACK
       END-IF

       MOVE WSLettersPrinted TO WSRunCount
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone

       DISPLAY SPACES
       DISPLAY "CONTACT CHANGE LETTERS FOR " WSBusinessDate
       DISPLAY "CHANGES CONFIRMED: " WSChangesSeen
       DISPLAY "LETTERS WRITTEN:   " WSLettersPrinted
       DISPLAY "HELD AT BRANCH:    " WSLettersHeld
       DISPLAY "NO CUSTOMER:       " WSNoCustomer
       DISPLAY "Letters written to " WSRptName.

       STOP RUN.

       PROCESS-ONE-CHANGE.
           READ ContactHistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ChLetterPending
                       PERFORM CONFIRM-ONE-CHANGE
                       SET ChLetterSent TO TRUE
                   END-IF
                   MOVE ContactHistoryRecord TO NewContactHistRecord
                   WRITE NewContactHistRecord
           END-READ.

       CONFIRM-ONE-CHANGE.
           MOVE "N" TO WSCustSeen
           MOVE ChIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WSCustSeen
           END-READ
           IF WSCustSeen = "N"
               DISPLAY "Customer " ChIDNum " no longer on file - "
                   "no letter for the change of " ChEffDate
               ADD 1 TO WSNoCustomer
           ELSE
               ADD 1 TO WSChangesSeen
               CALL 'FMTNAME' USING FirstName, LastName,
                   WSDisplayName
               IF ChAddress
                   MOVE "ADDRESS" TO WSFieldName
                   IF ChOldValue NOT = SPACES
                       MOVE ChOldValue TO WSLetterAddress
                       MOVE "OLD ADDRESS" TO WSLetterTo
                       MOVE "N" TO WSLetterHeld
                       PERFORM PRINT-CHANGE-LETTER
                   END-IF
                   MOVE ChNewValue TO WSLetterAddress
                   MOVE "NEW ADDRESS" TO WSLetterTo
                   MOVE "N" TO WSLetterHeld
                   PERFORM PRINT-CHANGE-LETTER
               ELSE
                   MOVE "PHONE NUMBER" TO WSFieldName
                   MOVE CustAddress TO WSLetterAddress
                   MOVE "ON FILE" TO WSLetterTo
                   MOVE "N" TO WSLetterHeld
                   IF CustAddrUnverified
                       MOVE "Y" TO WSLetterHeld
                   END-IF
                   PERFORM PRINT-CHANGE-LETTER
               END-IF
           END-IF.

       PRINT-CHANGE-LETTER.
           ADD 1 TO WSLettersPrinted
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "LETTER TO " DELIMITED BY SIZE
               WSLetterTo DELIMITED BY SIZE
               " - ACCOUNT " DELIMITED BY SIZE
               ChIDNum DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF WSLetterHeld = "Y"
               MOVE CustBranch TO WSHoldBranch
               IF WSHoldBranch = SPACES
                   MOVE "HO" TO WSHoldBranch
               END-IF
               MOVE SPACES TO WSRptLine
               STRING "  MAIL HOLD - DO NOT POST, RETAIN AT BRANCH "
                   DELIMITED BY SIZE
                   WSHoldBranch DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               ADD 1 TO WSLettersHeld
           END-IF
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               WSDisplayName DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               WSLetterAddress DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  ON " DELIMITED BY SIZE
               ChEffDate DELIMITED BY SIZE
               " THE " DELIMITED BY SIZE
               WSFieldName DELIMITED BY "  "
               " ON YOUR ACCOUNT WAS CHANGED" DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  FROM: " DELIMITED BY SIZE
               ChOldValue DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  TO:   " DELIMITED BY SIZE
               ChNewValue DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  IF YOU DID NOT ASK FOR THIS CHANGE, "
               DELIMITED BY SIZE
               "CONTACT YOUR BRANCH AT ONCE." DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       SWAP-CONTACT-FILE-BACK.
           OPEN INPUT NewContactHistFile
           OPEN OUTPUT ContactHistFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-CHANGE UNTIL WSEOF = "Y"
           CLOSE NewContactHistFile
           CLOSE ContactHistFile.

       COPY-BACK-ONE-CHANGE.
           READ NewContactHistFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewContactHistRecord
                       TO ContactHistoryRecord
                   WRITE ContactHistoryRecord
           END-READ.
