       >> SOURCE FORMAT FREE
       identification division.
       program-id. LETTERS.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT LetterRequestFile ASSIGN TO "LetterRequests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReqFileStatus.

           SELECT NewLetterRequestFile
               ASSIGN TO "LetterRequestsNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewReqStatus.

           SELECT LetterTemplateFile ASSIGN TO "LetterTemplates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTmplFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT NotesFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNotesFileStatus.

       data division.

       FILE SECTION.
       FD LetterRequestFile.
       COPY LTRREQ.

       FD NewLetterRequestFile.
       01 NewLetterRequestRecord PIC X(98).

       FD LetterTemplateFile.
       COPY LTRTMPL.

       FD CustomerFile.
       COPY CUSTREC.

       FD NotesFile.
       COPY NOTEREC.

       WORKING-STORAGE SECTION.
       01 WSReqFileStatus PIC X(2) VALUE "00".
       01 WSNewReqStatus PIC X(2) VALUE "00".
       01 WSTmplFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSNotesFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSScanEOF PIC A(1) VALUE "N".

       01 WSBusinessDate PIC 9(8) VALUE 0.

      *>   Run-control hookup - a restarted stream skips this step
      *>   when it already completed clean for the business date.
       01 WSRunAction PIC X(1) VALUE SPACE.
       01 WSRunDate PIC 9(8) VALUE 0.
       01 WSRunStep PIC X(8) VALUE "LETTERS ".
       01 WSRunCount PIC 9(7) VALUE 0.
       01 WSRunRC PIC 99 VALUE 0.
       01 WSRunDone PIC X(1) VALUE "N".

      *>   Every template line on file, loaded once.
       01 WSTemplateTable.
           02 WSTmplEntry OCCURS 600 TIMES INDEXED BY WSTmplIdx.
               03 WSTmplCode PIC X(8).
               03 WSTmplLineNo PIC 99.
               03 WSTmplText PIC X(70).
       01 WSTmplCount PIC 999 VALUE 0.

       01 WSWantLineNo PIC 99 VALUE 0.
       01 WSLineSeen PIC A(1) VALUE "N".
       01 WSTemplateSeen PIC A(1) VALUE "N".
       01 WSLetterTitle PIC X(70) VALUE SPACES.
       01 WSLineText PIC X(70) VALUE SPACES.

      *>   Merge work - the template line is read through an 80-byte
      *>   copy so a merge field near the end never reads past it.
       01 WSMergeSource PIC X(80) VALUE SPACES.
       01 WSMergePos PIC 99 VALUE 0.
       01 WSOutPtr PIC 999 VALUE 0.
       01 WSFieldFound PIC A(1) VALUE "N".
       01 WSFieldLength PIC 99 VALUE 0.
       01 WSMergeValue PIC X(40) VALUE SPACES.
       01 WSLeadSpaces PIC 99 VALUE 0.
       01 WSMoneyOut PIC -Z(8)9.99.

       01 WSCustSeen PIC A(1) VALUE "N".
       01 WSDisplayName PIC X(32) VALUE SPACES.
       01 WSHoldBranch PIC X(4) VALUE SPACES.

       01 WSRequestsWaiting PIC 9(7) VALUE 0.
       01 WSLettersPosted PIC 9(7) VALUE 0.
       01 WSLettersHeld PIC 9(7) VALUE 0.
       01 WSNoCustomer PIC 9(7) VALUE 0.
       01 WSNoTemplate PIC 9(7) VALUE 0.

       01 WSRptAction PIC X(1) VALUE SPACE.
       01 WSRptName PIC X(30) VALUE "Letters.rpt".
       01 WSRptLine PIC X(100) VALUE SPACES.

      *>   Customer letter run - prints every waiting request on
      *>   LetterRequests.dat from the template it names on
      *>   LetterTemplates.dat, merging in the customer's name and
      *>   address and the values the requesting program supplied.
      *>   A customer on mail hold gets the letter printed for the
      *>   branch to retain, the way the annual certificates are.
      *>   Each letter goes on the customer's notes with its title
      *>   so the inquiry screen shows what we told them and when,
      *>   and the request line is marked posted or held with the
      *>   date through a copy-and-swap. A request naming a template
      *>   not yet on file stays waiting for the next run.
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

       PERFORM LOAD-LETTER-TEMPLATES

       OPEN INPUT LetterRequestFile
       IF WSReqFileStatus NOT = "00"
           DISPLAY "No letter requests on file - no letters"
       ELSE
           OPEN INPUT CustomerFile
           IF WSCustFileStatus NOT = "00"
               DISPLAY "Customer.dat could not be opened - "
                   "letters not written"
               CLOSE LetterRequestFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND NotesFile
           IF WSNotesFileStatus NOT = "00"
               OPEN OUTPUT NotesFile
           END-IF
           MOVE "O" TO WSRptAction
           MOVE SPACES TO WSRptLine
           STRING "CUSTOMER LETTERS - " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE "D" TO WSRptAction
           OPEN OUTPUT NewLetterRequestFile
           PERFORM PROCESS-ONE-REQUEST UNTIL WSEOF = "Y"
           CLOSE LetterRequestFile
           CLOSE NewLetterRequestFile
           CLOSE CustomerFile
           CLOSE NotesFile
           MOVE "C" TO WSRptAction
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           PERFORM SWAP-REQUEST-FILE-BACK
       END-IF

       COMPUTE WSRunCount = WSLettersPosted + WSLettersHeld
       MOVE "C" TO WSRunAction
       CALL 'RUNCTL' USING WSRunAction, WSRunDate, WSRunStep,
           WSRunCount, WSRunRC, WSRunDone
       IF WSNoTemplate > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       DISPLAY SPACES
       DISPLAY "CUSTOMER LETTERS FOR " WSBusinessDate
       DISPLAY "REQUESTS WAITING:  " WSRequestsWaiting
       DISPLAY "LETTERS POSTED:    " WSLettersPosted
       DISPLAY "HELD AT BRANCH:    " WSLettersHeld
       DISPLAY "NO CUSTOMER:       " WSNoCustomer
       DISPLAY "NO TEMPLATE YET:   " WSNoTemplate
       DISPLAY "Letters written to " WSRptName.

       STOP RUN.

       LOAD-LETTER-TEMPLATES.
           MOVE 0 TO WSTmplCount
           MOVE "N" TO WSScanEOF
           OPEN INPUT LetterTemplateFile
           IF WSTmplFileStatus = "00"
               PERFORM LOAD-ONE-TEMPLATE-LINE UNTIL WSScanEOF = "Y"
               CLOSE LetterTemplateFile
           END-IF.

       LOAD-ONE-TEMPLATE-LINE.
           READ LetterTemplateFile
               AT END MOVE "Y" TO WSScanEOF
               NOT AT END
                   IF WSTmplCount >= 600
                       DISPLAY "Template table full at 600 lines - "
                           LtCode " line " LtLineNo " not loaded"
                   ELSE
                       ADD 1 TO WSTmplCount
                       SET WSTmplIdx TO WSTmplCount
                       MOVE LtCode TO WSTmplCode (WSTmplIdx)
                       MOVE LtLineNo TO WSTmplLineNo (WSTmplIdx)
                       MOVE LtText TO WSTmplText (WSTmplIdx)
                   END-IF
           END-READ.

       PROCESS-ONE-REQUEST.
           READ LetterRequestFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF LqPending
                       ADD 1 TO WSRequestsWaiting
                       PERFORM PRODUCE-ONE-LETTER
                   END-IF
                   MOVE LetterRequestRecord
                       TO NewLetterRequestRecord
                   WRITE NewLetterRequestRecord
           END-READ.

       PRODUCE-ONE-LETTER.
           MOVE "N" TO WSCustSeen
           MOVE LqIDNum TO IDNum
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WSCustSeen
           END-READ
           MOVE 0 TO WSWantLineNo
           PERFORM FIND-TEMPLATE-LINE
           MOVE WSLineSeen TO WSTemplateSeen
           MOVE WSLineText TO WSLetterTitle
           IF WSTemplateSeen = "N"
               MOVE 1 TO WSWantLineNo
               PERFORM FIND-TEMPLATE-LINE
               MOVE WSLineSeen TO WSTemplateSeen
               MOVE LqLetterCode TO WSLetterTitle
           END-IF
           IF WSCustSeen = "N"
               DISPLAY "Customer " LqIDNum " no longer on file - "
                   LqLetterCode " letter not sent"
               SET LqFailed TO TRUE
               MOVE WSBusinessDate TO LqPrintDate
               ADD 1 TO WSNoCustomer
           ELSE
           IF WSTemplateSeen = "N"
               DISPLAY "No template " LqLetterCode " on file - "
                   "letter for " LqIDNum " left waiting"
               ADD 1 TO WSNoTemplate
           ELSE
               CALL 'FMTNAME' USING FirstName, LastName,
                   WSDisplayName
               PERFORM PRINT-LETTER-HEADING
               PERFORM PRINT-LETTER-BODY-LINE
                   VARYING WSWantLineNo FROM 1 BY 1
                   UNTIL WSWantLineNo > 30
               MOVE WSBusinessDate TO LqPrintDate
               PERFORM WRITE-LETTER-NOTE
           END-IF
           END-IF.

       FIND-TEMPLATE-LINE.
           MOVE "N" TO WSLineSeen
           MOVE SPACES TO WSLineText
           PERFORM CHECK-ONE-TEMPLATE-SLOT
               VARYING WSTmplIdx FROM 1 BY 1
               UNTIL WSTmplIdx > WSTmplCount
               OR WSLineSeen = "Y".

       CHECK-ONE-TEMPLATE-SLOT.
           IF WSTmplCode (WSTmplIdx) = LqLetterCode
              AND WSTmplLineNo (WSTmplIdx) = WSWantLineNo
               MOVE "Y" TO WSLineSeen
               MOVE WSTmplText (WSTmplIdx) TO WSLineText
           END-IF.

       PRINT-LETTER-HEADING.
      *>     A customer whose address returned post is on mail hold -
      *>     the letter still prints, for the branch to hand over.
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "LETTER " DELIMITED BY SIZE
               LqLetterCode DELIMITED BY SIZE
               " - ACCOUNT " DELIMITED BY SIZE
               LqIDNum DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           IF CustAddrUnverified
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
               SET LqHeld TO TRUE
               ADD 1 TO WSLettersHeld
           ELSE
               SET LqPosted TO TRUE
               ADD 1 TO WSLettersPosted
           END-IF
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               WSDisplayName DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               CustAddress DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           STRING "  " DELIMITED BY SIZE
               WSBusinessDate DELIMITED BY SIZE
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
           MOVE SPACES TO WSRptLine
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine.

       PRINT-LETTER-BODY-LINE.
      *>     A line number the template skips prints nothing, so
      *>     the wording can leave gaps for later inserts.
           PERFORM FIND-TEMPLATE-LINE
           IF WSLineSeen = "Y"
               PERFORM MERGE-TEMPLATE-LINE
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
           END-IF.

       MERGE-TEMPLATE-LINE.
           MOVE SPACES TO WSRptLine
           MOVE WSLineText TO WSMergeSource
           MOVE 3 TO WSOutPtr
           PERFORM MERGE-ONE-POSITION
               VARYING WSMergePos FROM 1 BY 1
               UNTIL WSMergePos > 70.

       MERGE-ONE-POSITION.
           MOVE "N" TO WSFieldFound
           IF WSMergeSource (WSMergePos:1) = "{"
               PERFORM CHECK-MERGE-FIELD
           END-IF
           IF WSFieldFound = "Y"
               IF WSMergeValue NOT = SPACES
                   MOVE 0 TO WSLeadSpaces
                   INSPECT WSMergeValue TALLYING WSLeadSpaces
                       FOR LEADING SPACES
                   STRING WSMergeValue (WSLeadSpaces + 1:)
                       DELIMITED BY "  "
                       INTO WSRptLine WITH POINTER WSOutPtr
                   END-STRING
               END-IF
               COMPUTE WSMergePos = WSMergePos + WSFieldLength - 1
           ELSE
               IF WSOutPtr <= 100
                   STRING WSMergeSource (WSMergePos:1)
                       DELIMITED BY SIZE
                       INTO WSRptLine WITH POINTER WSOutPtr
                   END-STRING
               END-IF
           END-IF.

       CHECK-MERGE-FIELD.
           MOVE "Y" TO WSFieldFound
           MOVE SPACES TO WSMergeValue
           EVALUATE TRUE
               WHEN WSMergeSource (WSMergePos:6) = "{NAME}"
                   MOVE WSDisplayName TO WSMergeValue
                   MOVE 6 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:9) = "{ADDRESS}"
                   MOVE CustAddress TO WSMergeValue
                   MOVE 9 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:9) = "{ACCOUNT}"
                   MOVE LqIDNum TO WSMergeValue
                   MOVE 9 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:9) = "{AMOUNT1}"
                   MOVE LqAmount1 TO WSMoneyOut
                   MOVE WSMoneyOut TO WSMergeValue
                   MOVE 9 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:9) = "{AMOUNT2}"
                   MOVE LqAmount2 TO WSMoneyOut
                   MOVE WSMoneyOut TO WSMergeValue
                   MOVE 9 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:6) = "{DATE}"
                   MOVE LqDate1 TO WSMergeValue
                   MOVE 6 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:6) = "{TEXT}"
                   MOVE LqText TO WSMergeValue
                   MOVE 6 TO WSFieldLength
               WHEN WSMergeSource (WSMergePos:7) = "{TODAY}"
                   MOVE WSBusinessDate TO WSMergeValue
                   MOVE 7 TO WSFieldLength
               WHEN OTHER
                   MOVE "N" TO WSFieldFound
           END-EVALUATE.

       WRITE-LETTER-NOTE.
           MOVE LqIDNum TO NoteIDNum
           MOVE WSBusinessDate TO NoteDate
           ACCEPT NoteTime FROM TIME
           MOVE WSRunStep TO NoteOperator
           MOVE SPACES TO NoteText
           IF LqHeld
               STRING "LETTER HELD AT BRANCH: " DELIMITED BY SIZE
                   WSLetterTitle DELIMITED BY SIZE
                   INTO NoteText
               END-STRING
           ELSE
               STRING "LETTER POSTED: " DELIMITED BY SIZE
                   WSLetterTitle DELIMITED BY SIZE
                   INTO NoteText
               END-STRING
           END-IF
           WRITE CustomerNoteRecord.

       SWAP-REQUEST-FILE-BACK.
           OPEN INPUT NewLetterRequestFile
           OPEN OUTPUT LetterRequestFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-REQUEST UNTIL WSEOF = "Y"
           CLOSE NewLetterRequestFile
           CLOSE LetterRequestFile.

       COPY-BACK-ONE-REQUEST.
           READ NewLetterRequestFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewLetterRequestRecord
                       TO LetterRequestRecord
                   WRITE LetterRequestRecord
           END-READ.
