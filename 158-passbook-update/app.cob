       >> SOURCE FORMAT FREE
       identification division.
       program-id. PASSBK.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT PassbookPosFile ASSIGN TO "PassbookPos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPosFileStatus.

           SELECT NewPassbookPosFile ASSIGN TO "PassbookPosNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT PassbookPrintFile ASSIGN TO "PassbookPrint.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPrintFileStatus.

           SELECT NotesFile ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoteFileStatus.

           SELECT TranCodeFile ASSIGN TO "TranCodes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCodeFileStatus.

           SELECT SortWorkFile ASSIGN TO "PASSBWRK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD CustomerFile.
       COPY CUSTREC.

       FD ProductFile.
       COPY PRODREC.

       FD PassbookPosFile.
       COPY PBKPOS.

       FD NewPassbookPosFile.
       01 NewPassbookPosRecord PIC X(57).

      *> Passbook printer spool - the first byte is the carriage
      *> control: "1" starts at the top of the open page, space
      *> moves down one line.
       FD PassbookPrintFile.
       01 PassbookPrintRecord.
           02 PpControl PIC X(1).
           02 PpText PIC X(79).

       FD NotesFile.
       COPY NOTEREC.

       FD TranCodeFile.
       COPY TRNCDREC.

       SD SortWorkFile.
       01 SortRecord.
           02 SortDate PIC 9(8).
           02 SortSeq PIC 9(7).
           02 SortAmount PIC S9(11)V99.
           02 SortDesc PIC X(12).

       WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSPosFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSPrintFileStatus PIC X(2) VALUE "00".
       01 WSNoteFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeUpdate VALUE "U" "u".
           88 WSModeNewBook VALUE "N" "n".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "PASSBK".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSTargetID PIC 9(5) VALUE 0.
       01 WSAccountReady PIC A(1) VALUE "N".
       01 WSIsPassbook PIC A(1) VALUE "N".
       01 WSPositionSeen PIC A(1) VALUE "N".
       01 WSConfirm PIC X(1) VALUE SPACE.
       01 WSPause PIC X(1) VALUE SPACE.
       01 WSDisplayName PIC X(32) VALUE SPACES.
       01 WSAcctCurrency PIC X(3) VALUE "ZAR".
       01 WSOldBookNo PIC 9(3) VALUE 0.

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   The book's position as found, and as it moves while
      *>   lines print.
       01 WSBookNo PIC 9(3) VALUE 0.
       01 WSPage PIC 9(3) VALUE 0.
       01 WSLine PIC 99 VALUE 0.
       01 WSLastDate PIC 9(8) VALUE 0.
       01 WSLastSeq PIC 9(7) VALUE 0.
       01 WSRunningBalance PIC S9(11)V99 VALUE 0.
       01 WSIssueDate PIC 9(8) VALUE 0.
       01 WSLinesPerPage PIC 99 VALUE 20.
       01 WSSkipLine PIC 99 VALUE 0.
       01 WSLinesPrinted PIC 9(5) VALUE 0.

      *>   The shared TRANHIST reader feeds from the last item
      *>   written up - the archived periods and then the live
      *>   file - so a book not brought in for months still
      *>   catches up.
       01 WSHistAction PIC X(1) VALUE SPACE.
       01 WSHistScope PIC X(1) VALUE "B".
       01 WSHistFrom PIC 9(8) VALUE 0.
       01 WSHistTo PIC 9(8) VALUE 0.
       01 WSHistRecord PIC X(200) VALUE SPACES.
       01 WSHistStatus PIC 99 VALUE 0.
       COPY TRANREC.

       01 WSItemDate PIC 9(8) VALUE 0.
       01 WSItemSeq PIC 9(7) VALUE 0.
       01 WSItemAmount PIC S9(11)V99 VALUE 0.
       01 WSCodeQuotient PIC 9(4) VALUE 0.
       01 WSCodeRemainder PIC 9(3) VALUE 0.
       01 WSItemUnprinted PIC A(1) VALUE "N".
       01 WSFxDate PIC 9(8) VALUE 0.
       01 WSFxMidRate PIC 9(5)V9999 VALUE 1.
       01 WSFxEffDate PIC 9(8) VALUE 0.
       01 WSFxStatus PIC 99 VALUE 0.
           88 WSFxFound VALUE 0.

      *>   Transaction code table - the short wording behind the
      *>   code bands, which is what fits the passbook column.
       01 WSCodeFileStatus PIC X(2) VALUE "00".
       01 WSCodeTable.
           02 WSCodeEntry OCCURS 30 TIMES
               INDEXED BY WSCodeIdx.
               03 WSCodeLow PIC 9(4).
               03 WSCodeHigh PIC 9(4).
               03 WSCodeDesc PIC X(12).
       01 WSCodeCount PIC 99 VALUE 0.
       01 WSCodeEOF PIC A(1) VALUE "N".
       01 WSLookupCode PIC 9(4) VALUE 0.
       01 WSFoundDesc PIC X(12) VALUE SPACES.

       01 WSPassbookLine.
           02 WSPlDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WSPlDesc PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WSPlDebit PIC Z(8)9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WSPlCredit PIC Z(8)9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WSPlBalance PIC Z(10)9.99-.
       01 WSBalanceOut PIC Z(10)9.99-.
       01 WSLedgerOut PIC Z(10)9.99-.

      *>   Passbook update at the teller - for an account on a
      *>   passbook product, prints every ledger item not yet in
      *>   the customer's book with the running balance, on the
      *>   line after the last one printed, turning the page when
      *>   it fills, and moves the book's position on
      *>   PassbookPos.dat. A lost book is replaced by the next
      *>   book number, which opens with the balance brought
      *>   forward; the loss goes on the customer's notes. The
      *>   printed balance is proved against the ledger on every
      *>   update.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate
       PERFORM LOAD-TRANCODE-TABLE

       PERFORM RUN-ONE-PASSBOOK-MODE UNTIL WSModeExit.

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

       RUN-ONE-PASSBOOK-MODE.
           DISPLAY SPACES
           DISPLAY "Passbook - (U)pdate, (N)ew book for a lost one, "
               "e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeUpdate PERFORM UPDATE-PASSBOOK
               WHEN WSModeNewBook PERFORM ISSUE-NEW-PASSBOOK
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose U, N or X"
           END-EVALUATE.

       GET-PASSBOOK-ACCOUNT.
      *>     The account must pass its check digit, be open and be
      *>     on a passbook product.
           MOVE "N" TO WSAccountReady
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WSTargetID
           MOVE "V" TO WSChkAction
           MOVE WSTargetID TO WSChkID
           CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           IF WSChkStatus NOT = 0
               DISPLAY "Account number fails its check digit"
           ELSE
               OPEN INPUT CustomerFile
               IF WSCustFileStatus NOT = "00"
                   DISPLAY "Customer.dat could not be opened"
               ELSE
                   MOVE WSTargetID TO IDNum
                   READ CustomerFile
                       INVALID KEY
                           DISPLAY "Account " WSTargetID
                               " is not on file"
                       NOT INVALID KEY
                           PERFORM CHECK-PASSBOOK-ACCOUNT
                   END-READ
                   CLOSE CustomerFile
               END-IF
           END-IF.

       CHECK-PASSBOOK-ACCOUNT.
           IF AcctClosed
               DISPLAY "Account " WSTargetID " is closed"
           ELSE
               PERFORM FIND-ACCOUNT-PRODUCT
               IF WSIsPassbook = "N"
                   DISPLAY "Account " WSTargetID " is not on a "
                       "passbook product - use the mini-statement"
               ELSE
                   MOVE "Y" TO WSAccountReady
                   CALL 'FMTNAME' USING FirstName, LastName,
                       WSDisplayName
                   MOVE CustCurrency TO WSAcctCurrency
                   IF WSAcctCurrency = SPACES
                       MOVE "ZAR" TO WSAcctCurrency
                   END-IF
               END-IF
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE "N" TO WSIsPassbook
           MOVE "N" TO WSEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM CHECK-ONE-PRODUCT UNTIL WSEOF = "Y"
               CLOSE ProductFile
           END-IF.

       CHECK-ONE-PRODUCT.
           READ ProductFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ProdCode = CustProductCode AND ProdIsPassbook
                       MOVE "Y" TO WSIsPassbook
                   END-IF
           END-READ.

       FIND-PASSBOOK-POSITION.
           MOVE "N" TO WSPositionSeen
           MOVE "N" TO WSEOF
           OPEN INPUT PassbookPosFile
           IF WSPosFileStatus = "00"
               PERFORM CHECK-ONE-POSITION UNTIL WSEOF = "Y"
               CLOSE PassbookPosFile
           END-IF.

       CHECK-ONE-POSITION.
           READ PassbookPosFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF PbAccount = WSTargetID
                       MOVE "Y" TO WSPositionSeen
                       MOVE PbBookNo TO WSBookNo
                       MOVE PbPage TO WSPage
                       MOVE PbLine TO WSLine
                       MOVE PbLastDate TO WSLastDate
                       MOVE PbLastSeq TO WSLastSeq
                       MOVE PbLastBalance TO WSRunningBalance
                       MOVE PbIssueDate TO WSIssueDate
                   END-IF
           END-READ.

       UPDATE-PASSBOOK.
           PERFORM GET-PASSBOOK-ACCOUNT
           IF WSAccountReady = "Y"
               PERFORM FIND-PASSBOOK-POSITION
               IF WSPositionSeen = "N"
                   DISPLAY "No passbook has been issued for account "
                       WSTargetID " - issue one with (N)ew"
               ELSE
                   PERFORM PRINT-UNPRINTED-ITEMS
               END-IF
           END-IF.

       PRINT-UNPRINTED-ITEMS.
           DISPLAY "Insert book " WSBookNo " for " WSDisplayName
           DISPLAY "open at page " WSPage " and press Enter"
               WITH NO ADVANCING
           ACCEPT WSPause
           MOVE 0 TO WSLinesPrinted
           OPEN OUTPUT PassbookPrintFile
      *>     Down the open page past the lines already printed.
           MOVE "1" TO PpControl
           MOVE SPACES TO PpText
           WRITE PassbookPrintRecord
           PERFORM SKIP-ONE-PRINTED-LINE
               VARYING WSSkipLine FROM 1 BY 1
               UNTIL WSSkipLine > WSLine
           SORT SortWorkFile
               ON ASCENDING KEY SortDate SortSeq
               INPUT PROCEDURE IS FEED-UNPRINTED-ITEMS
               OUTPUT PROCEDURE IS PRINT-PASSBOOK-LINES
           CLOSE PassbookPrintFile
           IF WSLinesPrinted = 0
               DISPLAY "Book " WSBookNo " is up to date - "
                   "nothing to print"
           ELSE
               PERFORM SAVE-PASSBOOK-POSITION
               DISPLAY WSLinesPrinted " lines printed - book now "
                   "at page " WSPage " line " WSLine
           END-IF
           PERFORM PROVE-BOOK-BALANCE.

       SKIP-ONE-PRINTED-LINE.
           MOVE SPACE TO PpControl
           MOVE SPACES TO PpText
           WRITE PassbookPrintRecord.

       FEED-UNPRINTED-ITEMS.
           MOVE "O" TO WSHistAction
           MOVE "B" TO WSHistScope
           MOVE WSLastDate TO WSHistFrom
           MOVE 0 TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM FEED-ONE-HISTORY-RECORD
               UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       FEED-ONE-HISTORY-RECORD.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               PERFORM SET-ITEM-KEY
               IF WSItemUnprinted = "Y"
                   IF TranSenderID = WSTargetID
                       PERFORM SET-ITEM-ACCOUNT-AMOUNT
                       COMPUTE SortAmount = 0 - WSItemAmount
                       PERFORM RELEASE-PASSBOOK-ITEM
                   ELSE
                       IF TranReceiverID = WSTargetID
                           PERFORM SET-ITEM-ACCOUNT-AMOUNT
                           MOVE WSItemAmount TO SortAmount
                           PERFORM RELEASE-PASSBOOK-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-ITEM-KEY.
      *>     Posting order is the TRANSEQ number the teller split
      *>     into the protocol and the low three digits of the
      *>     code; an item is unprinted when it comes after the
      *>     last one written up.
           COMPUTE WSItemDate = (TranYear * 10000)
               + (TranMonth * 100) + TranDay
           DIVIDE TranCode BY 1000 GIVING WSCodeQuotient
               REMAINDER WSCodeRemainder
           COMPUTE WSItemSeq = (TranProtocol * 1000)
               + WSCodeRemainder
           MOVE "N" TO WSItemUnprinted
           IF WSItemDate > WSLastDate
               MOVE "Y" TO WSItemUnprinted
           END-IF
           IF WSItemDate = WSLastDate AND WSItemSeq > WSLastSeq
               MOVE "Y" TO WSItemUnprinted
           END-IF.

       RELEASE-PASSBOOK-ITEM.
           MOVE WSItemDate TO SortDate
           MOVE WSItemSeq TO SortSeq
           MOVE TranCode TO WSLookupCode
           PERFORM FIND-CODE-DESCRIPTION
           MOVE WSFoundDesc TO SortDesc
           RELEASE SortRecord.

       SET-ITEM-ACCOUNT-AMOUNT.
      *>     The item in the account's own currency, as the cycle
      *>     statement takes it.
           IF TranCurrency = WSAcctCurrency OR
              (TranCurrency = SPACES AND WSAcctCurrency = "ZAR")
               MOVE TranAmount TO WSItemAmount
           ELSE
               IF WSAcctCurrency = "ZAR"
                   MOVE TranHomeAmount TO WSItemAmount
               ELSE
                   MOVE WSItemDate TO WSFxDate
                   CALL 'FXRATE' USING WSAcctCurrency, WSFxDate,
                       WSFxMidRate, WSFxEffDate, WSFxStatus
                   IF NOT WSFxFound
                       MOVE 1 TO WSFxMidRate
                   END-IF
                   COMPUTE WSItemAmount ROUNDED =
                       TranHomeAmount / WSFxMidRate
               END-IF
           END-IF.

       PRINT-PASSBOOK-LINES.
           MOVE "N" TO WSEOF
           PERFORM PRINT-ONE-PASSBOOK-LINE UNTIL WSEOF = "Y".

       PRINT-ONE-PASSBOOK-LINE.
           RETURN SortWorkFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF WSLine >= WSLinesPerPage
                       PERFORM TURN-PASSBOOK-PAGE
                   END-IF
                   ADD SortAmount TO WSRunningBalance
                   MOVE SortDate TO WSPlDate
                   MOVE SortDesc TO WSPlDesc
                   MOVE 0 TO WSPlDebit
                   MOVE 0 TO WSPlCredit
                   IF SortAmount < 0
                       COMPUTE WSPlDebit = 0 - SortAmount
                   ELSE
                       MOVE SortAmount TO WSPlCredit
                   END-IF
                   MOVE WSRunningBalance TO WSPlBalance
                   MOVE SPACE TO PpControl
                   MOVE WSPassbookLine TO PpText
                   WRITE PassbookPrintRecord
                   ADD 1 TO WSLine
                   ADD 1 TO WSLinesPrinted
                   MOVE SortDate TO WSLastDate
                   MOVE SortSeq TO WSLastSeq
           END-RETURN.

       TURN-PASSBOOK-PAGE.
           ADD 1 TO WSPage
           MOVE 0 TO WSLine
           DISPLAY "Page full - turn the book to page " WSPage
               " and press Enter" WITH NO ADVANCING
           ACCEPT WSPause
           MOVE "1" TO PpControl
           MOVE SPACES TO PpText
           WRITE PassbookPrintRecord.

       PROVE-BOOK-BALANCE.
      *>     What the book now shows must be what the ledger holds.
           OPEN INPUT CustomerFile
           IF WSCustFileStatus = "00"
               MOVE WSTargetID TO IDNum
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CustBalance NOT = WSRunningBalance
                           MOVE WSRunningBalance TO WSBalanceOut
                           MOVE CustBalance TO WSLedgerOut
                           DISPLAY "Book balance " WSBalanceOut
                               " differs from the ledger "
                               WSLedgerOut
                           DISPLAY "Refer the book to a supervisor "
                               "before it goes back to the customer"
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.

       ISSUE-NEW-PASSBOOK.
           PERFORM GET-PASSBOOK-ACCOUNT
           IF WSAccountReady = "Y"
               PERFORM FIND-PASSBOOK-POSITION
               MOVE "Y" TO WSConfirm
               IF WSPositionSeen = "Y"
                   DISPLAY "Book " WSBookNo " is on file - report it "
                       "lost and issue a new book (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WSConfirm
                   IF WSConfirm = "y"
                       MOVE "Y" TO WSConfirm
                   END-IF
               ELSE
                   MOVE 0 TO WSBookNo
               END-IF
               IF WSConfirm NOT = "Y"
                   DISPLAY "No book issued"
               ELSE
                   PERFORM START-NEW-BOOK
               END-IF
           END-IF.

       START-NEW-BOOK.
      *>     The new book opens with today's ledger balance brought
      *>     forward, so everything already posted - printed in the
      *>     lost book or not - is inside that figure; the position
      *>     starts after the latest item on the ledger.
           MOVE WSBookNo TO WSOldBookNo
           ADD 1 TO WSBookNo
           MOVE 1 TO WSPage
           MOVE 0 TO WSLine
           MOVE WSBusinessDate TO WSIssueDate
           MOVE WSBusinessDate TO WSLastDate
           MOVE 0 TO WSLastSeq
           PERFORM FIND-LATEST-LEDGER-ITEM
           OPEN INPUT CustomerFile
           MOVE WSTargetID TO IDNum
           READ CustomerFile
               INVALID KEY MOVE 0 TO CustBalance
           END-READ
           CLOSE CustomerFile
           MOVE CustBalance TO WSRunningBalance
           DISPLAY "Insert new book " WSBookNo " for "
               WSDisplayName " at page 1 and press Enter"
               WITH NO ADVANCING
           ACCEPT WSPause
           OPEN OUTPUT PassbookPrintFile
           MOVE "1" TO PpControl
           MOVE SPACES TO PpText
           STRING "BOOK " DELIMITED BY SIZE
               WSBookNo DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               WSTargetID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSDisplayName DELIMITED BY SIZE
               INTO PpText
           END-STRING
           WRITE PassbookPrintRecord
           MOVE WSBusinessDate TO WSPlDate
           MOVE "BROUGHT FORWARD" TO WSPlDesc
           MOVE 0 TO WSPlDebit
           MOVE 0 TO WSPlCredit
           MOVE WSRunningBalance TO WSPlBalance
           MOVE SPACE TO PpControl
           MOVE WSPassbookLine TO PpText
           WRITE PassbookPrintRecord
           CLOSE PassbookPrintFile
           MOVE 2 TO WSLine
           PERFORM SAVE-PASSBOOK-POSITION
           PERFORM WRITE-PASSBOOK-NOTE
           DISPLAY "Book " WSBookNo " issued with balance brought "
               "forward".

       FIND-LATEST-LEDGER-ITEM.
           MOVE "O" TO WSHistAction
           MOVE "B" TO WSHistScope
           MOVE WSBusinessDate TO WSHistFrom
           MOVE 0 TO WSHistTo
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           MOVE "R" TO WSHistAction
           MOVE 0 TO WSHistStatus
           PERFORM CHECK-ONE-LATEST-ITEM
               UNTIL WSHistStatus NOT = 0
           MOVE "C" TO WSHistAction
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus.

       CHECK-ONE-LATEST-ITEM.
           CALL 'TRANHIST' USING WSHistAction, WSHistScope,
               WSHistFrom, WSHistTo, WSHistRecord, WSHistStatus
           IF WSHistStatus = 0
               MOVE WSHistRecord TO TransactionRecord
               IF TranSenderID = WSTargetID OR
                   TranReceiverID = WSTargetID
                   PERFORM SET-ITEM-KEY
                   IF WSItemUnprinted = "Y"
                       MOVE WSItemDate TO WSLastDate
                       MOVE WSItemSeq TO WSLastSeq
                   END-IF
               END-IF
           END-IF.

       SAVE-PASSBOOK-POSITION.
      *>     CreditLimits-style copy-and-swap - one entry per
      *>     account, replaced in place.
           MOVE "N" TO WSPositionSeen
           MOVE "N" TO WSEOF
           OPEN INPUT PassbookPosFile
           IF WSPosFileStatus NOT = "00"
               OPEN OUTPUT PassbookPosFile
               PERFORM BUILD-POSITION-ENTRY
               WRITE PassbookPosRecord
               CLOSE PassbookPosFile
           ELSE
               OPEN OUTPUT NewPassbookPosFile
               PERFORM COPY-POSITION-REPLACING UNTIL WSEOF = "Y"
               IF WSPositionSeen = "N"
                   PERFORM BUILD-POSITION-ENTRY
                   MOVE PassbookPosRecord TO NewPassbookPosRecord
                   WRITE NewPassbookPosRecord
               END-IF
               CLOSE PassbookPosFile
               CLOSE NewPassbookPosFile
               PERFORM SWAP-POSITION-FILE-BACK
           END-IF.

       BUILD-POSITION-ENTRY.
           MOVE WSTargetID TO PbAccount
           MOVE WSBookNo TO PbBookNo
           MOVE WSPage TO PbPage
           MOVE WSLine TO PbLine
           MOVE WSLastDate TO PbLastDate
           MOVE WSLastSeq TO PbLastSeq
           MOVE WSRunningBalance TO PbLastBalance
           MOVE WSIssueDate TO PbIssueDate
           MOVE WSBusinessDate TO PbUpdateDate.

       COPY-POSITION-REPLACING.
           READ PassbookPosFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF PbAccount = WSTargetID
                       PERFORM BUILD-POSITION-ENTRY
                       MOVE "Y" TO WSPositionSeen
                   END-IF
                   MOVE PassbookPosRecord TO NewPassbookPosRecord
                   WRITE NewPassbookPosRecord
           END-READ.

       SWAP-POSITION-FILE-BACK.
           OPEN INPUT NewPassbookPosFile
           OPEN OUTPUT PassbookPosFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-POSITION UNTIL WSEOF = "Y"
           CLOSE NewPassbookPosFile
           CLOSE PassbookPosFile.

       COPY-BACK-ONE-POSITION.
           READ NewPassbookPosFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewPassbookPosRecord TO PassbookPosRecord
                   WRITE PassbookPosRecord
           END-READ.

       WRITE-PASSBOOK-NOTE.
           MOVE WSTargetID TO NoteIDNum
           MOVE WSBusinessDate TO NoteDate
           ACCEPT NoteTime FROM TIME
           MOVE WSOperatorID TO NoteOperator
           MOVE SPACES TO NoteText
           IF WSOldBookNo > 0
               STRING "PASSBOOK " DELIMITED BY SIZE
                   WSOldBookNo DELIMITED BY SIZE
                   " REPORTED LOST - BOOK " DELIMITED BY SIZE
                   WSBookNo DELIMITED BY SIZE
                   " ISSUED" DELIMITED BY SIZE
                   INTO NoteText
               END-STRING
           ELSE
               STRING "PASSBOOK " DELIMITED BY SIZE
                   WSBookNo DELIMITED BY SIZE
                   " ISSUED" DELIMITED BY SIZE
                   INTO NoteText
               END-STRING
           END-IF
           OPEN EXTEND NotesFile
           IF WSNoteFileStatus NOT = "00"
               OPEN OUTPUT NotesFile
           END-IF
           WRITE CustomerNoteRecord
           CLOSE NotesFile.

       LOAD-TRANCODE-TABLE.
           MOVE 0 TO WSCodeCount
           MOVE "N" TO WSCodeEOF
           OPEN INPUT TranCodeFile
           IF WSCodeFileStatus = "00"
               PERFORM LOAD-ONE-TRANCODE UNTIL WSCodeEOF = "Y"
               CLOSE TranCodeFile
           END-IF.

       LOAD-ONE-TRANCODE.
           READ TranCodeFile
               AT END MOVE "Y" TO WSCodeEOF
               NOT AT END
                   IF WSCodeCount < 30
                       ADD 1 TO WSCodeCount
                       SET WSCodeIdx TO WSCodeCount
                       MOVE TcLowCode TO WSCodeLow (WSCodeIdx)
                       MOVE TcHighCode TO WSCodeHigh (WSCodeIdx)
                       MOVE TcShortDesc TO WSCodeDesc (WSCodeIdx)
                   END-IF
           END-READ.

       FIND-CODE-DESCRIPTION.
           MOVE SPACES TO WSFoundDesc
           PERFORM CHECK-ONE-TRANCODE
               VARYING WSCodeIdx FROM 1 BY 1
               UNTIL WSCodeIdx > WSCodeCount
           IF WSFoundDesc = SPACES
               MOVE WSLookupCode TO WSFoundDesc (1:4)
           END-IF.

       CHECK-ONE-TRANCODE.
           IF WSLookupCode >= WSCodeLow (WSCodeIdx) AND
               WSLookupCode <= WSCodeHigh (WSCodeIdx)
               MOVE WSCodeDesc (WSCodeIdx) TO WSFoundDesc
           END-IF.
