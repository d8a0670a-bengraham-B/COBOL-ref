       >> SOURCE FORMAT FREE
       identification division.
       program-id. ITEMMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT ItemFile ASSIGN TO "Items.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSItemFileStatus.

           SELECT ItemAuditFile ASSIGN TO "ItemAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.

       data division.

       FILE SECTION.
       FD ItemFile.
       COPY ITEMREC.

       FD ItemAuditFile.
       01 ItemAuditRecord.
           02 IADate PIC 9(8).
           02 IATime PIC 9(8).
           02 IAOperator PIC X(8).
           02 IAAction PIC X(6).
           02 IAItemCode PIC X(8).
           02 IAEffDate PIC 9(8).
           02 IAOldPrice PIC 9(4)V99.
           02 IANewPrice PIC 9(4)V99.
           02 IADescription PIC X(30).
           02 IAUnitOfMeasure PIC X(4).

       WORKING-STORAGE SECTION.
       01 WSItemFileStatus PIC X(2) VALUE "00".
       01 WSAuditFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModePrice VALUE "P" "p".
           88 WSModeList VALUE "L" "l".
           88 WSModeExit VALUE "X" "x".
       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
       01 WSProgramName PIC X(8) VALUE "ITEMMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSToday PIC 9(8) VALUE 0.
       01 WSNewCode PIC X(8) VALUE SPACES.
       01 WSNewEffDate PIC 9(8) VALUE 0.
       01 WSNewDescription PIC X(30) VALUE SPACES.
       01 WSNewUnit PIC X(4) VALUE SPACES.
       01 WSNewPrice PIC 9(4)V99 VALUE 0.
       01 WSAuditAction PIC X(6) VALUE SPACES.
       01 WSItemCount PIC 9(5) VALUE 0.

      *>   What is on file for the keyed item - whether it exists,
      *>   its latest record (the description and unit a price
      *>   change keeps by default, and the price it replaces),
      *>   and whether the keyed date already carries a change.
       01 WSItemSeen PIC A(1) VALUE "N".
       01 WSClashSeen PIC A(1) VALUE "N".
       01 WSLatestEffDate PIC 9(8) VALUE 0.
       01 WSLatestDescription PIC X(30) VALUE SPACES.
       01 WSLatestUnit PIC X(4) VALUE SPACES.
       01 WSLatestPrice PIC 9(4)V99 VALUE 0.

      *>   Shared DATECALC call area.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       01 WSPriceOut PIC Z,ZZ9.99.

      *>   Item master maintenance - the items billing sells, each
      *>   with a description, unit of measure and effective-dated
      *>   list price, so a Price.dat line carries an item code
      *>   and quantity instead of a retyped unit price and the
      *>   invoice can say what was bought. A new item is added
      *>   once; a price change is appended with the date it takes
      *>   over, never backdated before the business date so a
      *>   batch already priced stays defensible. Every add and
      *>   change lands on ItemAudit.dat with who keyed it and
      *>   when.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSToday

       PERFORM RUN-ONE-ITEM-MODE UNTIL WSModeExit.

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

       RUN-ONE-ITEM-MODE.
           DISPLAY SPACES
           DISPLAY "Items - (A)dd item, (P)rice change, (L)ist, "
               "e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-ITEM
               WHEN WSModePrice PERFORM CHANGE-ITEM-PRICE
               WHEN WSModeList PERFORM LIST-ITEMS
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, P, L or X"
           END-EVALUATE.

       ACCEPT-ITEM-CODE.
           DISPLAY "Item code: " WITH NO ADVANCING
           ACCEPT WSNewCode
           INSPECT WSNewCode CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       ACCEPT-EFFECTIVE-DATE.
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WSNewEffDate
           MOVE "V" TO WSDcAction
           MOVE WSNewEffDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus.

       ADD-ITEM.
           PERFORM ACCEPT-ITEM-CODE
           PERFORM SCAN-ITEM-FILE
           IF WSNewCode = SPACES
               DISPLAY "An item code is required - nothing added"
           ELSE
           IF WSItemSeen = "Y"
               DISPLAY "Item " WSNewCode " is already on file - "
                   "use (P)rice change"
           ELSE
               DISPLAY "Description: " WITH NO ADVANCING
               ACCEPT WSNewDescription
               DISPLAY "Unit of measure (e.g. EACH, KG, HR): "
                   WITH NO ADVANCING
               ACCEPT WSNewUnit
               INSPECT WSNewUnit CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "List price per unit: " WITH NO ADVANCING
               ACCEPT WSNewPrice
               PERFORM ACCEPT-EFFECTIVE-DATE
               MOVE 0 TO WSLatestPrice
               MOVE "ADD" TO WSAuditAction
               PERFORM VALIDATE-AND-APPEND
           END-IF
           END-IF.

       CHANGE-ITEM-PRICE.
           PERFORM ACCEPT-ITEM-CODE
           PERFORM SCAN-ITEM-FILE
           IF WSItemSeen = "N"
               DISPLAY "Item " WSNewCode " is not on file - "
                   "use (A)dd item"
           ELSE
               MOVE WSLatestPrice TO WSPriceOut
               DISPLAY "Current: " WSLatestDescription " "
                   WSLatestUnit " " WSPriceOut
                   " effective " WSLatestEffDate
               DISPLAY "New list price per unit: "
                   WITH NO ADVANCING
               ACCEPT WSNewPrice
               DISPLAY "New description (blank = keep): "
                   WITH NO ADVANCING
               ACCEPT WSNewDescription
               IF WSNewDescription = SPACES
                   MOVE WSLatestDescription TO WSNewDescription
               END-IF
               MOVE WSLatestUnit TO WSNewUnit
               PERFORM ACCEPT-EFFECTIVE-DATE
               PERFORM CHECK-DATE-CLASH
               MOVE "PRICE" TO WSAuditAction
               PERFORM VALIDATE-AND-APPEND
           END-IF.

       VALIDATE-AND-APPEND.
           EVALUATE TRUE
               WHEN WSNewDescription = SPACES
                   DISPLAY "A description is required - "
                       "nothing added"
               WHEN WSNewUnit = SPACES
                   DISPLAY "A unit of measure is required - "
                       "nothing added"
               WHEN WSNewPrice = 0
                   DISPLAY "A nonzero list price is required - "
                       "nothing added"
               WHEN WSDcStatus NOT = 0
                   DISPLAY "Effective date is not a valid date - "
                       "nothing added"
               WHEN WSNewEffDate < WSToday
                   DISPLAY "Effective date is before today's "
                       "business date " WSToday " - nothing added"
               WHEN WSClashSeen = "Y"
                   DISPLAY "Item " WSNewCode " already has a price "
                       "effective " WSNewEffDate " - nothing added"
               WHEN OTHER
                   PERFORM APPEND-ITEM-RECORD
           END-EVALUATE.

       SCAN-ITEM-FILE.
           MOVE "N" TO WSItemSeen
           MOVE "N" TO WSClashSeen
           MOVE 0 TO WSLatestEffDate
           MOVE SPACES TO WSLatestDescription
           MOVE SPACES TO WSLatestUnit
           MOVE 0 TO WSLatestPrice
           MOVE "N" TO WSEOF
           OPEN INPUT ItemFile
           IF WSItemFileStatus = "00"
               PERFORM SCAN-ONE-ITEM UNTIL WSEOF = "Y"
               CLOSE ItemFile
           END-IF.

       SCAN-ONE-ITEM.
           READ ItemFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ItemCode = WSNewCode
                       IF WSItemSeen = "N" OR
                           ItemEffDate > WSLatestEffDate
                           MOVE ItemEffDate TO WSLatestEffDate
                           MOVE ItemDescription
                               TO WSLatestDescription
                           MOVE ItemUnitOfMeasure TO WSLatestUnit
                           MOVE ItemListPrice TO WSLatestPrice
                       END-IF
                       MOVE "Y" TO WSItemSeen
                   END-IF
           END-READ.

       CHECK-DATE-CLASH.
           MOVE "N" TO WSClashSeen
           MOVE "N" TO WSEOF
           OPEN INPUT ItemFile
           IF WSItemFileStatus = "00"
               PERFORM CHECK-ONE-ITEM-DATE
                   UNTIL WSEOF = "Y" OR WSClashSeen = "Y"
               CLOSE ItemFile
           END-IF.

       CHECK-ONE-ITEM-DATE.
           READ ItemFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF ItemCode = WSNewCode AND
                       ItemEffDate = WSNewEffDate
                       MOVE "Y" TO WSClashSeen
                   END-IF
           END-READ.

       APPEND-ITEM-RECORD.
           MOVE WSNewCode TO ItemCode
           MOVE WSNewEffDate TO ItemEffDate
           MOVE WSNewDescription TO ItemDescription
           MOVE WSNewUnit TO ItemUnitOfMeasure
           MOVE WSNewPrice TO ItemListPrice
           MOVE WSOperatorID TO ItemEnteredBy
           MOVE WSToday TO ItemEnteredDate
           OPEN EXTEND ItemFile
           IF WSItemFileStatus NOT = "00"
               OPEN OUTPUT ItemFile
           END-IF
           WRITE ItemRecord
           CLOSE ItemFile
           PERFORM WRITE-ITEM-AUDIT
           MOVE WSNewPrice TO WSPriceOut
           DISPLAY "Item " WSNewCode " list price " WSPriceOut
               " per " WSNewUnit " effective " WSNewEffDate.

       WRITE-ITEM-AUDIT.
           ACCEPT IADate FROM DATE YYYYMMDD
           ACCEPT IATime FROM TIME
           MOVE WSOperatorID TO IAOperator
           MOVE WSAuditAction TO IAAction
           MOVE WSNewCode TO IAItemCode
           MOVE WSNewEffDate TO IAEffDate
           MOVE WSLatestPrice TO IAOldPrice
           MOVE WSNewPrice TO IANewPrice
           MOVE WSNewDescription TO IADescription
           MOVE WSNewUnit TO IAUnitOfMeasure
           OPEN EXTEND ItemAuditFile
           IF WSAuditFileStatus NOT = "00"
               OPEN OUTPUT ItemAuditFile
           END-IF
           WRITE ItemAuditRecord
           CLOSE ItemAuditFile.

       LIST-ITEMS.
           MOVE 0 TO WSItemCount
           MOVE "N" TO WSEOF
           OPEN INPUT ItemFile
           IF WSItemFileStatus NOT = "00"
               DISPLAY "No items are on file yet"
           ELSE
               DISPLAY "ITEM     EFFECTIVE DESCRIPTION"
                   "                    UNIT    PRICE BY"
               PERFORM LIST-ONE-ITEM UNTIL WSEOF = "Y"
               CLOSE ItemFile
               DISPLAY "Item price records on file: " WSItemCount
           END-IF.

       LIST-ONE-ITEM.
           READ ItemFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   ADD 1 TO WSItemCount
                   MOVE ItemListPrice TO WSPriceOut
                   DISPLAY ItemCode " " ItemEffDate " "
                       ItemDescription " " ItemUnitOfMeasure " "
                       WSPriceOut " " ItemEnteredBy
           END-READ.
