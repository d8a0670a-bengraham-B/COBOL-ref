           ACCESS IS DYNAMIC
           RECORD KEY IS XrefSSN
           FILE STATUS IS WSXrefFileStatus.

           SELECT ProductFile ASSIGN TO "Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSProdFileStatus.

           SELECT EntityFile ASSIGN TO "Entities.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EntIDNum
           FILE STATUS IS WSEntFileStatus.

           SELECT RegXrefFile ASSIGN TO "RegXref.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XrefRegNumber
           FILE STATUS IS WSRegXrefStatus.

           SELECT ContactHistFile ASSIGN TO "ContactHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSContactFileStatus.
       data division.

       FILE SECTION.
       FD SsnXrefFile.
       COPY SSNXREC.

       FD ProductFile.
       COPY PRODREC.

       FD EntityFile.
       COPY ENTREC.

       FD RegXrefFile.
       COPY REGXREC.

       FD ContactHistFile.
       COPY CONTHIST.

       WORKING-STORAGE SECTION.
       COPY CUSTWS.

       01 WSHolderAge PIC S9(3) VALUE 0.
       01 WSJrnAction PIC X(6) VALUE SPACES.
       01 WSAuditAction PIC X(6) VALUE SPACES.
       01 WSJrnBefore PIC X(139) VALUE SPACES.
       01 WSJrnAfter PIC X(139) VALUE SPACES.
       01 WSTranEOF PIC A(1) VALUE "N".
       01 WSDeleteBlocked PIC A(1) VALUE "N".
       01 WSHistoryCount PIC 9(5) VALUE 0.
       01 WSProdFileStatus PIC X(2) VALUE "00".
       01 WSProdEOF PIC A(1) VALUE "N".

      *>   Legal-entity customers - the entity's own details are
      *>   captured alongside the master record, and its
      *>   registration number is held unique on RegXref.dat.
       01 WSEntFileStatus PIC X(2) VALUE "00".
       01 WSRegXrefStatus PIC X(2) VALUE "00".
       01 WSRegTaken PIC A(1) VALUE "N".
       01 WSNewRegName PIC X(60) VALUE SPACES.
       01 WSNewRegNumber PIC X(15) VALUE SPACES.
       01 WSNewIncDate PIC 9(8) VALUE 0.
       01 WSNewEntType PIC X(1) VALUE SPACE.
       01 WSTodayDate PIC 9(8) VALUE 0.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

      *>   Staff conflict of interest - an operator may not maintain
      *>   a customer they are connected to (their own record, a
      *>   declared relative's, or one they stand behind on the
      *>   account); STAFFCHK decides, and the refusal is audited.
       01 WSStaffAccount PIC 9(5) VALUE 0.
       01 WSStaffOwner PIC 9(5) VALUE 0.
       01 WSStaffGuardian PIC 9(5) VALUE 0.
       01 WSStaffStatus PIC 99 VALUE 0.
       01 WSStaffParty PIC 9(5) VALUE 0.
       01 WSStaffConnected PIC A(1) VALUE "N".

      *>   Contact-detail changes - an address or phone change is
      *>   kept on ContactHistory.dat with the value it replaced,
      *>   the nightly letter run confirms it to the old and the new
      *>   address, and for a cooling-off period CONTCHK holds
      *>   cheque books, drafts and new payees for a supervisor.
       01 WSContactFileStatus PIC X(2) VALUE "00".
       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSNewAddress PIC X(30) VALUE SPACES.
       01 WSNewPhone PIC X(12) VALUE SPACES.
       01 WSOldAddress PIC X(30) VALUE SPACES.
       01 WSOldPhone PIC X(12) VALUE SPACES.
       01 WSContactChanged PIC A(1) VALUE "N".

      *>   One unified menu for every customer maintenance mode -
      *>   Add, Read, Update and Delete all share the same operator
      *>   living in its own one-shot program.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       CALL 'BUSDATE' USING WSBusinessDate

       OPEN I-O CustomerFile
       IF WSFileStatus = "35"
           OPEN I-O SsnXrefFile
       END-IF

       OPEN I-O EntityFile
       IF WSEntFileStatus = "35"
           OPEN OUTPUT EntityFile
           CLOSE EntityFile
           OPEN I-O EntityFile
       END-IF

       OPEN I-O RegXrefFile
       IF WSRegXrefStatus = "35"
           OPEN OUTPUT RegXrefFile
           CLOSE RegXrefFile
           OPEN I-O RegXrefFile
       END-IF

       PERFORM RUN-ONE-CUSTOMER-MODE UNTIL WSModeExit

       CLOSE CustomerFile
       CLOSE SsnXrefFile
       CLOSE EntityFile
       CLOSE RegXrefFile.

       STOP RUN.

                       DISPLAY "Customer ID " IDNum " not found"
                   NOT INVALID KEY
                       DISPLAY CustomerData
                       IF CustLegalEntity
                           PERFORM SHOW-ENTITY-DETAILS
                       END-IF
               END-READ
           END-IF.

       SHOW-ENTITY-DETAILS.
           MOVE IDNum TO EntIDNum
           READ EntityFile
               INVALID KEY
                   DISPLAY "Legal entity - no entity record on file"
               NOT INVALID KEY
                   DISPLAY "Registered name: " EntRegName
                   DISPLAY "Registration no: " EntRegNumber
                       "  incorporated " EntIncDate
                       "  type " EntType
           END-READ.

       LIST-ALL-CUSTOMERS.
           MOVE "N" TO WSListEOF
           MOVE 0 TO IDNum

      *>     One person, one SSN - an SSN already on the
      *>     cross-reference refuses the add outright, where the
      *>     sound-alike check above only warns. A legal entity is
      *>     held to one registration number the same way.
           MOVE "N" TO WSSSNTaken
           MOVE "N" TO WSRegTaken
           IF CustLegalEntity
               PERFORM CHECK-REG-NUMBER-AVAILABLE
           ELSE
               PERFORM CHECK-SSN-AVAILABLE
           END-IF
           IF WSSSNTaken = "Y"
               DISPLAY "SSN " CustSSN " already belongs to customer "
                   XrefIDNum " - record not added"
           END-IF
           IF WSRegTaken = "Y"
               DISPLAY "Registration number " WSNewRegNumber
                   " already belongs to customer " XrefRegIDNum
                   " - record not added"
           END-IF
           IF WSSSNTaken = "N" AND WSRegTaken = "N"
      *>         The record key is IDNum, so the WRITE itself will
      *>         refuse a duplicate key - we just have to notice and
      *>         report it.
                   MOVE SPACES TO WSJrnBefore
                   MOVE CustomerData TO WSJrnAfter
                   PERFORM WRITE-JOURNAL-RECORD
                   IF CustLegalEntity
                       PERFORM ADD-ENTITY-RECORD
                   ELSE
                       PERFORM ADD-SSN-TO-XREF
                   END-IF
                   MOVE "ADD" TO WSAuditAction
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM UPDATE-CUSTOMER-CONTROL
                   DISPLAY "Unable to add SSN to cross-reference"
           END-WRITE.

       CHECK-REG-NUMBER-AVAILABLE.
           MOVE "N" TO WSRegTaken
           MOVE WSNewRegNumber TO XrefRegNumber
           READ RegXrefFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WSRegTaken
           END-READ.

       ADD-ENTITY-RECORD.
           MOVE IDNum TO EntIDNum
           MOVE WSNewRegName TO EntRegName
           MOVE WSNewRegNumber TO EntRegNumber
           MOVE WSNewIncDate TO EntIncDate
           MOVE WSNewEntType TO EntType
           ACCEPT EntAddedDate FROM DATE YYYYMMDD
           MOVE WSOperatorID TO EntAddedBy
           WRITE EntityRecord
               INVALID KEY
                   REWRITE EntityRecord
                       INVALID KEY
                           DISPLAY "Unable to record entity details"
                   END-REWRITE
           END-WRITE
           MOVE WSNewRegNumber TO XrefRegNumber
           MOVE IDNum TO XrefRegIDNum
           WRITE RegXrefRecord
               INVALID KEY
                   DISPLAY "Unable to add registration number to "
                       "cross-reference"
           END-WRITE
           DISPLAY "Directors and beneficial owners are registered "
               "through entity party maintenance".

       UPDATE-CUSTOMER-CONTROL.
      *>     Customer.ctl is a one-record trailer kept alongside
      *>     Customer.dat - every successful add rolls the new IDNum
       GET-CUSTOMER-FIELDS.
           DISPLAY "Customer ID" WITH NO ADVANCING
           ACCEPT IDNum
           DISPLAY "Customer type - (P)erson or legal (E)ntity "
               "(default P)" WITH NO ADVANCING
           ACCEPT CustType
           IF CustType = "e"
               MOVE "E" TO CustType
           END-IF
           IF NOT CustLegalEntity
               MOVE "P" TO CustType
           END-IF
           IF CustLegalEntity
               PERFORM GET-ENTITY-FIELDS
           ELSE
               PERFORM GET-PERSON-FIELDS
           END-IF
           DISPLAY "Address" WITH NO ADVANCING
           ACCEPT CustAddress
           DISPLAY "Phone" WITH NO ADVANCING
           ACCEPT Phone
           DISPLAY "Product code (SAV/CHQ/STF, default CHQ)" WITH
               NO ADVANCING
           ACCEPT CustProductCode
           IF CustProductCode = SPACES
               MOVE "CHQ" TO CustProductCode
           END-IF
           PERFORM SET-ACCOUNT-CURRENCY
           IF CustLegalEntity
               MOVE ZERO TO CustGuardianID
           ELSE
               PERFORM GET-GUARDIAN-IF-MINOR
           END-IF
           SET AcctActive TO TRUE
           MOVE SPACE TO CustMailHold
           MOVE ZERO TO CustMailHoldDate
           MOVE ZERO TO CustBalance.

       GET-PERSON-FIELDS.
           DISPLAY "Customer First Name" WITH NO ADVANCING
           ACCEPT FirstName
           DISPLAY "Customer Last Name" WITH NO ADVANCING
           ACCEPT LastName
           DISPLAY "Social Security Number (AAAGGSSSS)" WITH NO ADVANCING
           ACCEPT CustSSN
           DISPLAY "Date of Birth (MMDDYYYY)" WITH NO ADVANCING
           ACCEPT CustBirthDate.

      *>     An entity has no SSN or birth date; the master carries
      *>     the first 30 characters of its registered name.
       GET-ENTITY-FIELDS.
           DISPLAY "Registered name" WITH NO ADVANCING
           ACCEPT WSNewRegName
           DISPLAY "Registration number" WITH NO ADVANCING
           ACCEPT WSNewRegNumber
           DISPLAY "Date of incorporation (YYYYMMDD)" WITH NO ADVANCING
           ACCEPT WSNewIncDate
           DISPLAY "Entity type - (C)ompany, (T)rust, (P)artnership, "
               "clu(K) or society, (O)ther" WITH NO ADVANCING
           ACCEPT WSNewEntType
           MOVE WSNewRegName (1:15) TO FirstName
           MOVE WSNewRegName (16:15) TO LastName
           MOVE ZERO TO CustSSN
           MOVE ZERO TO CustBirthDate.

       GET-GUARDIAN-IF-MINOR.
      *>     Same birth-year arithmetic the voting-age check uses -
      *>     an account holder under 18 needs a guardian on record.
               ACCEPT CustGuardianID
           END-IF.

      *>     The account is held in its product's currency; a code
      *>     not on the catalog opens in home currency.
       SET-ACCOUNT-CURRENCY.
           MOVE "ZAR" TO CustCurrency
           MOVE "N" TO WSProdEOF
           OPEN INPUT ProductFile
           IF WSProdFileStatus = "00"
               PERFORM CHECK-ONE-PRODUCT-CURRENCY
                   UNTIL WSProdEOF = "Y"
               CLOSE ProductFile
           END-IF.

       CHECK-ONE-PRODUCT-CURRENCY.
           READ ProductFile
               AT END MOVE "Y" TO WSProdEOF
               NOT AT END
                   IF ProdCode = CustProductCode AND
                       ProdCurrency NOT = SPACES
                       MOVE ProdCurrency TO CustCurrency
                   END-IF
           END-READ.

       VALIDATE-CUSTOMER-FIELDS.
           MOVE "Y" TO WSFieldsValid
           IF IDNum IS NOT NUMERIC
               DISPLAY "Customer ID must be numeric - please re-enter"
               MOVE "N" TO WSFieldsValid
           END-IF
           IF CustLegalEntity
               PERFORM VALIDATE-ENTITY-FIELDS
           ELSE
               PERFORM VALIDATE-PERSON-FIELDS
           END-IF.

       VALIDATE-PERSON-FIELDS.
           IF FirstName = SPACES
               DISPLAY "First Name cannot be blank - please re-enter"
               MOVE "N" TO WSFieldsValid
               MOVE "N" TO WSFieldsValid
           END-IF.

       VALIDATE-ENTITY-FIELDS.
           IF WSNewRegName = SPACES
               DISPLAY "Registered name cannot be blank - please "
                   "re-enter"
               MOVE "N" TO WSFieldsValid
           END-IF
           IF WSNewRegNumber = SPACES
               DISPLAY "Registration number cannot be blank - please "
                   "re-enter"
               MOVE "N" TO WSFieldsValid
           END-IF
           MOVE "V" TO WSDcAction
           MOVE WSNewIncDate TO WSDcDate1
           CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
               WSDcAmount, WSDcStatus
           ACCEPT WSTodayDate FROM DATE YYYYMMDD
           IF WSDcStatus NOT = 0 OR WSNewIncDate > WSTodayDate
               DISPLAY "Date of incorporation must be a valid date "
                   "not in the future - please re-enter"
               MOVE "N" TO WSFieldsValid
           END-IF
           MOVE WSNewEntType TO EntType
           INSPECT EntType CONVERTING "ctpko" TO "CTPKO"
           IF NOT EntTypeValid
               DISPLAY "Entity type must be C, T, P, K or O - please "
                   "re-enter"
               MOVE "N" TO WSFieldsValid
           ELSE
               MOVE EntType TO WSNewEntType
           END-IF.

       UPDATE-CUSTOMER.
           DISPLAY "Customer ID to update" WITH NO ADVANCING
           ACCEPT IDNum
                   DISPLAY "Customer ID " IDNum " not found"
           END-READ

           IF WSRecordFound = "Y"
               PERFORM CHECK-STAFF-CONNECTION
               IF WSStaffConnected = "Y"
                   MOVE "N" TO WSRecordFound
               END-IF
           END-IF

           IF WSRecordFound = "Y"
      *>         The full before image is captured before the fields
      *>         change - once the REWRITE lands, the old values
      *>         exist nowhere else.
               MOVE CustomerData TO WSJrnBefore
               IF CustLegalEntity
                   PERFORM UPDATE-REGISTERED-NAME
               ELSE
                   DISPLAY "New First Name" WITH NO ADVANCING
                   ACCEPT FirstName
                   DISPLAY "New Last Name" WITH NO ADVANCING
                   ACCEPT LastName
               END-IF
               PERFORM GET-CONTACT-CHANGES
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "Unable to update customer " IDNum
                       MOVE "UPDATE" TO WSJrnAction
                       MOVE CustomerData TO WSJrnAfter
                       PERFORM WRITE-JOURNAL-RECORD
                       IF WSContactChanged = "Y"
                           PERFORM RECORD-CONTACT-CHANGES
                       END-IF
               END-REWRITE
               DISPLAY "Customer ID " IDNum " updated"
           END-IF.

      *>   Blank keeps what is on file. A new address is one the
      *>   customer has just given us, so any mail hold on the old
      *>   one comes off with it.
       GET-CONTACT-CHANGES.
           MOVE "N" TO WSContactChanged
           MOVE CustAddress TO WSOldAddress
           MOVE Phone TO WSOldPhone
           DISPLAY "Address on file: " CustAddress
           DISPLAY "New address (blank keeps it)" WITH NO ADVANCING
           MOVE SPACES TO WSNewAddress
           ACCEPT WSNewAddress
           IF WSNewAddress NOT = SPACES AND
              WSNewAddress NOT = CustAddress
               MOVE WSNewAddress TO CustAddress
               MOVE SPACE TO CustMailHold
               MOVE 0 TO CustMailHoldDate
               MOVE "Y" TO WSContactChanged
           END-IF
           DISPLAY "Phone on file: " Phone
           DISPLAY "New phone (blank keeps it)" WITH NO ADVANCING
           MOVE SPACES TO WSNewPhone
           ACCEPT WSNewPhone
           IF WSNewPhone NOT = SPACES AND WSNewPhone NOT = Phone
               MOVE WSNewPhone TO Phone
               MOVE "Y" TO WSContactChanged
           END-IF.

       RECORD-CONTACT-CHANGES.
           IF CustAddress NOT = WSOldAddress
               MOVE "A" TO ChField
               MOVE WSOldAddress TO ChOldValue
               MOVE CustAddress TO ChNewValue
               PERFORM WRITE-CONTACT-HISTORY
               MOVE "ADDRCH" TO WSAuditAction
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF Phone NOT = WSOldPhone
               MOVE "P" TO ChField
               MOVE WSOldPhone TO ChOldValue
               MOVE Phone TO ChNewValue
               PERFORM WRITE-CONTACT-HISTORY
               MOVE "PHONCH" TO WSAuditAction
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           DISPLAY "Contact details changed - confirmation letters "
               "go to the old and new address tonight"
           DISPLAY "Cheque books, drafts and new payees on this "
               "customer need a supervisor for the next 30 days".

       WRITE-CONTACT-HISTORY.
           MOVE IDNum TO ChIDNum
           MOVE WSBusinessDate TO ChEffDate
           ACCEPT ChTime FROM TIME
           MOVE WSOperatorID TO ChOperator
           MOVE WSProgramName TO ChProgram
           SET ChLetterPending TO TRUE
           OPEN EXTEND ContactHistFile
           IF WSContactFileStatus NOT = "00"
               OPEN OUTPUT ContactHistFile
           END-IF
           WRITE ContactHistoryRecord
           CLOSE ContactHistFile.

      *>   An entity's name change is a change of registered name -
      *>   the entity record takes the full name, the master the
      *>   first 30 characters of it.
       UPDATE-REGISTERED-NAME.
           DISPLAY "New registered name" WITH NO ADVANCING
           ACCEPT WSNewRegName
           IF WSNewRegName NOT = SPACES
               MOVE WSNewRegName (1:15) TO FirstName
               MOVE WSNewRegName (16:15) TO LastName
               MOVE IDNum TO EntIDNum
               READ EntityFile
                   INVALID KEY
                       DISPLAY "No entity record on file - master "
                           "name changed only"
                   NOT INVALID KEY
                       MOVE WSNewRegName TO EntRegName
                       REWRITE EntityRecord
                           INVALID KEY
                               DISPLAY "Unable to update entity record"
                       END-REWRITE
               END-READ
           END-IF.

      *>   A delete only goes through for a customer with nothing
      *>   behind it - a nonzero balance or any transaction history
      *>   refuses with a steer to the proper closure path (set the
                           "year-end archive carry it off instead."
                       MOVE "Y" TO WSDeleteBlocked
                   END-IF
                   IF WSDeleteBlocked = "N"
                       PERFORM CHECK-STAFF-CONNECTION
                       MOVE WSStaffConnected TO WSDeleteBlocked
                   END-IF
           END-READ

           IF WSDeleteBlocked = "N"
               INVALID KEY
                   DISPLAY "Customer ID " IDNum " not found"
               NOT INVALID KEY
                   PERFORM CHECK-STAFF-CONNECTION
                   IF WSStaffConnected = "Y"
                       CONTINUE
                   ELSE
                       PERFORM ASK-NEW-ACCOUNT-STATUS
                   END-IF
           END-READ.

       ASK-NEW-ACCOUNT-STATUS.
           DISPLAY "Current status: " AcctStatus
           DISPLAY "New status - (A)ctive (C)losed (F)rozen "
               "(D)ormant" WITH NO ADVANCING
           ACCEPT WSNewStatus
           IF WSNewStatus NOT = "A" AND WSNewStatus NOT = "C"
               AND WSNewStatus NOT = "F" AND
               WSNewStatus NOT = "D"
               DISPLAY "Enter A, C, F or D - nothing changed"
           ELSE
               IF WSNewStatus = "F" OR AcctFrozen
                   MOVE SPACES TO PendingApprovalRecord
                   MOVE "STATUS" TO AppAction
                   MOVE IDNum TO AppCustomerID
                   MOVE WSNewStatus TO AppNewStatus
                   MOVE 0 TO AppAmount
                   MOVE 0 TO AppHomeAmount
                   PERFORM QUEUE-APPROVAL-ITEM
                   DISPLAY "Status change to " WSNewStatus
                       " queued as approval item " WSApprItem
               ELSE
                   MOVE CustomerData TO WSJrnBefore
                   MOVE WSNewStatus TO AcctStatus
                   REWRITE CustomerData
                       INVALID KEY
                           DISPLAY "Unable to update status"
                       NOT INVALID KEY
                           MOVE "STATUS" TO WSJrnAction
                           MOVE CustomerData TO WSJrnAfter
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE "STATUS" TO WSAuditAction
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY "Status of " IDNum
                               " set to " WSNewStatus
                   END-REWRITE
               END-IF
           END-IF.

       CHECK-STAFF-CONNECTION.
           MOVE "N" TO WSStaffConnected
           MOVE IDNum TO WSStaffAccount
           MOVE 0 TO WSStaffOwner
           MOVE 0 TO WSStaffGuardian
           IF CustOwnerID IS NUMERIC
               MOVE CustOwnerID TO WSStaffOwner
           END-IF
           IF CustGuardianID IS NUMERIC
               MOVE CustGuardianID TO WSStaffGuardian
           END-IF
           CALL 'STAFFCHK' USING WSOperatorID, WSStaffAccount,
               WSStaffOwner, WSStaffGuardian, WSStaffStatus,
               WSStaffParty
           IF WSStaffStatus NOT = 0
               MOVE "Y" TO WSStaffConnected
               DISPLAY "Operator " WSOperatorID " is connected to "
                   "customer " IDNum " through customer " WSStaffParty
               DISPLAY "Maintenance refused - another operator must "
                   "make this change"
               MOVE "STFREF" TO WSAuditAction
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       QUEUE-APPROVAL-ITEM.
           PERFORM NEXT-APPROVAL-ITEM-NUMBER
           MOVE WSApprItem TO AppItemNumber
