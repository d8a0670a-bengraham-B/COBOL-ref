       >> SOURCE FORMAT FREE
       identification division.
       program-id. ENTMNT.
       environment division.

       INPUT-OUTPUT section.
       FILE-CONTROL.
           SELECT EntityPartyFile ASSIGN TO "EntityParties.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPartyFileStatus.

           SELECT NewEntityPartyFile ASSIGN TO "EntityPartiesNew.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewFileStatus.

           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS CustName WITH DUPLICATES
           FILE STATUS IS WSCustFileStatus.

           SELECT EntityFile ASSIGN TO "Entities.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EntIDNum
           FILE STATUS IS WSEntFileStatus.

           SELECT KycDocFile ASSIGN TO "KycDocs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSKycFileStatus.

           SELECT BlocklistFile ASSIGN TO "Blocklist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBlockFileStatus.

           SELECT AuditFile ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.

       FILE SECTION.
       FD EntityPartyFile.
       COPY ENTPTY.

       FD NewEntityPartyFile.
       01 NewEntityPartyRecord PIC X(41).

       FD CustomerFile.
       COPY CUSTREC.

       FD EntityFile.
       COPY ENTREC.

       FD KycDocFile.
       COPY KYCREC.

       FD BlocklistFile.
       COPY BLOCKREC.

       FD AuditFile.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WSPartyFileStatus PIC X(2) VALUE "00".
       01 WSNewFileStatus PIC X(2) VALUE "00".
       01 WSCustFileStatus PIC X(2) VALUE "00".
       01 WSEntFileStatus PIC X(2) VALUE "00".
       01 WSKycFileStatus PIC X(2) VALUE "00".
       01 WSBlockFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSMode PIC X(1) VALUE SPACE.
           88 WSModeAdd VALUE "A" "a".
           88 WSModeList VALUE "L" "l".
           88 WSModeCease VALUE "C" "c".
           88 WSModeExit VALUE "X" "x".

       01 WSOperatorID PIC X(8) VALUE SPACES.
       01 WSOperatorPassword PIC X(8) VALUE SPACES.
       01 WSSignOnStatus PIC 99 VALUE 99.
           88 WSSignOnOK VALUE 0.
           88 WSSignOnLocked VALUE 91.
           88 WSSignOnExpired VALUE 92.
       01 WSOperatorRole PIC X(1) VALUE SPACE.
           88 WSOperatorIsSupervisor VALUE "S".
       01 WSProgramName PIC X(8) VALUE "ENTMNT".
       01 WSOperatorBranch PIC X(4) VALUE SPACES.

       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSEntityID PIC 9(5) VALUE 0.
       01 WSPartyID PIC 9(5) VALUE 0.
       01 WSNewRole PIC X(1) VALUE SPACE.
           88 WSNewRoleValid VALUE "D" "B".
       01 WSNewPct PIC 9(3) VALUE 0.
       01 WSMinOwnerPct PIC 9(3) VALUE 25.
       01 WSPartyCount PIC 9(5) VALUE 0.
       01 WSDirectorCount PIC 9(5) VALUE 0.
       01 WSOwnedPct PIC 9(5)V99 VALUE 0.
       01 WSEntitySeen PIC A(1) VALUE "N".
       01 WSPartySeen PIC A(1) VALUE "N".
       01 WSAlreadyLinked PIC A(1) VALUE "N".
       01 WSCeasedOne PIC A(1) VALUE "N".
       01 WSPartyName PIC X(32) VALUE SPACES.

      *>   The party's identity documents - at least one on the
      *>   KYC register must still be current.
       01 WSKycCurrent PIC A(1) VALUE "N".
       01 WSKycEOF PIC A(1) VALUE "N".

      *>   Blocklist screening - the same full-name or surname
      *>   SOUNDEX match the teller path and inbound clearing use.
       01 WSScreenName PIC X(30) VALUE SPACES.
       01 WSScreenSurname PIC X(15) VALUE SPACES.
       01 WSScreenSoundex PIC X(4) VALUE SPACES.
       01 WSScreenHit PIC A(1) VALUE "N".
       01 WSScreenRef PIC X(20) VALUE SPACES.
       01 WSScreenEOF PIC A(1) VALUE "N".

       01 WSChkAction PIC X(1) VALUE SPACE.
       01 WSChkID PIC 9(5) VALUE 0.
       01 WSChkStatus PIC 99 VALUE 0.

      *>   Entity party maintenance - the directors and beneficial
      *>   owners (25% or more) behind a legal-entity customer.
      *>   Every party is a natural-person customer of its own, so
      *>   it is linked only once it is documented on the KYC
      *>   register and clear of the blocklist - the same tests a
      *>   person opening an account meets - and the nightly
      *>   sanctions rescreen keeps screening it against the
      *>   entity's account from then on. Supervisor-only, like
      *>   the account relationships: who controls an entity is
      *>   not a teller call. Changes cut an audit record against
      *>   the entity like every other master maintenance.
       PROCEDURE DIVISION.
       PERFORM OPERATOR-SIGN-ON UNTIL WSSignOnOK
       IF NOT WSOperatorIsSupervisor
           DISPLAY "Entity party maintenance is supervisor-only - "
               "sign-on role does not allow it"
           STOP RUN
       END-IF
       CALL 'BUSDATE' USING WSBusinessDate

       OPEN INPUT CustomerFile
       IF WSCustFileStatus NOT = "00"
           DISPLAY "Customer.dat could not be opened"
           STOP RUN
       END-IF
       OPEN INPUT EntityFile

       PERFORM RUN-ONE-PARTY-MODE UNTIL WSModeExit

       CLOSE CustomerFile
       IF WSEntFileStatus = "00"
           CLOSE EntityFile
       END-IF.

       STOP RUN.

       OPERATOR-SIGN-ON.
           DISPLAY "Supervisor operator ID" WITH NO ADVANCING
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

       RUN-ONE-PARTY-MODE.
           DISPLAY SPACES
           DISPLAY "Entity parties - (A)dd, (L)ist, (C)ease, "
               "e(X)it" WITH NO ADVANCING
           ACCEPT WSMode
           EVALUATE TRUE
               WHEN WSModeAdd PERFORM ADD-ENTITY-PARTY
               WHEN WSModeList PERFORM LIST-ENTITY-PARTIES
               WHEN WSModeCease PERFORM CEASE-ENTITY-PARTY
               WHEN WSModeExit CONTINUE
               WHEN OTHER DISPLAY "Please choose A, L, C or X"
           END-EVALUATE.

       ADD-ENTITY-PARTY.
           DISPLAY "Entity customer ID: " WITH NO ADVANCING
           ACCEPT WSEntityID
           PERFORM CHECK-ENTITY-ON-FILE
           IF WSEntitySeen = "Y"
               DISPLAY "Director or owner customer ID: "
                   WITH NO ADVANCING
               ACCEPT WSPartyID
               PERFORM CHECK-PARTY-ON-FILE
               IF WSPartySeen = "Y"
                   PERFORM CAPTURE-ROLE-AND-CHECK
               END-IF
           END-IF.

       CHECK-ENTITY-ON-FILE.
           MOVE "N" TO WSEntitySeen
           MOVE "V" TO WSChkAction
           MOVE WSEntityID TO WSChkID
           CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           IF WSChkStatus NOT = 0
               DISPLAY "Entity customer ID fails its check digit"
           ELSE
               MOVE WSEntityID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSEntityID " is not on file"
                   NOT INVALID KEY
                       IF NOT CustLegalEntity
                           DISPLAY "Customer " WSEntityID " is a "
                               "person, not a legal entity"
                       ELSE
                           IF AcctClosed
                               DISPLAY "Entity " WSEntityID
                                   " is closed"
                           ELSE
                               MOVE "Y" TO WSEntitySeen
                               PERFORM SHOW-ENTITY-NAME
                           END-IF
                       END-IF
               END-READ
           END-IF.

       SHOW-ENTITY-NAME.
           MOVE WSEntityID TO EntIDNum
           READ EntityFile
               INVALID KEY
                   DISPLAY "Entity " WSEntityID ": " CustName
               NOT INVALID KEY
                   DISPLAY "Entity " WSEntityID ": " EntRegName
                   DISPLAY "Registration " EntRegNumber
                       "  incorporated " EntIncDate
                       "  type " EntType
           END-READ.

       CHECK-PARTY-ON-FILE.
      *>     A party is a person on its own identity record - a
      *>     secondary account carries no identity of its own.
           MOVE "N" TO WSPartySeen
           MOVE "V" TO WSChkAction
           MOVE WSPartyID TO WSChkID
           CALL 'CHKDGT' USING WSChkAction, WSChkID, WSChkStatus
           IF WSChkStatus NOT = 0
               DISPLAY "Customer ID fails its check digit - "
                   "nothing added"
           ELSE
               MOVE WSPartyID TO IDNum
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Customer " WSPartyID " is not on file "
                           "- register the person through customer "
                           "maintenance first"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CustLegalEntity
                               DISPLAY "Customer " WSPartyID " is a "
                                   "legal entity - name the people "
                                   "behind it instead"
                           WHEN AcctClosed
                               DISPLAY "Customer " WSPartyID
                                   " is closed - nothing added"
                           WHEN CustOwnerID IS NUMERIC AND
                                CustOwnerID > 0
                               DISPLAY "Customer " WSPartyID " is a "
                                   "secondary account - use identity "
                                   "record " CustOwnerID
                           WHEN OTHER
                               MOVE "Y" TO WSPartySeen
                               CALL 'FMTNAME' USING FirstName,
                                   LastName, WSPartyName
                       END-EVALUATE
               END-READ
           END-IF.

       CAPTURE-ROLE-AND-CHECK.
           DISPLAY "Role - (D)irector or (B)eneficial owner: "
               WITH NO ADVANCING
           ACCEPT WSNewRole
           IF WSNewRole = "d"
               MOVE "D" TO WSNewRole
           END-IF
           IF WSNewRole = "b"
               MOVE "B" TO WSNewRole
           END-IF
           MOVE 0 TO WSNewPct
           IF WSNewRole = "B"
               DISPLAY "Percentage held (whole percent): "
                   WITH NO ADVANCING
               ACCEPT WSNewPct
           END-IF
           PERFORM TOTAL-CURRENT-PARTIES
           EVALUATE TRUE
               WHEN NOT WSNewRoleValid
                   DISPLAY "Role must be D or B - nothing added"
               WHEN WSNewRole = "B" AND
                    (WSNewPct < WSMinOwnerPct OR WSNewPct > 100)
                   DISPLAY "A beneficial owner holds between "
                       WSMinOwnerPct "% and 100% - nothing added"
               WHEN WSNewRole = "B" AND
                    WSOwnedPct + WSNewPct > 100
                   DISPLAY "Owners on file already hold " WSOwnedPct
                       "% - nothing added"
               WHEN WSAlreadyLinked = "Y"
                   DISPLAY "Customer " WSPartyID " is already on file "
                       "for this entity in that role"
               WHEN OTHER
                   PERFORM CHECK-PARTY-KYC
                   IF WSKycCurrent = "N"
                       DISPLAY "No current identity document for "
                           WSPartyID " on the KYC register - "
                           "register one first; nothing added"
                   ELSE
                       PERFORM SCREEN-PARTY-NAME
                       IF WSScreenHit = "Y"
                           DISPLAY WSPartyName " matches the "
                               "blocklist (" WSScreenRef ") - refer "
                               "to compliance; nothing added"
                       ELSE
                           PERFORM WRITE-ENTITY-PARTY
                       END-IF
                   END-IF
           END-EVALUATE.

       TOTAL-CURRENT-PARTIES.
      *>     What the entity's active owners already hold, and
      *>     whether this party is already on file in this role.
           MOVE 0 TO WSOwnedPct
           MOVE "N" TO WSAlreadyLinked
           MOVE "N" TO WSEOF
           OPEN INPUT EntityPartyFile
           IF WSPartyFileStatus = "00"
               PERFORM TOTAL-ONE-PARTY UNTIL WSEOF = "Y"
               CLOSE EntityPartyFile
           END-IF.

       TOTAL-ONE-PARTY.
           READ EntityPartyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EpEntityID = WSEntityID AND EpActive
                       IF EpBeneficialOwner
                           ADD EpOwnPct TO WSOwnedPct
                       END-IF
                       IF EpPartyID = WSPartyID AND
                          EpRole = WSNewRole
                           MOVE "Y" TO WSAlreadyLinked
                       END-IF
                   END-IF
           END-READ.

       CHECK-PARTY-KYC.
           MOVE "N" TO WSKycCurrent
           MOVE "N" TO WSKycEOF
           OPEN INPUT KycDocFile
           IF WSKycFileStatus = "00"
               PERFORM CHECK-ONE-KYC-DOC
                   UNTIL WSKycEOF = "Y" OR WSKycCurrent = "Y"
               CLOSE KycDocFile
           END-IF.

       CHECK-ONE-KYC-DOC.
           READ KycDocFile
               AT END MOVE "Y" TO WSKycEOF
               NOT AT END
                   IF KycIDNum = WSPartyID AND
                      KycExpiryDate >= WSBusinessDate
                       MOVE "Y" TO WSKycCurrent
                   END-IF
           END-READ.

       SCREEN-PARTY-NAME.
           MOVE SPACES TO WSScreenName
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO WSScreenName
           END-STRING
           MOVE LastName TO WSScreenSurname
           CALL 'SOUNDEX' USING WSScreenSurname, WSScreenSoundex
           MOVE "N" TO WSScreenHit
           MOVE "N" TO WSScreenEOF
           OPEN INPUT BlocklistFile
           IF WSBlockFileStatus = "00"
               PERFORM CHECK-ONE-BLOCK-ENTRY
                   UNTIL WSScreenEOF = "Y" OR WSScreenHit = "Y"
               CLOSE BlocklistFile
           END-IF.

       CHECK-ONE-BLOCK-ENTRY.
           READ BlocklistFile
               AT END MOVE "Y" TO WSScreenEOF
               NOT AT END
                   IF BlkActive
                       IF BlkName = WSScreenName OR
                          BlkSoundex = WSScreenSoundex
                           MOVE "Y" TO WSScreenHit
                           MOVE BlkReference TO WSScreenRef
                       END-IF
                   END-IF
           END-READ.

       WRITE-ENTITY-PARTY.
           MOVE WSEntityID TO EpEntityID
           MOVE WSPartyID TO EpPartyID
           MOVE WSNewRole TO EpRole
           MOVE WSNewPct TO EpOwnPct
           SET EpActive TO TRUE
           MOVE WSBusinessDate TO EpAddedDate
           MOVE WSOperatorID TO EpAddedBy
           MOVE 0 TO EpCeasedDate
           OPEN EXTEND EntityPartyFile
           IF WSPartyFileStatus NOT = "00"
               OPEN OUTPUT EntityPartyFile
           END-IF
           WRITE EntityPartyRecord
           CLOSE EntityPartyFile
           MOVE "EPADD" TO AuditAction
           PERFORM WRITE-PARTY-AUDIT
           IF EpDirector
               DISPLAY WSPartyName " added as director of "
                   WSEntityID
           ELSE
               DISPLAY WSPartyName " added as beneficial owner of "
                   WSEntityID " (" WSNewPct "%)"
           END-IF.

       WRITE-PARTY-AUDIT.
           MOVE WSEntityID TO AuditIDNum
           ACCEPT AuditDate FROM DATE YYYYMMDD
           ACCEPT AuditTime FROM TIME
           MOVE WSOperatorID TO AuditOperator
           OPEN EXTEND AuditFile
               WRITE AuditRecord
           CLOSE AuditFile.

       CEASE-ENTITY-PARTY.
           DISPLAY "Entity customer ID: " WITH NO ADVANCING
           ACCEPT WSEntityID
           DISPLAY "Director or owner customer ID to cease: "
               WITH NO ADVANCING
           ACCEPT WSPartyID
           DISPLAY "Role - (D)irector or (B)eneficial owner: "
               WITH NO ADVANCING
           ACCEPT WSNewRole
           IF WSNewRole = "d"
               MOVE "D" TO WSNewRole
           END-IF
           IF WSNewRole = "b"
               MOVE "B" TO WSNewRole
           END-IF
           MOVE "N" TO WSCeasedOne
           MOVE "N" TO WSEOF
           OPEN INPUT EntityPartyFile
           IF WSPartyFileStatus NOT = "00"
               DISPLAY "No entity parties on file yet"
           ELSE
               OPEN OUTPUT NewEntityPartyFile
               PERFORM COPY-PARTY-CEASING UNTIL WSEOF = "Y"
               CLOSE EntityPartyFile
               CLOSE NewEntityPartyFile
               PERFORM SWAP-PARTY-FILE-BACK
               IF WSCeasedOne = "Y"
                   MOVE "EPCEAS" TO AuditAction
                   PERFORM WRITE-PARTY-AUDIT
                   DISPLAY "Customer " WSPartyID " ceased on entity "
                       WSEntityID
               ELSE
                   DISPLAY "No active " WSNewRole " entry for "
                       WSPartyID " on entity " WSEntityID
               END-IF
           END-IF.

       COPY-PARTY-CEASING.
           READ EntityPartyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EpEntityID = WSEntityID AND
                      EpPartyID = WSPartyID AND
                      EpRole = WSNewRole AND EpActive
                       SET EpCeased TO TRUE
                       MOVE WSBusinessDate TO EpCeasedDate
                       MOVE "Y" TO WSCeasedOne
                   END-IF
                   MOVE EntityPartyRecord TO NewEntityPartyRecord
                   WRITE NewEntityPartyRecord
           END-READ.

       SWAP-PARTY-FILE-BACK.
           OPEN INPUT NewEntityPartyFile
           OPEN OUTPUT EntityPartyFile
           MOVE "N" TO WSEOF
           PERFORM COPY-BACK-ONE-PARTY UNTIL WSEOF = "Y"
           CLOSE NewEntityPartyFile
           CLOSE EntityPartyFile.

       COPY-BACK-ONE-PARTY.
           READ NewEntityPartyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   MOVE NewEntityPartyRecord TO EntityPartyRecord
                   WRITE EntityPartyRecord
           END-READ.

       LIST-ENTITY-PARTIES.
           DISPLAY "Entity customer ID: " WITH NO ADVANCING
           ACCEPT WSEntityID
           PERFORM CHECK-ENTITY-ON-FILE
           IF WSEntitySeen = "Y"
               MOVE 0 TO WSPartyCount
               MOVE 0 TO WSDirectorCount
               MOVE 0 TO WSOwnedPct
               MOVE "N" TO WSEOF
               OPEN INPUT EntityPartyFile
               IF WSPartyFileStatus NOT = "00"
                   DISPLAY "No entity parties on file yet"
               ELSE
                   DISPLAY "PARTY  NAME                             "
                       "ROLE  HELD%   ST  ADDED     CEASED    KYC"
                   PERFORM LIST-ONE-PARTY UNTIL WSEOF = "Y"
                   CLOSE EntityPartyFile
                   DISPLAY "Parties listed: " WSPartyCount
                       "  active directors: " WSDirectorCount
                       "  held by owners on file: " WSOwnedPct "%"
                   IF WSDirectorCount = 0
                       DISPLAY "No active director on file for "
                           WSEntityID
                   END-IF
               END-IF
           END-IF.

       LIST-ONE-PARTY.
           READ EntityPartyFile
               AT END MOVE "Y" TO WSEOF
               NOT AT END
                   IF EpEntityID = WSEntityID
                       ADD 1 TO WSPartyCount
                       IF EpActive AND EpDirector
                           ADD 1 TO WSDirectorCount
                       END-IF
                       IF EpActive AND EpBeneficialOwner
                           ADD EpOwnPct TO WSOwnedPct
                       END-IF
                       MOVE SPACES TO WSPartyName
                       MOVE EpPartyID TO IDNum
                       READ CustomerFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               CALL 'FMTNAME' USING FirstName,
                                   LastName, WSPartyName
                       END-READ
                       MOVE EpPartyID TO WSPartyID
                       PERFORM CHECK-PARTY-KYC
                       DISPLAY EpPartyID "  " WSPartyName " "
                           EpRole "     " EpOwnPct "  " EpStatus
                           "   " EpAddedDate "  " EpCeasedDate "  "
                           WSKycCurrent
                   END-IF
           END-READ.
