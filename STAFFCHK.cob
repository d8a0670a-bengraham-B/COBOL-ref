      * Shared staff conflict-of-interest check, called like SIGNON
      * and FXRATE are. Tells the caller whether an operator is
      * connected to an account - the operator's own customer
      * record (OperCustomerID on Operators.dat), a relative the
      * operator has declared on OperRelatives.dat, or an account
      * either of them stands behind as guardian, joint holder or
      * signatory on AcctRel.dat. A secondary account is judged
      * through its owner, so the caller passes the account's
      * CustOwnerID and CustGuardianID from the record it already
      * has in hand and Customer.dat is never opened here.
      *
      * LStatus 0 - not connected
      *          1 - the operator's own account
      *          2 - a declared relative's account
      *          3 - the operator or a relative is guardian, joint
      *              holder or signatory on the account
      * LPartyID carries the connecting customer ID when LStatus
      * is not zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperFileStatus.

           SELECT OperRelativeFile ASSIGN TO "OperRelatives.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRelFileStatus.

           SELECT AcctRelFile ASSIGN TO "AcctRel.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAcctRelStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY OPERREC.

       FD OperRelativeFile.
       COPY OPERREL.

       FD AcctRelFile.
       COPY RELREC.

       WORKING-STORAGE SECTION.
       01 WSOperFileStatus PIC X(2) VALUE "00".
       01 WSRelFileStatus PIC X(2) VALUE "00".
       01 WSAcctRelStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSIdentityID PIC 9(5) VALUE 0.
       01 WSConnTable.
           02 WSConnEntry OCCURS 51 TIMES INDEXED BY WSConnIdx.
               03 WSConnID PIC 9(5).
               03 WSConnKind PIC X(1).
       01 WSConnCount PIC 99 VALUE 0.
       01 WSProbeID PIC 9(5) VALUE 0.
       01 WSProbeKind PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
             01 LOperatorID PIC X(8).
             01 LAccountID PIC 9(5).
             01 LOwnerID PIC 9(5).
             01 LGuardianID PIC 9(5).
             01 LStatus PIC 99.
                 88 LNotConnected VALUE 0.
                 88 LOwnAccount VALUE 1.
                 88 LRelativeAccount VALUE 2.
                 88 LRelatedParty VALUE 3.
             01 LPartyID PIC 9(5).

       PROCEDURE DIVISION USING LOperatorID, LAccountID, LOwnerID,
           LGuardianID, LStatus, LPartyID.
             SET LNotConnected TO TRUE
             MOVE 0 TO LPartyID
             MOVE 0 TO WSConnCount
             PERFORM LOAD-OPERATOR-CUSTOMER
             PERFORM LOAD-DECLARED-RELATIVES
             IF WSConnCount > 0
                 MOVE LAccountID TO WSIdentityID
                 IF LOwnerID IS NUMERIC AND LOwnerID > 0
                     MOVE LOwnerID TO WSIdentityID
                 END-IF
                 PERFORM CHECK-ACCOUNT-HOLDER
                 IF LNotConnected
                     PERFORM CHECK-GUARDIAN-LINK
                 END-IF
                 IF LNotConnected
                     PERFORM SCAN-ACCOUNT-RELATIONS
                 END-IF
             END-IF.

       EXIT PROGRAM.

       LOAD-OPERATOR-CUSTOMER.
             MOVE "N" TO WSEOF
             OPEN INPUT OperatorFile
             IF WSOperFileStatus = "00"
                 PERFORM CHECK-ONE-OPERATOR UNTIL WSEOF = "Y"
                 CLOSE OperatorFile
             END-IF.

       CHECK-ONE-OPERATOR.
             READ OperatorFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF OperOperatorID = LOperatorID
                         MOVE "Y" TO WSEOF
                         IF OperCustomerID IS NUMERIC AND
                            OperCustomerID > 0
                             ADD 1 TO WSConnCount
                             SET WSConnIdx TO WSConnCount
                             MOVE OperCustomerID
                                 TO WSConnID (WSConnIdx)
                             MOVE "O" TO WSConnKind (WSConnIdx)
                         END-IF
                     END-IF
             END-READ.

       LOAD-DECLARED-RELATIVES.
             MOVE "N" TO WSEOF
             OPEN INPUT OperRelativeFile
             IF WSRelFileStatus = "00"
                 PERFORM LOAD-ONE-RELATIVE UNTIL WSEOF = "Y"
                 CLOSE OperRelativeFile
             END-IF.

       LOAD-ONE-RELATIVE.
             READ OperRelativeFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF OrOperatorID = LOperatorID AND OrActive
                        AND OrCustomerID IS NUMERIC
                        AND WSConnCount < 51
                         ADD 1 TO WSConnCount
                         SET WSConnIdx TO WSConnCount
                         MOVE OrCustomerID TO WSConnID (WSConnIdx)
                         MOVE "R" TO WSConnKind (WSConnIdx)
                     END-IF
             END-READ.

       CHECK-ACCOUNT-HOLDER.
             MOVE LAccountID TO WSProbeID
             PERFORM FIND-CONNECTED-ID
             IF WSProbeKind = SPACE
                 MOVE WSIdentityID TO WSProbeID
                 PERFORM FIND-CONNECTED-ID
             END-IF
             IF WSProbeKind = "O"
                 SET LOwnAccount TO TRUE
                 MOVE WSProbeID TO LPartyID
             END-IF
             IF WSProbeKind = "R"
                 SET LRelativeAccount TO TRUE
                 MOVE WSProbeID TO LPartyID
             END-IF.

       CHECK-GUARDIAN-LINK.
             IF LGuardianID IS NUMERIC AND LGuardianID > 0
                 MOVE LGuardianID TO WSProbeID
                 PERFORM FIND-CONNECTED-ID
                 IF WSProbeKind NOT = SPACE
                     SET LRelatedParty TO TRUE
                     MOVE WSProbeID TO LPartyID
                 END-IF
             END-IF.

       SCAN-ACCOUNT-RELATIONS.
             MOVE "N" TO WSEOF
             OPEN INPUT AcctRelFile
             IF WSAcctRelStatus = "00"
                 PERFORM CHECK-ONE-RELATION UNTIL WSEOF = "Y"
                 CLOSE AcctRelFile
             END-IF.

       CHECK-ONE-RELATION.
             READ AcctRelFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF (RelAccountID = LAccountID OR
                         RelAccountID = WSIdentityID) AND RelActive
                         MOVE RelPartyID TO WSProbeID
                         PERFORM FIND-CONNECTED-ID
                         IF WSProbeKind NOT = SPACE
                             SET LRelatedParty TO TRUE
                             MOVE WSProbeID TO LPartyID
                             MOVE "Y" TO WSEOF
                         END-IF
                     END-IF
             END-READ.

       FIND-CONNECTED-ID.
             MOVE SPACE TO WSProbeKind
             PERFORM CHECK-ONE-CONNECTED-ID
                 VARYING WSConnIdx FROM 1 BY 1
                 UNTIL WSConnIdx > WSConnCount
                    OR WSProbeKind NOT = SPACE.

       CHECK-ONE-CONNECTED-ID.
             IF WSConnID (WSConnIdx) = WSProbeID
                 MOVE WSConnKind (WSConnIdx) TO WSProbeKind
             END-IF.
