      * Shared contact-change cooling-off check, called like STAFFCHK
      * is. A change of address or phone is the usual first step in
      * taking over an account, so for a cooling-off period after
      * one the paper that moves money out - a cheque book, a bank
      * draft, a new payee - waits for a supervisor instead of going
      * out under one sign-on. The changes are on ContactHistory.dat
      * as customer maintenance made them; a secondary account is
      * judged with its owner, so the caller passes the account's
      * CustOwnerID from the record it already has in hand.
      *
      * LStatus 0 - no contact change inside the cooling-off period
      *          1 - the account or its owner changed address or
      *              phone inside the period
      * LChangeDate carries the latest such change when LStatus
      * is 1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContactHistFile ASSIGN TO "ContactHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ContactHistFile.
       COPY CONTHIST.

       WORKING-STORAGE SECTION.
       01 WSHistFileStatus PIC X(2) VALUE "00".
       01 WSEOF PIC A(1) VALUE "N".
       01 WSOwnerID PIC 9(5) VALUE 0.
       01 WSBusinessDate PIC 9(8) VALUE 0.
       01 WSCutoffDate PIC 9(8) VALUE 0.
      *   Days after a change during which cheque books, drafts and
      *   new payees are held for a supervisor.
       01 WSCoolingOffDays PIC S9(5) VALUE 30.
       01 WSDcAction PIC X(1) VALUE SPACE.
       01 WSDcDate1 PIC 9(8) VALUE 0.
       01 WSDcDate2 PIC 9(8) VALUE 0.
       01 WSDcAmount PIC S9(5) VALUE 0.
       01 WSDcStatus PIC 99 VALUE 0.

       LINKAGE SECTION.
             01 LAccountID PIC 9(5).
             01 LOwnerID PIC 9(5).
             01 LStatus PIC 99.
                 88 LNoRecentChange VALUE 0.
                 88 LInCoolingOff VALUE 1.
             01 LChangeDate PIC 9(8).

       PROCEDURE DIVISION USING LAccountID, LOwnerID, LStatus,
           LChangeDate.
             SET LNoRecentChange TO TRUE
             MOVE 0 TO LChangeDate
             MOVE 0 TO WSOwnerID
             IF LOwnerID IS NUMERIC
                 MOVE LOwnerID TO WSOwnerID
             END-IF
             CALL 'BUSDATE' USING WSBusinessDate
             MOVE "A" TO WSDcAction
             MOVE WSBusinessDate TO WSDcDate1
             COMPUTE WSDcAmount = 0 - WSCoolingOffDays
             CALL 'DATECALC' USING WSDcAction, WSDcDate1, WSDcDate2,
                 WSDcAmount, WSDcStatus
             MOVE WSDcDate2 TO WSCutoffDate
             IF WSDcStatus = 0
                 MOVE "N" TO WSEOF
                 OPEN INPUT ContactHistFile
                 IF WSHistFileStatus = "00"
                     PERFORM CHECK-ONE-CHANGE UNTIL WSEOF = "Y"
                     CLOSE ContactHistFile
                 END-IF
             END-IF.

       EXIT PROGRAM.

       CHECK-ONE-CHANGE.
             READ ContactHistFile
                 AT END MOVE "Y" TO WSEOF
                 NOT AT END
                     IF (ChIDNum = LAccountID OR
                         (WSOwnerID > 0 AND ChIDNum = WSOwnerID))
                        AND ChEffDate > WSCutoffDate
                        AND ChEffDate > LChangeDate
                         SET LInCoolingOff TO TRUE
                         MOVE ChEffDate TO LChangeDate
                     END-IF
             END-READ.
