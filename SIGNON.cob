      * SecurityLog.dat with the calling program the caller names
      * in LProgram, so audit can answer who tried to sign on to
      * what and when.
      * An operator disabled by the recertification run or revoked
      * by their branch manager is refused outright (LStatus 93)
      * whatever the password, and the refusal is logged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       ENVIRONMENT DIVISION.
               03 WSTabFails PIC 99.
               03 WSTabLocked PIC X(1).
               03 WSTabBranch PIC X(4).
               03 WSTabCustomerID PIC X(5).
               03 WSTabDisabled PIC X(1).
               03 WSTabDisabledDate PIC X(8).
               03 WSTabDisabledReason PIC X(1).
               03 WSTabCertStatus PIC X(1).
               03 WSTabCertDate PIC X(8).
               03 WSTabCertBy PIC X(8).
       01 WSOperCount PIC 999 VALUE 0.
       01 WSFoundSlot PIC 999 VALUE 0.
       01 WSUpdateNeeded PIC X(1) VALUE "N".
                 88 LStatusDenied VALUE 90.
                 88 LStatusLocked VALUE 91.
                 88 LStatusExpired VALUE 92.
                 88 LStatusDisabled VALUE 93.
             01 LRole PIC X(1).
             01 LProgram PIC X(8).
             01 LBranch PIC X(4).
                         MOVE OperLockedFlag
                             TO WSTabLocked (WSOperIdx)
                         MOVE OperBranch TO WSTabBranch (WSOperIdx)
                         MOVE OperCustomerID
                             TO WSTabCustomerID (WSOperIdx)
                         MOVE OperDisabledFlag
                             TO WSTabDisabled (WSOperIdx)
                         MOVE OperDisabledDate
                             TO WSTabDisabledDate (WSOperIdx)
                         MOVE OperDisabledReason
                             TO WSTabDisabledReason (WSOperIdx)
                         MOVE OperCertStatus
                             TO WSTabCertStatus (WSOperIdx)
                         MOVE OperCertDate TO WSTabCertDate (WSOperIdx)
                         MOVE OperCertBy TO WSTabCertBy (WSOperIdx)
                     END-IF
             END-READ.


       CHECK-FOUND-OPERATOR.
             SET WSOperIdx TO WSFoundSlot
             IF WSTabDisabled (WSOperIdx) = "Y"
                 SET LStatusDisabled TO TRUE
             ELSE
             IF WSTabLocked (WSOperIdx) = "Y"
                 SET LStatusLocked TO TRUE
             ELSE
                 ELSE
                     PERFORM COUNT-FAILED-ATTEMPT
                 END-IF
             END-IF
             END-IF.

       CHECK-PASSWORD-EXPIRY.
             ACCEPT SecTime FROM TIME
             MOVE LOperatorID TO SecOperatorID
             MOVE LProgram TO SecProgram
             MOVE SPACES TO SecActionBy
             MOVE 0 TO SecIDNum
             EVALUATE TRUE
                 WHEN LStatusOK SET SecAllowed TO TRUE
                 WHEN LStatusLocked SET SecLockedOut TO TRUE
                 WHEN LStatusExpired SET SecExpired TO TRUE
                 WHEN LStatusDisabled SET SecDisabled TO TRUE
                 WHEN OTHER SET SecDenied TO TRUE
             END-EVALUATE
             OPEN EXTEND SecurityLogFile
             MOVE WSTabFails (WSOperIdx) TO OperFailedAttempts
             MOVE WSTabLocked (WSOperIdx) TO OperLockedFlag
             MOVE WSTabBranch (WSOperIdx) TO OperBranch
             IF WSTabCustomerID (WSOperIdx) IS NUMERIC
                 MOVE WSTabCustomerID (WSOperIdx) TO OperCustomerID
             ELSE
                 MOVE ZERO TO OperCustomerID
             END-IF
             MOVE WSTabDisabled (WSOperIdx) TO OperDisabledFlag
             IF WSTabDisabledDate (WSOperIdx) IS NUMERIC
                 MOVE WSTabDisabledDate (WSOperIdx) TO OperDisabledDate
             ELSE
                 MOVE ZERO TO OperDisabledDate
             END-IF
             MOVE WSTabDisabledReason (WSOperIdx)
                 TO OperDisabledReason
             MOVE WSTabCertStatus (WSOperIdx) TO OperCertStatus
             IF WSTabCertDate (WSOperIdx) IS NUMERIC
                 MOVE WSTabCertDate (WSOperIdx) TO OperCertDate
             ELSE
                 MOVE ZERO TO OperCertDate
             END-IF
             MOVE WSTabCertBy (WSOperIdx) TO OperCertBy
             WRITE OperatorRecord.
