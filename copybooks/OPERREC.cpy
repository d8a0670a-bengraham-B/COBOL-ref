      *> data. Shared by SIGNON.cob and any program that maintains
      *> Operators.dat.
      *> Role gates what a signed-on operator may do (maintenance
      *> deletes and updates are supervisor-only, and the AML and
      *> investigation screens are compliance-only); the password date
      *> drives forced change after expiry; the failed-attempt count
      *> and lock flag drive lockout after repeated bad passwords.
      *> Records written before these fields existed read them as
      *> blank - SIGNON treats a blank role as teller and a blank
      *> password date as not yet expiring.
      *> The operator's own customer ID ties the sign-on to the
      *> operator's own accounts for conflict-of-interest checks
      *> (STAFFCHK); zero or blank means the operator banks
      *> elsewhere. Declared relatives live on OperRelatives.dat.
      *> A disabled operator keeps the record (and its history) but
      *> SIGNON refuses it: disabled for dormancy or for going
      *> unconfirmed by the quarterly recertification run, or
      *> revoked by the branch manager. The certification status
      *> is set pending for each recertification window and
      *> confirmed by the branch manager through RECMNT.
      *> ---------------------------------------------------------
       01 OperatorRecord.
           02 OperOperatorID PIC X(8).
           02 OperRole PIC X(1).
               88 OperRoleTeller VALUE "T".
               88 OperRoleSupervisor VALUE "S".
               88 OperRoleCompliance VALUE "C".
           02 OperPwdChangedDate PIC 9(8).
           02 OperFailedAttempts PIC 99.
           02 OperLockedFlag PIC X(1).
               88 OperIsLocked VALUE "Y".
           02 OperBranch PIC X(4).
           02 OperCustomerID PIC 9(5).
           02 OperDisabledFlag PIC X(1).
               88 OperIsDisabled VALUE "Y".
           02 OperDisabledDate PIC 9(8).
           02 OperDisabledReason PIC X(1).
               88 OperDisabledDormant VALUE "D".
               88 OperDisabledRevoked VALUE "R".
               88 OperDisabledUnconfirmed VALUE "U".
           02 OperCertStatus PIC X(1).
               88 OperCertPending VALUE "P".
               88 OperCertConfirmed VALUE "C".
               88 OperCertRevoked VALUE "R".
           02 OperCertDate PIC 9(8).
           02 OperCertBy PIC X(8).
