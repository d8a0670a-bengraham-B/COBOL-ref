      *> success or failure, appended by SIGNON.cob. Answers "who
      *> tried to sign on to what, when, and how it went" without
      *> anyone having to remember.
      *> Operator access administration lands here too - the
      *> recertification run and the branch manager's confirm,
      *> revoke and reinstate - with the operator acted on in
      *> SecOperatorID and who acted in SecActionBy (blank on a
      *> sign-on attempt).
      *> An unmasked look at a customer's SSN and birth date by an
      *> operator whose role may see them lands here as well, with
      *> the customer looked at in SecIDNum (zero on every other
      *> event).
      *> ---------------------------------------------------------
       01 SecurityLogRecord.
           02 SecDate PIC 9(8).
               88 SecDenied VALUE "D".
               88 SecLockedOut VALUE "L".
               88 SecExpired VALUE "E".
               88 SecDisabled VALUE "X".
               88 SecRecertRequested VALUE "P".
               88 SecRecertConfirmed VALUE "C".
               88 SecRecertRevoked VALUE "R".
               88 SecDormantDisabled VALUE "N".
               88 SecUnconfirmedDisabled VALUE "U".
               88 SecReinstated VALUE "I".
               88 SecUnmaskedView VALUE "V".
               88 SecAdminEvent VALUE "P" "C" "R" "N" "U" "I".
           02 SecActionBy PIC X(8).
           02 SecIDNum PIC 9(5).
