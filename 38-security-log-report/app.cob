       01 WSFilterOperator PIC X(8) VALUE SPACES.

       01 WSShownCount PIC 9(5) VALUE 0.
       01 WSOutcomeWord PIC X(11) VALUE SPACES.

      *>   Per-operator failure tally across the filtered range so
      *>   repeated failures stand out at the bottom of the report.
               WHEN SecDenied MOVE "DENIED" TO WSOutcomeWord
               WHEN SecLockedOut MOVE "LOCKED" TO WSOutcomeWord
               WHEN SecExpired MOVE "EXPIRED" TO WSOutcomeWord
               WHEN SecDisabled MOVE "DISABLED" TO WSOutcomeWord
               WHEN SecRecertRequested
                   MOVE "RECERT DUE" TO WSOutcomeWord
               WHEN SecRecertConfirmed
                   MOVE "CONFIRMED" TO WSOutcomeWord
               WHEN SecRecertRevoked MOVE "REVOKED" TO WSOutcomeWord
               WHEN SecDormantDisabled
                   MOVE "DORMANT" TO WSOutcomeWord
               WHEN SecUnconfirmedDisabled
                   MOVE "UNCONFIRMED" TO WSOutcomeWord
               WHEN SecReinstated MOVE "REINSTATED" TO WSOutcomeWord
               WHEN SecUnmaskedView MOVE "UNMASKED" TO WSOutcomeWord
               WHEN OTHER MOVE "UNKNOWN" TO WSOutcomeWord
           END-EVALUATE
      *>     Access administration shows who acted; it is not a
      *>     failed sign-on and stays out of the failure tally.
      *>     Neither is an unmasked view, which shows whose
      *>     customer record was seen.
           EVALUATE TRUE
               WHEN SecAdminEvent
                   DISPLAY SecDate " " SecTime " " SecOperatorID "  "
                       SecProgram "  " WSOutcomeWord " BY "
                       SecActionBy
               WHEN SecUnmaskedView
                   DISPLAY SecDate " " SecTime " " SecOperatorID "  "
                       SecProgram "  " WSOutcomeWord " ID " SecIDNum
               WHEN OTHER
                   DISPLAY SecDate " " SecTime " " SecOperatorID "  "
                       SecProgram "  " WSOutcomeWord
           END-EVALUATE
           ADD 1 TO WSShownCount
           IF NOT SecAllowed AND NOT SecAdminEvent
                   AND NOT SecUnmaskedView
               PERFORM TALLY-ONE-FAILURE
           END-IF.

