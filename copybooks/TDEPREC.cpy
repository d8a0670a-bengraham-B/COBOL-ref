      *> maturity date the nightly maturity run watches for. The
      *> money left the customer's CustBalance when the deposit was
      *> placed and comes back with interest when the run matures
      *> it. A deposit broken early under supervisor approval
      *> goes to status B with what was paid on the break kept
      *> on the entry for the monthly early-break report. The
      *> maturity instruction says what the maturity run does:
      *> pay everything out, roll the principal into a new
      *> deposit and pay the interest, or roll the lot; a
      *> rollover links the new deposit back to this one.
      *> ---------------------------------------------------------
       01 TermDepositRecord.
           02 TDNumber PIC 9(7).
           02 TDStatus PIC X(1).
               88 TDOpen VALUE "O".
               88 TDMatured VALUE "M".
               88 TDBroken VALUE "B".
      *> Closing details - zero on an open deposit. TDClosedBy is
      *> the approving supervisor on a break.
           02 TDCloseDate PIC 9(8).
           02 TDInterestPaid PIC S9(9)V99.
           02 TDPenaltyAmount PIC S9(9)V99.
           02 TDClosedBy PIC X(8).
      *> Maturity instruction - blank (entries from before
      *> instructions existed) pays out, as every deposit used to.
           02 TDInstruction PIC X(1).
               88 TDInstrPayOut VALUE "P" " ".
               88 TDInstrRollPrincipal VALUE "R".
               88 TDInstrRollAll VALUE "A".
      *> Rollover links - the deposit this one was rolled over
      *> from, and the deposit it rolled into at maturity. Zero
      *> (or spaces on older entries) where there is none.
           02 TDPrevNumber PIC 9(7).
           02 TDNextNumber PIC 9(7).
