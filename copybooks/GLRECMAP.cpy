      *> ---------------------------------------------------------
      *> GLRECMAP.cpy
      *> Subledger-to-GL reconciliation mapping - GLReconMap.dat
      *> names the GL control account each subledger total is
      *> proved against, the difference tolerated (home currency)
      *> and what a break beyond it does: S stops the business
      *> date roll until it is cleared, R reports it only. Any
      *> subledger left off keeps the reconciliation's compiled
      *> default; a later line for a subledger replaces an
      *> earlier one. Subledgers mapped to the same account are
      *> proved together, netted the way the GL carries them.
      *>   DEPO - credit balances on Customer.dat
      *>   ODFT - overdrawn balances on Customer.dat
      *>   LOAN - LnOutstanding on active loans
      *>   TDEP - principal on open term deposits
      *>   SUSP - open Suspense.dat items
      *> ---------------------------------------------------------
       01 GLReconMapRecord.
           02 RmSubledger PIC X(4).
           02 RmAccount PIC 9(4).
           02 RmTolerance PIC 9(7)V99.
           02 RmAction PIC X(1).
               88 RmStopRoll VALUE "S".
               88 RmReportOnly VALUE "R".
