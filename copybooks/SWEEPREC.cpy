      *> ---------------------------------------------------------
      *> SWEEPREC.cpy
      *> Balance sweep instruction - one entry per pair of linked
      *> accounts (the same identity through CustOwnerID) the
      *> customer wants kept in line automatically. Each night the
      *> target account (the cheque account) is topped up from the
      *> source account (the savings pot) when it stands below the
      *> floor, and anything above the ceiling is swept back to
      *> the source. A zero ceiling means top-up only. No sweep is
      *> posted for less than the minimum amount. Both accounts
      *> are held in one currency and the figures are in it.
      *> Shared by the sweep maintenance screen and the nightly
      *> sweep run.
      *> ---------------------------------------------------------
       01 SweepRecord.
           02 SwSweepNumber PIC 9(5).
           02 SwSourceID PIC 9(5).
           02 SwTargetID PIC 9(5).
           02 SwFloor PIC S9(9)V99.
           02 SwCeiling PIC S9(9)V99.
           02 SwMinimum PIC S9(9)V99.
           02 SwStatus PIC X(1).
               88 SwActive VALUE "A".
               88 SwCancelled VALUE "C".
           02 SwEnteredBy PIC X(8).
           02 SwEnteredDate PIC 9(8).
