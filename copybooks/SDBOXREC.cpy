      *> ---------------------------------------------------------
      *> SDBOXREC.cpy
      *> Safe deposit box register record - one entry per box per
      *> branch, replacing the branch card index. A rented box
      *> carries its renter (the account the rent is debited
      *> from); joint access comes from the renter's active joint
      *> holder and signatory relations on AcctRel.dat, so it is
      *> never keyed twice. Rent is annual in home currency and
      *> paid to BoxPaidToDate; the billing run charges the next
      *> year once that date is reached. A failed charge marks
      *> the box with the date it failed, which starts the notice
      *> period before the box may be drilled.
      *> ---------------------------------------------------------
       01 SafeBoxRecord.
           02 BoxBranch PIC X(4).
           02 BoxNumber PIC 9(4).
           02 BoxSize PIC X(1).
               88 BoxSmall VALUE "S".
               88 BoxMedium VALUE "M".
               88 BoxLarge VALUE "L".
               88 BoxValidSize VALUE "S" "M" "L".
           02 BoxStatus PIC X(1).
               88 BoxVacant VALUE "V".
               88 BoxRented VALUE "R".
               88 BoxDrilled VALUE "D".
           02 BoxRenterID PIC 9(5).
           02 BoxAnnualRent PIC 9(7)V99.
           02 BoxRentedDate PIC 9(8).
           02 BoxPaidToDate PIC 9(8).
           02 BoxRentStatus PIC X(1).
               88 BoxRentPaid VALUE "P".
               88 BoxRentFailed VALUE "F".
           02 BoxFailDate PIC 9(8).
           02 BoxKeysOut PIC 9(1).
