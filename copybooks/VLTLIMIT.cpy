      *> ---------------------------------------------------------
      *> VLTLIMIT.cpy
      *> Branch vault holding limits (VaultLimits.dat) - one entry
      *> per branch: the least cash the vault should ever close
      *> the day on, and the most it should carry overnight (the
      *> insurance cover and the cost of idle cash). The vault
      *> forecast recommends a shipment from the cash centre or
      *> a return to it to keep the projected position between
      *> the two.
      *> ---------------------------------------------------------
       01 VaultLimitRecord.
           02 VlBranch PIC X(4).
           02 VlMinimum PIC 9(9)V99.
           02 VlMaximum PIC 9(9)V99.
