      *> number; an external one carries the name and institution
      *> the settlement extract needs. The standing-order screen
      *> and the teller transfer path select from this file
      *> instead of taking a typed name on faith. A payee added
      *> soon after the customer's address or phone changed starts
      *> pending and only turns active once a supervisor approves
      *> it on the approval queue.
      *> ---------------------------------------------------------
       01 PayeeRecord.
           02 PayNumber PIC 9(5).
           02 PayStatus PIC X(1).
               88 PayActive VALUE "A".
               88 PayCancelled VALUE "C".
               88 PayPending VALUE "P".
