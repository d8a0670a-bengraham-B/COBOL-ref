      *> acted for themselves. Entries from before relationships
      *> existed read as spaces.
           02 EjActingParty PIC 9(5).
      *> The accounts the interaction touched - zero for a party
      *> not on Customer.dat - so a declined or queued entry can
      *> still be traced to the account it was attempted on.
           02 EjSenderID PIC 9(5).
           02 EjReceiverID PIC 9(5).
