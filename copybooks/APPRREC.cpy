      *> a second pair of eyes instead of executing under one
      *> sign-on. AppAction says what is waiting: DELETE (customer
      *> delete), STATUS (freeze/unfreeze), TRANSFER (above the
      *> approval threshold), STAFF (a transfer on an account the
      *> maker is connected to). The approval queue program executes
      *> or rejects each item under the checker's own sign-on, and
      *> both operator IDs stay on the record.
      *> ---------------------------------------------------------
           02 AppEffDate PIC 9(8).
      *> Generic reference for queued items that must settle a
      *> register entry on resolution - the unclaimed-funds
      *> claim carries the register's customer key here, a loan
      *> write-off or restructure its loan number, a term deposit
      *> break (TDBREAK) its deposit number. Spaces on
      *> items that carry none. A restructure (RESTRUCT) carries
      *> its type in AppNewStatus (H holiday, T new terms), the
      *> holiday months or new remaining term in AppAmount, and
      *> the new annual rate as a percentage in AppHomeAmount.
      *> A sanctions rescreen hit (RESCREEN) carries the frozen
      *> account in AppCustomerID, its status before the freeze in
      *> AppNewStatus, the matched party's name and role in
      *> AppSenderName, the blocklist name and reference in
      *> AppReceiverName, and the payee number on a payee hit.
      *> Paper held back by the cooling-off after a change of
      *> address or phone: a cheque book (CHQBOOK) carries its first
      *> number here and its size in AppAmount, a draft (DRAFT) its
      *> payee in AppReceiverName and, once issued, its draft
      *> number here, and a pending payee (PAYEE) its payee number.
           02 AppReference PIC 9(8).
