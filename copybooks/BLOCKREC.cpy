      *> so the screening call in the teller path and inbound
      *> clearing can flag sound-alike spellings, not just exact
      *> matches. Hits queue to the approval file for a supervisor
      *> decision instead of posting. BlkScreenedDate stays zero
      *> until the nightly rescreen has run the existing book of
      *> customers, relations and payees against the entry.
      *> ---------------------------------------------------------
       01 BlocklistRecord.
           02 BlkName PIC X(30).
           02 BlkStatus PIC X(1).
               88 BlkActive VALUE "A".
               88 BlkRetired VALUE "R".
           02 BlkAddedDate PIC 9(8).
           02 BlkScreenedDate PIC 9(8).
