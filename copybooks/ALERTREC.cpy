      *>   DC - approaching the daily withdrawal cap
      *>   IN - inactivity warning before dormancy flagging
      *>   FN - final notice before unclaimed-funds surrender
      *> AlertMailHold "Y" - the customer's mail is on hold after
      *> returned post: the portal side may show the alert, the
      *> mail house must not post it.
      *> ---------------------------------------------------------
       01 AlertRecord.
           02 AlertDate PIC 9(8).
               88 AlertInactive VALUE "IN".
               88 AlertFinalNotice VALUE "FN".
           02 AlertText PIC X(60).
           02 AlertMailHold PIC X(1).
               88 AlertDoNotPost VALUE "Y".
