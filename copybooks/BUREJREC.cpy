      *> ---------------------------------------------------------
      *> BUREJREC.cpy
      *> Credit bureau reject register record - one entry per
      *> record the bureau sent back rejected, keyed by the
      *> reporting period it was submitted for, the account type
      *> (L loan, O overdraft) and reference, and the bureau's
      *> reject code. Entries stay open until the account's
      *> record passes the identity edits again, when the monthly
      *> bureau run re-sends it as a correction for the original
      *> period and marks the entry re-sent.
      *> ---------------------------------------------------------
       01 BureauRejectRecord.
           02 BjPeriod PIC 9(6).
           02 BjAccountType PIC X(1).
           02 BjAccountRef PIC 9(7).
           02 BjRejectCode PIC X(4).
           02 BjRejectText PIC X(40).
           02 BjReceivedDate PIC 9(8).
           02 BjStatus PIC X(1).
               88 BjOpen VALUE "O".
               88 BjResent VALUE "R".
           02 BjResentDate PIC 9(8).
