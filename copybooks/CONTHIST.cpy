      *> ---------------------------------------------------------
      *> CONTHIST.cpy
      *> Contact-detail change history - one line per change of
      *> CustAddress or Phone made through customer maintenance,
      *> with the value it replaced and the value that replaced
      *> it. The line is what the contact-history inquiry reads to
      *> say which address or phone was in force when, what the
      *> confirmation letter run writes to the old and the new
      *> address from, and what the cooling-off check reads before
      *> a cheque book, draft or new payee goes out on the account.
      *>   ChField - A address, P phone
      *>   ChEffDate - business date the new value took effect
      *>   ChLetterStatus - P letters still to go, S letters sent
      *> ---------------------------------------------------------
       01 ContactHistoryRecord.
           02 ChIDNum PIC 9(5).
           02 ChField PIC X(1).
               88 ChAddress VALUE "A".
               88 ChPhone VALUE "P".
           02 ChOldValue PIC X(30).
           02 ChNewValue PIC X(30).
           02 ChEffDate PIC 9(8).
           02 ChTime PIC 9(8).
           02 ChOperator PIC X(8).
           02 ChProgram PIC X(8).
           02 ChLetterStatus PIC X(1).
               88 ChLetterPending VALUE "P".
               88 ChLetterSent VALUE "S".
