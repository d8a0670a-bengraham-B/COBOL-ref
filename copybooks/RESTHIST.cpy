      *> ---------------------------------------------------------
      *> RESTHIST.cpy
      *> Loan restructure history - one entry per restructure the
      *> approval queue executes, appended and never rewritten. A
      *> payment holiday (type H) suspends the installments for
      *> RhHolidayMonths and capitalizes the interest run up over
      *> them; new terms (type T) re-spread what is owed over a
      *> new remaining term at a new rate. Old and new figures sit
      *> side by side for the credit committee and the arrears
      *> report, with both operator IDs and the maker's reason.
      *> ---------------------------------------------------------
       01 RestructHistRecord.
           02 RhLoanNumber PIC 9(7).
           02 RhDate PIC 9(8).
           02 RhType PIC X(1).
               88 RhHoliday VALUE "H".
               88 RhNewTerms VALUE "T".
           02 RhHolidayMonths PIC 9(2).
           02 RhOldRate PIC 9V9999.
           02 RhNewRate PIC 9V9999.
           02 RhOldRemaining PIC 9(3).
           02 RhNewRemaining PIC 9(3).
           02 RhOldInstallment PIC S9(9)V99.
           02 RhNewInstallment PIC S9(9)V99.
           02 RhOldOutstanding PIC S9(9)V99.
           02 RhNewOutstanding PIC S9(9)V99.
           02 RhCapitalized PIC S9(9)V99.
           02 RhMaker PIC X(8).
           02 RhChecker PIC X(8).
           02 RhReason PIC X(50).
