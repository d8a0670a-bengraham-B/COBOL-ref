      *> ---------------------------------------------------------
      *> DQRULE.cpy
      *> Customer data quality rule - one line per rule the
      *> monthly scorecard checks Customer.dat against, so a rule
      *> can be switched off, weighted or given a new limit
      *> without a recompile. A rule left off the file keeps the
      *> scorecard's compiled-in setting.
      *>   PR - no product code
      *>   CY - no statement cycle
      *>   BR - no branch
      *>   PH - no phone number
      *>   AD - address blank or only a street number
      *>   SN - identity record of a person with a zero SSN
      *>   BD - person's birth date missing, in the future, or
      *>        older than DqrLimit years
      *> DqrWeight is what the rule takes off a record's score of
      *> 100.
      *> ---------------------------------------------------------
       01 DqRuleRecord.
           02 DqrCode PIC X(2).
           02 DqrActive PIC X(1).
               88 DqrOn VALUE "Y".
               88 DqrOff VALUE "N".
           02 DqrWeight PIC 9(3).
           02 DqrLimit PIC 9(3).
