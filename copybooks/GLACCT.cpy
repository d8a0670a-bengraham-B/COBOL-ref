      *> fee income, interest expense, cash and the suspense
      *> position finally live on our own books instead of the
      *> accountant's spreadsheet. Maintained through the GL chart
      *> maintenance program, never edited raw. GLReportLine maps
      *> the account to a line of the monthly financial statements
      *> (GLReportLines.dat); blank leaves it on the statements'
      *> unmapped line for its type.
      *> ---------------------------------------------------------
       01 GLAccountRecord.
           02 GLAccountNumber PIC 9(4).
           02 GLAccountStatus PIC X(1).
               88 GLAccountActive VALUE "A".
               88 GLAccountRetired VALUE "R".
           02 GLReportLine PIC X(4).
