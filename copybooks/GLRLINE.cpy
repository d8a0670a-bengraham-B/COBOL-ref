      *> ---------------------------------------------------------
      *> GLRLINE.cpy
      *> Financial statement reporting line - GLReportLines.dat
      *> defines the lines the monthly balance sheet and income
      *> statement group GL accounts into: assets and liabilities
      *> on the balance sheet, income and expenses on the income
      *> statement, each account mapped to one line through
      *> GLReportLine on the chart. Lines print in the order they
      *> were first defined; a later row for a code replaces its
      *> caption. Maintained through GL chart maintenance, never
      *> edited raw.
      *> ---------------------------------------------------------
       01 GLReportLineRecord.
           02 RlCode PIC X(4).
           02 RlType PIC X(1).
               88 RlAsset VALUE "A".
               88 RlLiability VALUE "L".
               88 RlIncome VALUE "I".
               88 RlExpense VALUE "E".
           02 RlCaption PIC X(30).
