      *> ---------------------------------------------------------
      *> LTRTMPL.cpy
      *> Customer letter template - the wording of every notice the
      *> letter run prints, one line per row, kept by template
      *> maintenance instead of in the programs that ask for the
      *> letters. Line 00 is the template's title, which is what
      *> the customer's notes say they were sent; lines 01-30 are
      *> the body, printed in line order under the name and
      *> address. Merge fields in the body text:
      *>   {NAME}    customer name, Last, First
      *>   {ADDRESS} address on file       {ACCOUNT} account ID
      *>   {AMOUNT1} {AMOUNT2} {DATE} {TEXT} - the request's values
      *>   {TODAY}   business date of the letter run
      *> ---------------------------------------------------------
       01 LetterTemplateRecord.
           02 LtCode PIC X(8).
           02 LtLineNo PIC 99.
           02 LtText PIC X(70).
