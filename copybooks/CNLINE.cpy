      *> ---------------------------------------------------------
      *> CNLINE.cpy
      *> Credit note line (CreditNoteLines.dat) - one record per
      *> invoice line credited on a credit note: the quantity
      *> given back, its share of the line's net amount and
      *> contract discount, and the tax at the rate the invoice
      *> line was charged (IlTaxRate), whatever the jurisdiction
      *> charges by the time of the credit. Summed per invoice
      *> line so a line is never credited beyond what was billed.
      *> ---------------------------------------------------------
       01 CreditLineRecord.
           02 ClCreditNumber PIC 9(6).
           02 ClInvoiceNumber PIC 9(6).
           02 ClLineNumber PIC 9(3).
           02 ClCreditDate PIC 9(8).
           02 ClItemCode PIC X(8).
           02 ClDescription PIC X(30).
           02 ClQuantity PIC 9(5).
           02 ClNetAmount PIC 9(7)V99.
           02 ClDiscount PIC 9(7)V99.
           02 ClJurisdiction PIC X(4).
           02 ClTaxRate PIC V999.
           02 ClTaxAmount PIC 9(7)V99.
           02 ClGrossAmount PIC 9(7)V99.
