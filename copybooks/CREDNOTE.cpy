      *> ---------------------------------------------------------
      *> CREDNOTE.cpy
      *> Credit note header (CreditNotes.dat) - one record per
      *> credit note issued against an invoice on the register.
      *> The number comes off InvoiceSeq.dat with the invoices, so
      *> a credit note and an invoice never share a number. The
      *> totals are what the note gives back, tax included; the
      *> invoice's open amount in receivables is reduced by the
      *> gross total. Written by the credit note program only.
      *> ---------------------------------------------------------
       01 CreditNoteRecord.
           02 CnNumber PIC 9(6).
           02 CnInvoiceNumber PIC 9(6).
           02 CnCustomerRef PIC X(6).
           02 CnDate PIC 9(8).
           02 CnNetTotal PIC 9(7)V99.
           02 CnTaxTotal PIC 9(7)V99.
           02 CnGrossTotal PIC 9(7)V99.
           02 CnReason PIC X(30).
           02 CnOperator PIC X(8).
