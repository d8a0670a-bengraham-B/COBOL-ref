      *> ---------------------------------------------------------
      *> INVLINE.cpy
      *> Invoice line detail (InvoiceLines.dat) - one record per
      *> line printed on an invoice, numbered within the invoice
      *> in print order. The register carries only the invoice
      *> total; this is what a credit note works from, so it keeps
      *> the quantity, the amounts and the tax rate actually
      *> charged on the line. Written by the invoice run only.
      *> ---------------------------------------------------------
       01 InvoiceLineRecord.
           02 IlInvoiceNumber PIC 9(6).
           02 IlLineNumber PIC 9(3).
           02 IlCustomerRef PIC X(6).
           02 IlInvoiceDate PIC 9(8).
           02 IlItemCode PIC X(8).
           02 IlDescription PIC X(30).
           02 IlQuantity PIC 9(5).
           02 IlUnitOfMeasure PIC X(4).
           02 IlUnitPrice PIC 9(4)V99.
      *>   Net of any contract discount, which is carried
      *>   alongside so a tax return can split it out.
           02 IlNetAmount PIC 9(7)V99.
           02 IlDiscount PIC 9(7)V99.
           02 IlJurisdiction PIC X(4).
           02 IlTaxRate PIC V999.
           02 IlTaxAmount PIC 9(7)V99.
           02 IlGrossAmount PIC 9(7)V99.
