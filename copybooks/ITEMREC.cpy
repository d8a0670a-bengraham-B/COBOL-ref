      *> ---------------------------------------------------------
      *> ITEMREC.cpy
      *> Item master record layout (Items.dat) - one record per
      *> item per effective date, the way ExchangeRates.dat keeps
      *> rates: a price change is appended with the date it takes
      *> over, never edited in place. The list price in force for
      *> an item on a pricing date is the record with the latest
      *> effective date not after it, and that record's
      *> description and unit of measure are what the invoice
      *> prints. Maintained through the item maintenance program,
      *> never edited raw.
      *> ---------------------------------------------------------
       01 ItemRecord.
           02 ItemCode PIC X(8).
           02 ItemEffDate PIC 9(8).
           02 ItemDescription PIC X(30).
           02 ItemUnitOfMeasure PIC X(4).
           02 ItemListPrice PIC 9(4)V99.
           02 ItemEnteredBy PIC X(8).
           02 ItemEnteredDate PIC 9(8).
