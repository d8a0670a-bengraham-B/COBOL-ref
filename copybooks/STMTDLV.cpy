      *> ---------------------------------------------------------
      *> STMTDLV.cpy
      *> Statement delivery preference - how a customer wants the
      *> cycle statement: on paper through the printer room, on
      *> the portal only, or both. The cycle run reads this when
      *> it builds the night's cycle and the cycle control report
      *> proves each channel against it. A customer with no entry
      *> gets paper. Maintained through the statement delivery
      *> screen, never edited raw.
      *> ---------------------------------------------------------
       01 StmtDeliveryRecord.
           02 SdCustomerID PIC 9(5).
           02 SdChannel PIC X(1).
               88 SdPaper VALUE "P".
               88 SdElectronic VALUE "E".
               88 SdBoth VALUE "B".
               88 SdValidChannel VALUE "P" "E" "B".
           02 SdEffDate PIC 9(8).
