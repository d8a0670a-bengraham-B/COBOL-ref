      *> as the institutions respond, and reports anything
      *> extracted with no response past the chase window - the
      *> money used to just vanish from our customer with nobody
      *> watching. The receiving institution (from the payee the
      *> item was paid to; blank when none could be found) and
      *> the clearing house settlement window the extract went
      *> in let the settlement statement reconciliation total
      *> what we owe each institution per window.
      *> ---------------------------------------------------------
       01 SettleRegRecord.
           02 SRTranID PIC 9(16).
               88 SRAcknowledged VALUE "A".
               88 SRReturned VALUE "R".
           02 SRResponseDate PIC 9(8).
           02 SRInstitution PIC X(8).
           02 SRWindow PIC 99.
