      *> ---------------------------------------------------------
      *> SARLINK.cpy
      *> Suspicious activity case link - one entry per ledger item
      *> ("T", by TranID) or customer ("C", by account number) a
      *> case covers, with who linked it and when. Items carry
      *> their amount and date as the ledger had them.
      *> ---------------------------------------------------------
       01 SarLinkRecord.
           02 SlCaseNumber PIC 9(7).
           02 SlType PIC X(1).
               88 SlTransaction VALUE "T".
               88 SlCustomer VALUE "C".
           02 SlTranID PIC 9(16).
           02 SlIDNum PIC 9(5).
           02 SlAmount PIC S9(11)V99.
           02 SlItemDate PIC 9(8).
           02 SlLinkedDate PIC 9(8).
           02 SlLinkedBy PIC X(8).
