      *> ---------------------------------------------------------
      *> DCOLREG.cpy
      *> Debit collection register (CollectReg.dat) - one entry
      *> per payer line the debit collection run acted on for a
      *> corporate collector. A payer of ours is debited on the
      *> spot and the entry goes on posted; a payer at another
      *> institution goes out on the outbound collection file and
      *> the entry stays sent until the unpaid run finds it on
      *> the paying institution's unpaid file, debits it back
      *> from the collector and marks it unpaid with the reason.
      *> The transfer ID is the collector's credit leg for the
      *> batch the item was collected in. The settlement window
      *> and institution let the settlement statement
      *> reconciliation count the item as money due in.
      *> ---------------------------------------------------------
       01 CollectRegRecord.
           02 CRItemID PIC 9(16).
           02 CRCollectDate PIC 9(8).
           02 CRCollectorID PIC 9(5).
           02 CRPayerID PIC 9(5).
           02 CRAmount PIC 9(9)V99.
           02 CRMandateRef PIC X(16).
           02 CRInstitution PIC X(8).
           02 CRPayerAccount PIC X(16).
           02 CRWindow PIC 99.
           02 CRTransferID PIC 9(16).
           02 CRStatus PIC X(1).
               88 CRPosted VALUE "P".
               88 CRSent VALUE "S".
               88 CRUnpaid VALUE "U".
           02 CRResponseDate PIC 9(8).
           02 CRReason PIC X(20).
