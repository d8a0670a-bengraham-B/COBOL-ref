      *> ---------------------------------------------------------
      *> XBPAYREC.cpy
      *> Cross-border payment register (CrossBorder.dat) - one
      *> entry per foreign-currency payment captured for a
      *> beneficiary at a foreign bank. The customer is debited
      *> in home currency at our ask rate when the payment is
      *> captured; the entry then carries everything the
      *> correspondent's payment message needs and follows the
      *> payment through its life: captured, sent on the
      *> outbound message file, then confirmed by the
      *> correspondent, or rejected or returned (both of which
      *> re-credit the customer). The payment ID is the TranID
      *> of the customer's debit leg.
      *> ---------------------------------------------------------
       01 CrossBorderRecord.
           02 XbPaymentID PIC 9(16).
           02 XbCaptureDate PIC 9(8).
           02 XbOperator PIC X(8).
           02 XbBranch PIC X(4).
           02 XbCustomerID PIC 9(5).
           02 XbCustomerName PIC X(35).
           02 XbCurrency PIC X(3).
           02 XbAmount PIC 9(9)V99.
           02 XbAskRate PIC 9(5)V9999.
           02 XbHomeAmount PIC 9(9)V99.
           02 XbBenName PIC X(35).
           02 XbBenAccount PIC X(34).
           02 XbBenBankID PIC X(11).
           02 XbBenAddress1 PIC X(35).
           02 XbBenAddress2 PIC X(35).
           02 XbBenCountry PIC X(2).
           02 XbPurposeCode PIC X(4).
           02 XbCharges PIC X(3).
               88 XbChargesOur VALUE "OUR".
               88 XbChargesShared VALUE "SHA".
               88 XbChargesBen VALUE "BEN".
           02 XbStatus PIC X(1).
               88 XbCaptured VALUE "N".
               88 XbSent VALUE "S".
               88 XbConfirmed VALUE "C".
               88 XbRejected VALUE "J".
               88 XbReturned VALUE "R".
           02 XbSentDate PIC 9(8).
           02 XbResponseDate PIC 9(8).
           02 XbReason PIC X(20).
