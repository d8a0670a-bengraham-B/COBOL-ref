               88 TranTypeDebitInterest VALUE "B".
               88 TranTypeFxBuy VALUE "X".
               88 TranTypeFxSell VALUE "Y".
               88 TranTypePenaltyInterest VALUE "P".
      *> Customer.dat account numbers behind TranSender/TranReceiver,
      *> captured at the teller screen so downstream programs can
      *> match parties exactly by key instead of scraping the
