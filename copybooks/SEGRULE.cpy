      *> Segment fee rule record - which fee types a customer
      *> segment has waived or discounted. SegFeeType matches the
      *> FeeTranType convention ("T" transfer fees, "M" the
      *> monthly service fee, "B" safe deposit box rent, and so
      *> on); "*" covers every fee type. The fee paths look the
      *> rule up at posting time and book the waived portion to
      *> the waived-fee register so the monthly report can say
      *> what the pricing costs us.
      *> ---------------------------------------------------------
       01 SegRuleRecord.
           02 SegCode PIC X(1).
