      *> ---------------------------------------------------------
      *> RISKREC.cpy
      *> AML risk profile - one entry per customer identity (the
      *> record carrying CustOwnerID zero), keyed on the identity's
      *> IDNum. The monthly rating run scores the identity across
      *> every account it holds and keeps the points behind the
      *> score so compliance can see why; compliance may override
      *> the scored rating with a reason, and the override stands
      *> until cleared. The effective rating (the override when
      *> there is one) sets the enhanced-review cycle: the review
      *> falls due that many months after the last completed
      *> review, or after the relationship began when there has
      *> been none.
      *> ---------------------------------------------------------
       01 RiskProfileRecord.
           02 RkIDNum PIC 9(5).
           02 RkBranch PIC X(4).
           02 RkScore PIC 9(3).
           02 RkScoredRating PIC X(1).
           02 RkOverride PIC X(1).
               88 RkOverridden VALUE "L" "M" "H".
           02 RkOverrideReason PIC X(40).
           02 RkOverrideBy PIC X(8).
           02 RkOverrideDate PIC 9(8).
           02 RkRating PIC X(1).
               88 RkLow VALUE "L".
               88 RkMedium VALUE "M".
               88 RkHigh VALUE "H".
           02 RkRatedDate PIC 9(8).
           02 RkRelationSince PIC 9(8).
           02 RkLastReviewDate PIC 9(8).
           02 RkReviewDueDate PIC 9(8).
      *> Points behind the score, one per factor.
           02 RkStructPoints PIC 9(3).
           02 RkScreenPoints PIC 9(3).
           02 RkKycPoints PIC 9(3).
           02 RkCashPoints PIC 9(3).
           02 RkProductPoints PIC 9(3).
           02 RkSegmentPoints PIC 9(3).
           02 RkTenurePoints PIC 9(3).
