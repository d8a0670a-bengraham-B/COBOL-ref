      *> ---------------------------------------------------------
      *> RISKPARM.cpy
      *> AML rating parameters - lets compliance move the scoring
      *> without a recompile; any line left off keeps the rating
      *> run's compiled-in default.
      *>   B - score bands: RpValue1 the score from which a
      *>       customer rates medium, RpValue2 high
      *>   C - cash intensity: RpValue1 the twelve-month teller
      *>       cash turnover (home currency) that scores RpPoints
      *>       as moderate, RpValue2 the turnover that scores
      *>       double as heavy
      *>   P - points for holding product RpCode
      *>   S - points for segment RpCode (first byte)
      *> ---------------------------------------------------------
       01 RiskParmRecord.
           02 RpType PIC X(1).
               88 RpBands VALUE "B".
               88 RpCash VALUE "C".
               88 RpProduct VALUE "P".
               88 RpSegment VALUE "S".
           02 RpCode PIC X(3).
           02 RpPoints PIC 9(3).
           02 RpValue1 PIC 9(9)V99.
           02 RpValue2 PIC 9(9)V99.
