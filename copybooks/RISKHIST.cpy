      *> ---------------------------------------------------------
      *> RISKHIST.cpy
      *> AML rating history - appended whenever a customer's
      *> rating is first set or changes, whenever the score moves,
      *> and on every override, override clearance and completed
      *> enhanced review, so compliance can show the regulator how
      *> a customer's risk was seen over time and who changed it.
      *> ---------------------------------------------------------
       01 RiskHistoryRecord.
           02 RhIDNum PIC 9(5).
           02 RhDate PIC 9(8).
           02 RhEvent PIC X(1).
               88 RhRated VALUE "R".
               88 RhOverridden VALUE "O".
               88 RhOverrideCleared VALUE "C".
               88 RhReviewed VALUE "V".
           02 RhScore PIC 9(3).
           02 RhScoredRating PIC X(1).
           02 RhRating PIC X(1).
           02 RhOperator PIC X(8).
           02 RhReason PIC X(40).
