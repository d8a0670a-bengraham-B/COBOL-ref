       ADD-SEGMENT-RULE.
           DISPLAY "Segment code (T/U/S/P): " WITH NO ADVANCING
           ACCEPT WSNewRuleSeg
           DISPLAY "Fee type (T transfer, M monthly, B box rent, "
               "* all): " WITH NO ADVANCING
           ACCEPT WSNewRuleFee
           DISPLAY "Treatment - (W)aive or (D)iscount: "
               WITH NO ADVANCING
