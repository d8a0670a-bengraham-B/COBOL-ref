       01 WSBranchSlot PIC 99 VALUE 0.
       01 WSWorkBranch PIC X(4) VALUE SPACES.

      *>   Interest classes proved on their own lines - credit
      *>   interest paid, overdraft debit interest, and penalty
      *>   interest on overdue loan installments - so each can be
      *>   agreed to the run that raised it.
       01 WSInterestCount PIC 9(7) VALUE 0.
       01 WSInterestAmount PIC S9(11)V99 VALUE 0.
       01 WSDebitIntCount PIC 9(7) VALUE 0.
       01 WSDebitIntAmount PIC S9(11)V99 VALUE 0.
       01 WSPenaltyIntCount PIC 9(7) VALUE 0.
       01 WSPenaltyIntAmount PIC S9(11)V99 VALUE 0.

       01 WSControlDate.
           02 WSControlYear PIC 9(4).
           02 WSControlMonth PIC 99.
           WSHashTotal DELIMITED BY SIZE INTO WSPutLine
       END-STRING
       PERFORM PUT-REPORT-LINE
       PERFORM PUT-INTEREST-SUBTOTALS
       PERFORM PUT-ONE-BRANCH-SUBTOTAL
           VARYING WSBranchIdx FROM 1 BY 1
           UNTIL WSBranchIdx > WSBranchTotCount
               ADD TranCode TO WSHashTotal
               ADD TranProtocol TO WSHashTotal
               PERFORM TALLY-BRANCH-TOTAL
               PERFORM TALLY-INTEREST-CLASS
           END-IF.

       TALLY-INTEREST-CLASS.
           EVALUATE TRUE
               WHEN TranTypeInterest
                   ADD 1 TO WSInterestCount
                   ADD TranAmount TO WSInterestAmount
               WHEN TranTypeDebitInterest
                   ADD 1 TO WSDebitIntCount
                   ADD TranAmount TO WSDebitIntAmount
               WHEN TranTypePenaltyInterest
                   ADD 1 TO WSPenaltyIntCount
                   ADD TranAmount TO WSPenaltyIntAmount
               WHEN OTHER CONTINUE
           END-EVALUATE.

       TALLY-BRANCH-TOTAL.
           MOVE TranBranch TO WSWorkBranch
           IF WSWorkBranch = SPACES
               INTO WSPutLine
           END-STRING
           PERFORM PUT-REPORT-LINE.

       PUT-INTEREST-SUBTOTALS.
           MOVE SPACES TO WSPutLine
           STRING "INTEREST PAID     ITEMS " DELIMITED BY SIZE
               WSInterestCount DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WSInterestAmount DELIMITED BY SIZE
               INTO WSPutLine
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WSPutLine
           STRING "DEBIT INTEREST    ITEMS " DELIMITED BY SIZE
               WSDebitIntCount DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WSDebitIntAmount DELIMITED BY SIZE
               INTO WSPutLine
           END-STRING
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WSPutLine
           STRING "PENALTY INTEREST  ITEMS " DELIMITED BY SIZE
               WSPenaltyIntCount DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WSPenaltyIntAmount DELIMITED BY SIZE
               INTO WSPutLine
           END-STRING
           PERFORM PUT-REPORT-LINE.
