      *> ---------------------------------------------------------
      *> EXPPARM.cpy
      *> Large-exposure parameters - lets credit risk move the
      *> concentration report without a recompile; any line left
      *> off keeps the report's compiled-in default.
      *>   L - the large-exposure limit per connected group in
      *>       XpAmount (home currency), with the date and minute
      *>       reference of the board approval behind it. The
      *>       report prints the approval on every run and says
      *>       so when the limit in force was never approved.
      *>   R - how many of the largest groups to rank (XpCount)
      *> ---------------------------------------------------------
       01 ExposureParmRecord.
           02 XpType PIC X(1).
               88 XpLimit VALUE "L".
               88 XpRanking VALUE "R".
           02 XpAmount PIC 9(11)V99.
           02 XpCount PIC 9(3).
           02 XpApprovedDate PIC 9(8).
           02 XpApprovedRef PIC X(20).
