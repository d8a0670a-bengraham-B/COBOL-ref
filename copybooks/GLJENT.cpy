      *> ---------------------------------------------------------
      *> GLJENT.cpy
      *> Manual GL journal line - GLJournals.dat carries one row per
      *> line of a journal an accountant keys through the journal
      *> entry screen, every line of one journal sharing its number,
      *> narrative and reference. A journal is keyed pending and
      *> queued for a second person; the approval queue posts it to
      *> GLMovements.dat (GLMoveSource GLJRNL) or rejects it. A
      *> reversing journal is turned back out by the nightly GL
      *> journal reversal on the next business date (GLMoveSource
      *> GLJREV) and its rows marked reversed. An adjustment journal
      *> carries the year end of the latest closed financial year in
      *> GjAdjustYearEnd and posts dated that year end; zero on an
      *> ordinary journal.
      *> ---------------------------------------------------------
       01 GLJournalRecord.
           02 GjNumber PIC 9(7).
           02 GjLine PIC 99.
           02 GjEntryDate PIC 9(8).
           02 GjAccount PIC 9(4).
           02 GjSide PIC X(1).
               88 GjDebit VALUE "D".
               88 GjCredit VALUE "C".
           02 GjAmount PIC S9(11)V99.
           02 GjNarrative PIC X(40).
           02 GjReference PIC X(12).
           02 GjReversing PIC X(1).
               88 GjIsReversing VALUE "Y".
           02 GjStatus PIC X(1).
               88 GjPending VALUE "P".
               88 GjPosted VALUE "A".
               88 GjRejected VALUE "R".
               88 GjReversed VALUE "V".
           02 GjMaker PIC X(8).
           02 GjChecker PIC X(8).
           02 GjPostedDate PIC 9(8).
           02 GjReversalDate PIC 9(8).
           02 GjAdjustYearEnd PIC 9(8).
