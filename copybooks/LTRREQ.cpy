      *> ---------------------------------------------------------
      *> LTRREQ.cpy
      *> Letter request - one line per letter any program wants
      *> sent to a customer, appended through LTRQUE and printed by
      *> the nightly letter run from the template LqLetterCode
      *> names on LetterTemplates.dat. The run marks each line with
      *> what became of it and keeps it, so the file doubles as the
      *> record of every letter we sent and the merge values in it.
      *>   LqAmount1/2, LqDate1, LqText - the values the template's
      *>     {AMOUNT1} {AMOUNT2} {DATE} {TEXT} merge fields print
      *>   LqStatus - P waiting, S posted, H held at the branch
      *>     (mail hold), F failed (customer no longer on file)
      *> ---------------------------------------------------------
       01 LetterRequestRecord.
           02 LqIDNum PIC 9(5).
           02 LqLetterCode PIC X(8).
           02 LqAmount1 PIC S9(9)V99.
           02 LqAmount2 PIC S9(9)V99.
           02 LqDate1 PIC 9(8).
           02 LqText PIC X(30).
           02 LqProgram PIC X(8).
           02 LqRequestDate PIC 9(8).
           02 LqStatus PIC X(1).
               88 LqPending VALUE "P".
               88 LqPosted VALUE "S".
               88 LqHeld VALUE "H".
               88 LqFailed VALUE "F".
           02 LqPrintDate PIC 9(8).
