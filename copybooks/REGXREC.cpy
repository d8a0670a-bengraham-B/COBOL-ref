      *> ---------------------------------------------------------
      *> REGXREC.cpy
      *> Registration-number cross-reference record - RegXref.dat
      *> is keyed on a legal entity's registration number and
      *> carries the owning customer ID, so a second entity with
      *> the same number is refused at add time, the way
      *> SsnXref.dat refuses a second person with the same SSN.
      *> Rebuilt with the SSN xref by the xref build utility.
      *> ---------------------------------------------------------
       01 RegXrefRecord.
           02 XrefRegNumber PIC X(15).
           02 XrefRegIDNum PIC 9(5).
