      *> ---------------------------------------------------------
      *> OPERREL.cpy
      *> Declared relative of an operator - one line per customer
      *> the operator has declared a family or household tie to,
      *> maintained through operator maintenance. Together with
      *> OperCustomerID these are the accounts an operator may not
      *> post to or maintain under their own sign-on (STAFFCHK).
      *> A relative is never deleted, only ceased, so internal
      *> audit can see what was declared when.
      *> ---------------------------------------------------------
       01 OperRelativeRecord.
           02 OrOperatorID PIC X(8).
           02 OrCustomerID PIC 9(5).
           02 OrRelation PIC X(1).
               88 OrSpouse VALUE "S".
               88 OrParent VALUE "P".
               88 OrChild VALUE "C".
               88 OrSibling VALUE "B".
               88 OrOtherRelation VALUE "O".
           02 OrStatus PIC X(1).
               88 OrActive VALUE "A".
               88 OrCeased VALUE "C".
           02 OrDeclaredDate PIC 9(8).
           02 OrEndedDate PIC 9(8).
