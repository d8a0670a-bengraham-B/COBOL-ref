      *> ---------------------------------------------------------
      *> RTNMAIL.cpy
      *> Returned-mail register - one line per item the post office
      *> sent back, and one per confirmation of the address that
      *> lifted the hold. Returns put CustMailHold on the customer;
      *> a confirmation takes it off.
      *>   RmDocType - what came back:
      *>     S cycle statement      C interest certificate
      *>     E unclaimed-funds notice  A posted alert
      *>     M marketing mailing    L letter or notice
      *>     O anything else
      *>   RmAddress - the address the item went to, or the one the
      *>     customer confirmed.
      *> ---------------------------------------------------------
       01 ReturnedMailRecord.
           02 RmIDNum PIC 9(5).
           02 RmEvent PIC X(1).
               88 RmReturned VALUE "R".
               88 RmConfirmed VALUE "V".
           02 RmDocType PIC X(1).
               88 RmStatement VALUE "S".
               88 RmCertificate VALUE "C".
               88 RmEscheatNotice VALUE "E".
               88 RmAlert VALUE "A".
               88 RmMarketing VALUE "M".
               88 RmLetter VALUE "L".
               88 RmOther VALUE "O".
               88 RmValidDocType VALUE "S" "C" "E" "A" "M" "L" "O".
           02 RmDate PIC 9(8).
           02 RmRecordedDate PIC 9(8).
           02 RmOperator PIC X(8).
           02 RmProgram PIC X(8).
           02 RmAddress PIC X(30).
