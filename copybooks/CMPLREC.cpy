      *> ---------------------------------------------------------
      *> CMPLREC.cpy
      *> Customer complaint record - one numbered case per
      *> complaint about service, fees, staff or a product; a
      *> disputed ledger item is a dispute case instead. Carries
      *> how it came in, the branch it is against and the
      *> operator complained about, the acknowledgment and final
      *> response deadlines set from the date received, the
      *> outcome, and any goodwill credit paid with the TranID it
      *> posted under. Read by the monthly complaints report and
      *> the ombudsman return.
      *> ---------------------------------------------------------
       01 ComplaintRecord.
           02 CmpCaseNumber PIC 9(7).
           02 CmpCustomerID PIC 9(5).
           02 CmpCategory PIC X(1).
               88 CmpService VALUE "S".
               88 CmpFees VALUE "F".
               88 CmpStaff VALUE "T".
               88 CmpProduct VALUE "P".
               88 CmpOther VALUE "O".
               88 CmpValidCategory VALUE "S" "F" "T" "P" "O".
           02 CmpChannel PIC X(1).
               88 CmpInBranch VALUE "B".
               88 CmpByTelephone VALUE "T".
               88 CmpByEmail VALUE "E".
               88 CmpByLetter VALUE "L".
               88 CmpByPortal VALUE "W".
               88 CmpValidChannel VALUE "B" "T" "E" "L" "W".
           02 CmpBranch PIC X(4).
           02 CmpOperatorAbout PIC X(8).
           02 CmpReceivedDate PIC 9(8).
           02 CmpAckDueDate PIC 9(8).
           02 CmpAckDate PIC 9(8).
           02 CmpResolveDueDate PIC 9(8).
           02 CmpResolvedDate PIC 9(8).
           02 CmpStatus PIC X(1).
               88 CmpOpen VALUE "O".
               88 CmpAcknowledged VALUE "A".
               88 CmpResolved VALUE "R".
           02 CmpOutcome PIC X(1).
               88 CmpUpheld VALUE "U".
               88 CmpPartlyUpheld VALUE "P".
               88 CmpNotUpheld VALUE "N".
               88 CmpWithdrawn VALUE "W".
               88 CmpValidOutcome VALUE "U" "P" "N" "W".
           02 CmpGoodwill PIC 9(7)V99.
           02 CmpGoodwillTranID PIC 9(16).
           02 CmpLoggedBy PIC X(8).
           02 CmpSummary PIC X(40).
