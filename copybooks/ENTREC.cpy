      *> ---------------------------------------------------------
      *> ENTREC.cpy
      *> Legal-entity record - Entities.dat is keyed on the
      *> entity's customer IDNum and carries what Customer.dat
      *> cannot say about a company, trust, partnership or club:
      *> the full registered name, the registration number (kept
      *> unique through RegXref.dat), the date of incorporation
      *> and the entity type. Directors and beneficial owners are
      *> on EntityParties.dat.
      *> ---------------------------------------------------------
       01 EntityRecord.
           02 EntIDNum PIC 9(5).
           02 EntRegName PIC X(60).
           02 EntRegNumber PIC X(15).
           02 EntIncDate PIC 9(8).
           02 EntType PIC X(1).
               88 EntCompany VALUE "C".
               88 EntTrust VALUE "T".
               88 EntPartnership VALUE "P".
               88 EntClub VALUE "K".
               88 EntOtherType VALUE "O".
               88 EntTypeValid VALUE "C" "T" "P" "K" "O".
           02 EntAddedDate PIC 9(8).
           02 EntAddedBy PIC X(8).
