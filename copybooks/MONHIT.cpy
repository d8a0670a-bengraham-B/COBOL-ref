      *> ---------------------------------------------------------
      *> MONHIT.cpy
      *> Transaction monitoring hit - one entry per item the daily
      *> monitoring report lists over the threshold ("O", with the
      *> item's TranID) and per party it flags as structuring
      *> below it ("S", with the item count and total). The
      *> account behind the party is carried where the ledger
      *> knew it (zero for a party who is not our customer), so
      *> the AML risk rating can count each customer's hits
      *> without re-reading the printed reports. A rerun of the
      *> report for the same date replaces that date's hits.
      *> ---------------------------------------------------------
       01 MonitorHitRecord.
           02 MhDate PIC 9(8).
           02 MhType PIC X(1).
               88 MhOverThreshold VALUE "O".
               88 MhStructuring VALUE "S".
           02 MhIDNum PIC 9(5).
           02 MhTranID PIC 9(16).
           02 MhAmount PIC S9(11)V99.
           02 MhItems PIC 9(5).
           02 MhParty PIC X(30).
