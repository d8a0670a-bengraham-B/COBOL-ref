      *> ---------------------------------------------------------
      *> BALHIST.cpy
      *> Daily balance history - one record per open account per
      *> business day, cut at close of business just before the
      *> day rolls, so "what was the balance on the 14th" is one
      *> keyed read instead of a replay of Transactions.dat and
      *> the archives. Ledger is CustBalance; available is ledger
      *> less the unreleased holds. Both are in the account's
      *> currency. A day with no record (weekend, holiday) reads
      *> as the last business day's close before it.
      *> ---------------------------------------------------------
       01 BalHistRecord.
           02 BhKey.
               03 BhIDNum PIC 9(5).
               03 BhDate PIC 9(8).
           02 BhLedgerBalance PIC S9(9)V99.
           02 BhAvailBalance PIC S9(9)V99.
           02 BhCurrency PIC X(3).
           02 BhBranch PIC X(4).
           02 BhProductCode PIC X(3).
