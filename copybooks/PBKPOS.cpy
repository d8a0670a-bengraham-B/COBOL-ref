      *> ---------------------------------------------------------
      *> PBKPOS.cpy
      *> Passbook position record - one entry per account on a
      *> passbook product (ProdIsPassbook), saying which book the
      *> customer holds, the page and last line printed on it,
      *> the last ledger item written up (its date and the
      *> TRANSEQ sequence number, which orders a day's items the
      *> way they were posted) and the balance printed against
      *> it. The passbook update screen prints everything after
      *> that item and moves the position on; a lost book is
      *> replaced by the next book number, starting with the
      *> balance brought forward.
      *> ---------------------------------------------------------
       01 PassbookPosRecord.
           02 PbAccount PIC 9(5).
           02 PbBookNo PIC 9(3).
           02 PbPage PIC 9(3).
           02 PbLine PIC 99.
           02 PbLastDate PIC 9(8).
           02 PbLastSeq PIC 9(7).
           02 PbLastBalance PIC S9(11)V99.
           02 PbIssueDate PIC 9(8).
           02 PbUpdateDate PIC 9(8).
