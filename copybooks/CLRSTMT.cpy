      *> ---------------------------------------------------------
      *> CLRSTMT.cpy
      *> Clearing house daily settlement statement - ClearStmt.dat
      *> as the clearing house delivers it: what it actually moved
      *> on our settlement account for the statement date, one
      *> line per settlement window and counterparty institution.
      *> One physical line per record; the first byte says which
      *> layout applies - "H" header, "D" line, "T" trailer with
      *> the line count and both totals, so the file proves
      *> itself before anything is reconciled against it.
      *> ---------------------------------------------------------
       01 ClearStmtLine.
           02 CsRecordType PIC X(1).
               88 CsIsHeader VALUE "H".
               88 CsIsDetail VALUE "D".
               88 CsIsTrailer VALUE "T".
           02 CsRest PIC X(59).
       01 ClearStmtHeader REDEFINES ClearStmtLine.
           02 FILLER PIC X(1).
           02 CsStmtDate PIC 9(8).
           02 CsBankCode PIC X(8).
           02 FILLER PIC X(43).
       01 ClearStmtDetail REDEFINES ClearStmtLine.
           02 FILLER PIC X(1).
           02 CsWindow PIC 99.
           02 CsInstitution PIC X(8).
           02 CsPaidOut PIC 9(11)V99.
           02 CsReceived PIC 9(11)V99.
           02 FILLER PIC X(23).
       01 ClearStmtTrailer REDEFINES ClearStmtLine.
           02 FILLER PIC X(1).
           02 CsLineCount PIC 9(5).
           02 CsPaidTotal PIC 9(13)V99.
           02 CsReceivedTotal PIC 9(13)V99.
           02 FILLER PIC X(24).
