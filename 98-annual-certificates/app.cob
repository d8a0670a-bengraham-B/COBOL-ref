       01 WSCertSub PIC 999 VALUE 0.

       01 WSCertsIssued PIC 9(5) VALUE 0.
       01 WSCertsHeld PIC 9(5) VALUE 0.
       01 WSHoldBranch PIC X(4) VALUE SPACES.
       01 WSOpeningBalance PIC S9(11)V99 VALUE 0.
       01 WSClosingBalance PIC S9(11)V99 VALUE 0.
       01 WSDisplayName PIC X(32) VALUE SPACES.
       CLOSE CustomerFile

       DISPLAY "CERTIFICATES ISSUED: " WSCertsIssued
       DISPLAY "HELD AT BRANCH:      " WSCertsHeld
       DISPLAY "Certificate file: " WSRptName.

       STOP RUN.
               INTO WSRptLine
           END-STRING
           CALL 'RPTWRITE' USING WSRptAction, WSRptName, WSRptLine
      *>     The certificate is still issued and registered - the
      *>     tax year needs it - but one whose address returned
      *>     post is kept at the branch for the customer instead.
           IF CustAddrUnverified
               MOVE CustBranch TO WSHoldBranch
               IF WSHoldBranch = SPACES
                   MOVE "HO" TO WSHoldBranch
               END-IF
               MOVE SPACES TO WSRptLine
               STRING "  MAIL HOLD - DO NOT POST, RETAIN AT BRANCH "
                   DELIMITED BY SIZE
                   WSHoldBranch DELIMITED BY SIZE
                   INTO WSRptLine
               END-STRING
               CALL 'RPTWRITE' USING WSRptAction, WSRptName,
                   WSRptLine
               ADD 1 TO WSCertsHeld
           END-IF
           MOVE WSCertInterest (WSCertIdx) TO WSMoneyOut
           MOVE WSCertFees (WSCertIdx) TO WSMoneyOut2
           MOVE SPACES TO WSRptLine
